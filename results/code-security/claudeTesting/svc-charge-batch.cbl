      *> ACCOUNT-TAX-ID (an account with no tax ID on file stands
      *> alone), so the fee logic cannot drift from the account
      *> master.
      *>
      *> Accounts on an analyzed (commercial) product are billed by
      *> ACCOUNT-ANALYSIS instead: they still count toward their
      *> customer's combined average daily balance, but carry a
      *> zero fee and are never charged here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVC-CHARGE-BATCH.
       ENVIRONMENT DIVISION.
       SD  SORT-WORK-FILE.
       01  SORT-HIST-RECORD.
           05  SRT-BH-ACCOUNT     PIC X(10).
           05  FILLER             PIC X(30).

       FD  SORTED-HISTORY-FILE.
       COPY BALHIST REPLACING
           ==BALANCE-HISTORY-RECORD== BY ==SORTED-HISTORY-RECORD==
           ==BH-ACCOUNT-NUMBER==      BY ==SRT-ACCOUNT-NUMBER==
           ==BH-BUSINESS-DATE==       BY ==SRT-BUSINESS-DATE==
           ==BH-CLOSING-BALANCE==     BY ==SRT-CLOSING-BALANCE==
           ==BH-COLLECTED-BALANCE==   BY ==SRT-COLLECTED-BALANCE==.

      *> One work record per account from the first pass: the
      *> customer grouping key (tax ID, or the account number itself
               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX            PIC 9(3).
       01  WS-PROD-FOUND          PIC 9(3).
           MOVE ACCOUNT-BRANCH        TO AW-BRANCH
           MOVE WS-AVG-DAILY-BALANCE  TO AW-ADB
           PERFORM 307-RESOLVE-PRODUCT-FIGURES
      *> A charged-off account is past billing — posting would only
      *> refuse the charge — and its zeroed balance must not pull a
      *> household's combined average down either.
           IF NOT ACCOUNT-CHARGED-OFF
               WRITE ADB-WORK-RECORD
           END-IF
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.
               MOVE WS-PD-SVC-FEE (WS-PROD-FOUND) TO AW-FEE
           ELSE
               MOVE WS-SERVICE-FEE TO AW-FEE
           END-IF
           IF WS-PROD-FOUND > ZERO
                   AND WS-PD-ANALYZED (WS-PROD-FOUND) = 'Y'
               MOVE ZERO TO AW-MIN
               MOVE ZERO TO AW-FEE
           END-IF.

      *> Second pass: the per-account work records sorted by
                       UNTIL WS-MBR-IDX > WS-MEMBER-COUNT
                   IF WS-MBR-ADB (WS-MBR-IDX)
                           < WS-MBR-MIN (WS-MBR-IDX)
                           AND WS-MBR-FEE (WS-MBR-IDX) > ZERO
                       PERFORM 310-WRITE-SERVICE-CHARGE
                   END-IF
               END-PERFORM
               DELIMITED BY SIZE INTO TR-REF-NO
           MOVE SPACES TO TR-ORIG-REF-NO
           MOVE SPACES TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME TO TR-OPERATOR
           MOVE SPACES TO TR-APPROVER
           MOVE SPACES TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-CHARGES-POSTED.

