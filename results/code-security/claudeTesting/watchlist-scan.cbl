      *> Periodic watch-list rescreen of the whole account master:
      *> run after any WATCHLIST-MAINT change so a list update gets
      *> applied to existing customers, not just to accounts opened
      *> after it. Every ACCOUNT-NAME on ACCOUNT.DAT, and every
      *> joint owner, signer and beneficiary on the account party
      *> file (ACCTPTY.DAT), is screened against the active
      *> watch-list names and each match is listed with the entry
      *> it hit, the party's role, the account's status, and the
      *> address block compliance will need. The scan reports
      *> only — holding an account remains a decision for the
      *> maker/checker flow in ACCOUNT-MAINT, with this report in
      *> hand.
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARTY-FILE ASSIGN TO 'ACCTPTY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  PARTY-FILE.
       COPY ACCTPTY.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-WL-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-WATCH-FILE VALUE 'Y'.
           05  WS-PARTY-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-PARTY-FILE VALUE 'Y'.
           05  WS-MATCH-FLAG      PIC X.
               88  WS-NAME-MATCHES VALUE 'Y'.

       01  WS-WATCH-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-WL-IDX              PIC 9(3).

      *> Every party other than the primary (whose name is the
      *> account's own), with the role printed on a match. A full
      *> table stops the run for the same reason as the list.
       01  WS-PARTY-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-ACCOUNT      PIC X(10).
               10  WS-PT-ROLE         PIC X(15).
               10  WS-PT-NAME         PIC X(30).
       01  WS-PT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PT-IDX              PIC 9(5).

       01  WS-SCREEN-NAME         PIC X(30).
       01  WS-SCREEN-ROLE         PIC X(15).
       01  WS-PARTIES-SCREENED    PIC 9(7) VALUE ZERO.
       01  WS-ACCT-NAME-LENGTH    PIC 9(2).
       01  WS-COMPARE-LENGTH      PIC 9(2).
       01  WS-CHAR-IDX            PIC 9(2).

       200-INIT-PROGRAM.
           PERFORM 210-LOAD-WATCH-LIST
           PERFORM 230-LOAD-PARTIES
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
               END-IF
           END-PERFORM.

       230-LOAD-PARTIES.
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACTIVE AND NOT AP-PRIMARY
                   IF WS-PT-COUNT >= 2000
                       DISPLAY 'PARTY TABLE FULL - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PT-COUNT
                   MOVE AP-ACCOUNT-NUMBER
                       TO WS-PT-ACCOUNT (WS-PT-COUNT)
                   MOVE AP-NAME TO WS-PT-NAME (WS-PT-COUNT)
                   EVALUATE TRUE
                       WHEN AP-JOINT
                           MOVE 'JOINT OWNER'
                               TO WS-PT-ROLE (WS-PT-COUNT)
                       WHEN AP-SIGNER
                           MOVE 'SIGNER'
                               TO WS-PT-ROLE (WS-PT-COUNT)
                       WHEN OTHER
                           MOVE 'POD BENEFICIARY'
                               TO WS-PT-ROLE (WS-PT-COUNT)
                   END-EVALUATE
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE.

       300-SCREEN-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCOUNT-NAME    TO WS-SCREEN-NAME
           MOVE 'PRIMARY OWNER' TO WS-SCREEN-ROLE
           PERFORM 305-SCREEN-ONE-NAME
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-ACCOUNT (WS-PT-IDX) = ACCOUNT-NUMBER
                   ADD 1 TO WS-PARTIES-SCREENED
                   MOVE WS-PT-NAME (WS-PT-IDX) TO WS-SCREEN-NAME
                   MOVE WS-PT-ROLE (WS-PT-IDX) TO WS-SCREEN-ROLE
                   PERFORM 305-SCREEN-ONE-NAME
               END-IF
           END-PERFORM
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       305-SCREEN-ONE-NAME.
           MOVE ZERO TO WS-ACCT-NAME-LENGTH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
               IF WS-SCREEN-NAME(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-ACCT-NAME-LENGTH
               END-IF
           END-PERFORM
           PERFORM 310-CHECK-ONE-LIST-NAME
               VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WATCH-COUNT.

       310-CHECK-ONE-LIST-NAME.
           MOVE 'N' TO WS-MATCH-FLAG
                   MOVE WS-WL-LENGTH (WS-WL-IDX)
                       TO WS-COMPARE-LENGTH
               END-IF
               IF WS-SCREEN-NAME(1:WS-COMPARE-LENGTH) =
                       WS-WL-NAME (WS-WL-IDX) (1:WS-COMPARE-LENGTH)
                   SET WS-NAME-MATCHES TO TRUE
               END-IF
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'MATCH: ' ACCOUNT-NUMBER '  ' WS-SCREEN-NAME
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  ROLE:       ' WS-SCREEN-ROLE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS SCREENED:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PARTIES-SCREENED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OTHER PARTIES:      ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-MATCHES-FOUND TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'MATCHES TO REVIEW:  ' WS-RPT-COUNT
