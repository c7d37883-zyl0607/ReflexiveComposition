      *> Nightly closed-account purge: takes accounts that have
      *> stood closed longer than the PURGE-RETAIN-MONTHS run
      *> parameter off ACCOUNT.DAT and into the account history
      *> archive (ACCTHIST.DAT), so the batch jobs and master scans
      *> stop reading past them. An account only goes once there is
      *> nothing left on it: a zero balance with no accrued interest
      *> and no frozen funds, no hold still open in HOLDS.DAT, no
      *> active stop order in STOPPAY.DAT, and no active standing
      *> order in STANDORD.DAT paying from it or into it. Anything
      *> still outstanding keeps the account on the master and is
      *> listed with the reason, so someone clears it.
      *>
      *> Work is in three passes. The master is scanned for closed
      *> accounts past retention with nothing on the balance; the
      *> hold, stop-order and standing-order files are read once
      *> each against that candidate list; and the candidates left
      *> clear are written to the archive and deleted from the
      *> master. The archive is written first, so a failure part
      *> way leaves the account on both files rather than on
      *> neither, and the rerun picks up an account already in the
      *> archive and finishes the delete. A closure through
      *> ACCOUNT-MAINT has already taken the account off its owners'
      *> CUSTMAST.DAT records; the purge takes off whatever links are
      *> left from before that was done and removes a customer
      *> record once no account remains on it.
      *>
      *> The audit trail is untouched: AUDITIX.DAT keeps indexing
      *> the old number, and AUDIT-SEARCH and ACCOUNT-LOOKUP read the
      *> archive to answer inquiries on a purged account.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TAX-ID.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOP-FILE ASSIGN TO 'STOPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO 'STANDORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARTY-FILE ASSIGN TO 'ACCTPTY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  ARCHIVE-FILE.
       COPY ACCTHIST.

       FD  CUSTOMER-FILE.
       COPY CUSTMAST.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  STOP-FILE.
       COPY STOPPAY.

       FD  STANDING-ORDER-FILE.
       COPY STANDORD.

       FD  PARTY-FILE.
       COPY ACCTPTY.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-SIDE-EOF-FLAG   PIC X.
               88  END-OF-SIDE-FILE VALUE 'Y'.
           05  WS-ARCHIVED-FLAG   PIC X.
               88  WS-ALREADY-ARCHIVED VALUE 'Y'.
           05  WS-PURGE-OK-FLAG   PIC X.
               88  WS-PURGE-OK    VALUE 'Y'.
           05  WS-CM-FOUND-FLAG   PIC X.
               88  WS-CM-FOUND    VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-RUN-DATE-REDEF.
           05  WS-RUN-YEAR        PIC 9(4).
           05  WS-RUN-MONTH       PIC 9(2).
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-RETAIN-MONTHS       PIC 9(4).
       01  WS-TOTAL-MONTHS        PIC S9(7).
       01  WS-CUTOFF-DATE         PIC X(8).
       01  WS-CUTOFF-REDEF REDEFINES WS-CUTOFF-DATE.
           05  WS-CUT-YEAR        PIC 9(4).
           05  WS-CUT-MONTH       PIC 9(2).
           05  WS-CUT-DAY         PIC 9(2).

      *> RUNPARM.DAT interface fields for the PURGE-RETAIN-MONTHS
      *> lookup; the console prompt remains the fallback when no
      *> parameter file exists (ad-hoc daytime run), and a
      *> parameter on the file but unusable cancels the run.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
           88  WS-PARM-NO-FILE    VALUE 'M'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> RUN-CONTROL interface fields: the purge runs once per
      *> business date, after GL-RECON has proved the night's
      *> balances (a purged account carries nothing, so the next
      *> proof is unaffected) and DORMANT-SCAN has flagged, and
      *> before AUDIT-INDEX and the notices.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'ACCTPURGE'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> ACCT-IN-USE gate fields: the in-use interlock on the
      *> account master shared with every other job and screen.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE 'ACCTPURGE'.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-RECLAIMED  VALUE 'R'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> REPORT-SPOOL interface: the purge listing goes both to the
      *> console and to the dated report file.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'ACCTPURGE'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> EXCEPTION-LOG interface: an account that could not be
      *> archived or deleted is an error (RETURN-CODE 8, stamp
      *> withheld, so the rerun finishes it); candidates left for
      *> another night because the table was full are a warning
      *> (RETURN-CODE 4).
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'ACCTPURGE'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> Purge candidates from the master scan. WS-CAND-BLOCK stays
      *> spaces while nothing outstanding has been found against
      *> the account; the first hold, stop or standing order found
      *> names the reason it stays. Candidates beyond the table are
      *> counted and wait for the next night.
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-ENTRY      OCCURS 1000 TIMES.
               10  WS-CAND-ACCOUNT PIC X(10).
               10  WS-CAND-BLOCK  PIC X(14).
       01  WS-CAND-MAX            PIC 9(4) VALUE 1000.
       01  WS-CAND-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CAND-IDX            PIC 9(4).
       01  WS-CHECK-ACCOUNT       PIC X(10).
       01  WS-CHECK-REASON        PIC X(14).

       01  WS-ACCRUED-AMT         PIC S9(9)V99.
       01  WS-FROZEN-AMT          PIC S9(9)V99.
       01  WS-KEEP-REASON         PIC X(20).
       01  WS-ACTION-LABEL        PIC X(20).

      *> The record is put back from here after the delete, for
      *> the report line and the customer unlinking.
       01  WS-SAVED-ACCOUNT       PIC X(400).

       01  WS-LINK-TAX-ID         PIC X(11).
       01  WS-CM-IDX              PIC 9(2).
       01  WS-CM-SLOT             PIC 9(2).

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RETAINED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PURGED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CUST-REMOVED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-OVERFLOW-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-MONTHS          PIC Z,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-SELECT-CANDIDATE
               UNTIL END-OF-FILE
           IF WS-CAND-COUNT > ZERO
               PERFORM 400-CHECK-HOLDS
               PERFORM 410-CHECK-STOP-ORDERS
               PERFORM 420-CHECK-STANDING-ORDERS
               OPEN I-O ARCHIVE-FILE
               OPEN I-O CUSTOMER-FILE
               PERFORM 500-PURGE-CANDIDATE
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               CLOSE ARCHIVE-FILE
                     CUSTOMER-FILE
           END-IF
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 'PURGE-RETAIN-MONTHS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           EVALUATE TRUE
               WHEN WS-PARM-NO-FILE
                   DISPLAY 'Months closed before purge: '
                   ACCEPT WS-RETAIN-MONTHS
               WHEN WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   MOVE WS-PARM-NUMBER TO WS-RETAIN-MONTHS
               WHEN OTHER
                   DISPLAY 'RUN PARAMETER PURGE-RETAIN-MONTHS '
                           'MISSING OR NOT NUMERIC - RUN CANCELLED'
                   STOP RUN
           END-EVALUATE
           IF WS-RETAIN-MONTHS NOT NUMERIC
                   OR WS-RETAIN-MONTHS = ZERO
               DISPLAY 'INVALID RETENTION MONTHS - RUN CANCELLED'
               STOP RUN
           END-IF
           PERFORM 210-COMPUTE-CUTOFF
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CLOSED ACCOUNT PURGE TO HISTORY ARCHIVE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE:        ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-RETAIN-MONTHS TO WS-RPT-MONTHS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RETENTION:       ' WS-RPT-MONTHS ' MONTHS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CLOSED BEFORE:   ' WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT     NAME                      '
               'CLOSED    ACTION'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'SET' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-LOCK-HELD
               DISPLAY 'ACCOUNT MASTER IN USE BY '
                   WS-LOCK-HOLDER ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       205-CHECK-RUN-CONTROL.
           MOVE 'CHECK' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           EVALUATE TRUE
               WHEN WS-RC-OK
                   CONTINUE
               WHEN WS-RC-NO-FILE
                   DISPLAY 'NO RUN-CONTROL FILE - SEQUENCE NOT '
                           'ENFORCED THIS RUN'
               WHEN WS-RC-ALREADY-RUN
                   DISPLAY WS-RC-JOB-NAME ' ALREADY COMPLETE FOR '
                       'BUSINESS DATE ' WS-RC-BUSINESS-DATE
                       ' - RUN REFUSED'
                   STOP RUN
               WHEN WS-RC-OUT-OF-SEQ
                   DISPLAY WS-RC-JOB-NAME ' OUT OF SEQUENCE - AN '
                       'EARLIER JOB HAS NOT COMPLETED - RUN REFUSED'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL ERROR - RUN REFUSED'
                   STOP RUN
           END-EVALUATE.

      *> Same month arithmetic as DORMANT-SCAN's cutoff: the run
      *> date taken back the retention months, day of month kept.
      *> A day the shorter month does not have still compares
      *> correctly against real dates.
       210-COMPUTE-CUTOFF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-REDEF
           COMPUTE WS-TOTAL-MONTHS =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               - WS-RETAIN-MONTHS
           COMPUTE WS-CUT-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-CUT-MONTH =
               WS-TOTAL-MONTHS - WS-CUT-YEAR * 12 + 1
           MOVE WS-RUN-DAY TO WS-CUT-DAY.

       220-OPEN-REPORT-SPOOL.
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

      *> A closed account's LAST-UPDATE-DATE is its closure date:
      *> posting refuses a closed account and no maintenance
      *> touches it after the close.
       300-SELECT-CANDIDATE.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               IF LAST-UPDATE-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-RETAINED-COUNT
                   PERFORM 310-CHECK-BALANCES
               END-IF
           END-IF
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Money still on a closed account — a balance the closing
      *> settlement has not yet cleared, interest accrued since, or
      *> funds frozen under a legal order — keeps it on the master.
      *> Accrual and frozen fields that are not numeric (records
      *> from before the fields existed) count as zero.
       310-CHECK-BALANCES.
           MOVE ZERO TO WS-ACCRUED-AMT
           MOVE ZERO TO WS-FROZEN-AMT
           IF ACCOUNT-ACCRUED-INT NUMERIC
               MOVE ACCOUNT-ACCRUED-INT TO WS-ACCRUED-AMT
           END-IF
           IF ACCOUNT-LEGAL-FROZEN NUMERIC
               MOVE ACCOUNT-LEGAL-FROZEN TO WS-FROZEN-AMT
           END-IF
           EVALUATE TRUE
               WHEN ACCOUNT-BALANCE NOT = ZERO
                   MOVE 'BALANCE' TO WS-KEEP-REASON
                   PERFORM 350-PRINT-KEPT
               WHEN WS-ACCRUED-AMT NOT = ZERO
                   MOVE 'ACCRUED INTEREST' TO WS-KEEP-REASON
                   PERFORM 350-PRINT-KEPT
               WHEN WS-FROZEN-AMT NOT = ZERO
                   MOVE 'LEGAL FROZEN FUNDS' TO WS-KEEP-REASON
                   PERFORM 350-PRINT-KEPT
               WHEN WS-CAND-COUNT NOT < WS-CAND-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CAND-COUNT
                   MOVE ACCOUNT-NUMBER
                       TO WS-CAND-ACCOUNT (WS-CAND-COUNT)
                   MOVE SPACES TO WS-CAND-BLOCK (WS-CAND-COUNT)
           END-EVALUATE.

      *> Prints from the ACCOUNT-RECORD in the buffer.
       350-PRINT-KEPT.
           ADD 1 TO WS-KEPT-COUNT
           MOVE SPACES TO WS-ACTION-LABEL
           STRING 'KEPT - ' WS-KEEP-REASON
               DELIMITED BY SIZE INTO WS-ACTION-LABEL
           PERFORM 360-PRINT-DETAIL
           IF WS-KEEP-REASON = 'BALANCE'
               MOVE ACCOUNT-BALANCE TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '            BALANCE ON CLOSED ACCOUNT: '
                   WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF.

       360-PRINT-DETAIL.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING ACCOUNT-NUMBER '  ' ACCOUNT-NAME(1:24)
               '  ' LAST-UPDATE-DATE '  ' WS-ACTION-LABEL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> Every hold still on HOLDS.DAT is open — HOLD-RELEASE drops
      *> a hold from the file once its funds are given back — so
      *> any record at all for the account keeps it.
       400-CHECK-HOLDS.
           MOVE 'N' TO WS-SIDE-EOF-FLAG
           MOVE 'OPEN HOLD' TO WS-CHECK-REASON
           OPEN INPUT HOLD-FILE
           READ HOLD-FILE
               AT END SET END-OF-SIDE-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-SIDE-FILE
               MOVE HOLD-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
               PERFORM 450-MARK-BLOCKED
               READ HOLD-FILE
                   AT END SET END-OF-SIDE-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *> An active order counts until its expiry date has passed;
      *> no expiry date means it stands until cancelled.
       410-CHECK-STOP-ORDERS.
           MOVE 'N' TO WS-SIDE-EOF-FLAG
           MOVE 'STOP ORDER' TO WS-CHECK-REASON
           OPEN INPUT STOP-FILE
           READ STOP-FILE
               AT END SET END-OF-SIDE-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-SIDE-FILE
               IF SP-ACTIVE
                   AND (SP-EXPIRY-DATE = SPACES
                        OR SP-EXPIRY-DATE NOT < WS-RUN-DATE)
                   MOVE SP-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
                   PERFORM 450-MARK-BLOCKED
               END-IF
               READ STOP-FILE
                   AT END SET END-OF-SIDE-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE STOP-FILE.

      *> Both ends of an active standing order count: purging the
      *> paying account leaves STANDORD-POST a transfer with no
      *> source, purging the receiving one a transfer with nowhere
      *> to land.
       420-CHECK-STANDING-ORDERS.
           MOVE 'N' TO WS-SIDE-EOF-FLAG
           MOVE 'STANDING ORDER' TO WS-CHECK-REASON
           OPEN INPUT STANDING-ORDER-FILE
           READ STANDING-ORDER-FILE
               AT END SET END-OF-SIDE-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-SIDE-FILE
               IF SO-ACTIVE
                   MOVE SO-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
                   PERFORM 450-MARK-BLOCKED
                   MOVE SO-TO-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM 450-MARK-BLOCKED
               END-IF
               READ STANDING-ORDER-FILE
                   AT END SET END-OF-SIDE-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

      *> The first reason found against a candidate is the one
      *> reported.
       450-MARK-BLOCKED.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CAND-ACCOUNT (WS-CAND-IDX) = WS-CHECK-ACCOUNT
                       AND WS-CAND-BLOCK (WS-CAND-IDX) = SPACES
                   MOVE WS-CHECK-REASON TO WS-CAND-BLOCK (WS-CAND-IDX)
               END-IF
           END-PERFORM.

       500-PURGE-CANDIDATE.
           MOVE WS-CAND-ACCOUNT (WS-CAND-IDX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-NAME
                   MOVE 'MASTER READ FAILED' TO WS-ACTION-LABEL
                   PERFORM 360-PRINT-DETAIL
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   IF WS-CAND-BLOCK (WS-CAND-IDX) = SPACES
                       PERFORM 510-ARCHIVE-ACCOUNT
                   ELSE
                       MOVE WS-CAND-BLOCK (WS-CAND-IDX)
                           TO WS-KEEP-REASON
                       PERFORM 350-PRINT-KEPT
                   END-IF
           END-READ.

      *> An account already on the archive is one a failed run
      *> archived but did not get deleted; the archived copy stands
      *> and the delete is finished now.
       510-ARCHIVE-ACCOUNT.
           MOVE 'N' TO WS-ARCHIVED-FLAG
           MOVE 'N' TO WS-PURGE-OK-FLAG
           MOVE ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ALREADY-ARCHIVED TO TRUE
           END-READ
           IF WS-ALREADY-ARCHIVED
               SET WS-PURGE-OK TO TRUE
           ELSE
               MOVE ACCOUNT-NUMBER    TO AH-ACCOUNT-NUMBER
               MOVE ACCOUNT-NAME      TO AH-ACCOUNT-NAME
               MOVE ACCOUNT-TAX-ID    TO AH-TAX-ID
               MOVE ACCOUNT-BRANCH    TO AH-BRANCH
               MOVE ACCOUNT-PRODUCT-CODE TO AH-PRODUCT-CODE
               MOVE ACCOUNT-OPEN-DATE TO AH-OPEN-DATE
               MOVE LAST-UPDATE-DATE  TO AH-CLOSE-DATE
               MOVE WS-RUN-DATE       TO AH-PURGE-DATE
               MOVE ACCOUNT-RECORD    TO AH-ACCOUNT-IMAGE
               WRITE ACCOUNT-HISTORY-RECORD
                   INVALID KEY
                       MOVE 'ARCHIVE WRITE FAILED' TO WS-ACTION-LABEL
                       PERFORM 360-PRINT-DETAIL
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       SET WS-PURGE-OK TO TRUE
               END-WRITE
           END-IF
           IF WS-PURGE-OK
               MOVE ACCOUNT-RECORD TO WS-SAVED-ACCOUNT
               DELETE ACCOUNT-FILE RECORD
                   INVALID KEY
                       MOVE 'MASTER DELETE FAILED' TO WS-ACTION-LABEL
                       PERFORM 360-PRINT-DETAIL
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       MOVE WS-SAVED-ACCOUNT TO ACCOUNT-RECORD
                       ADD 1 TO WS-PURGED-COUNT
                       IF WS-ALREADY-ARCHIVED
                           MOVE 'PURGED (ARCHIVED)'
                               TO WS-ACTION-LABEL
                       ELSE
                           MOVE 'PURGED' TO WS-ACTION-LABEL
                       END-IF
                       PERFORM 360-PRINT-DETAIL
                       PERFORM 520-UNLINK-CUSTOMERS
               END-DELETE
           END-IF.

      *> The primary owner under the account's own tax ID, then
      *> every owner on ACCTPTY.DAT — joint owners, and owners
      *> since removed, whose links may predate the unlinking on
      *> close and removal. The party records themselves stay as
      *> history of who was on the account.
       520-UNLINK-CUSTOMERS.
           IF ACCOUNT-TAX-ID NOT = SPACES
               MOVE ACCOUNT-TAX-ID TO WS-LINK-TAX-ID
               PERFORM 530-UNLINK-TAX-ID
           END-IF
           MOVE 'N' TO WS-SIDE-EOF-FLAG
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-SIDE-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-SIDE-FILE
               IF AP-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                       AND AP-OWNER
                       AND AP-TAX-ID NOT = SPACES
                       AND AP-TAX-ID NOT = ACCOUNT-TAX-ID
                   MOVE AP-TAX-ID TO WS-LINK-TAX-ID
                   PERFORM 530-UNLINK-TAX-ID
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-SIDE-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE.

      *> Same slot removal as ACCOUNT-MAINT's unlink on close. A
      *> customer record left with no accounts at all — this one's
      *> or an earlier closure's — is deleted.
       530-UNLINK-TAX-ID.
           MOVE 'N' TO WS-CM-FOUND-FLAG
           MOVE WS-LINK-TAX-ID TO CM-TAX-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CM-FOUND TO TRUE
           END-READ
           IF WS-CM-FOUND
               MOVE ZERO TO WS-CM-SLOT
               IF CM-ACCOUNT-COUNT NOT NUMERIC
                   MOVE ZERO TO CM-ACCOUNT-COUNT
               END-IF
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > 10
                   IF CM-ACCOUNT-NUMBER (WS-CM-IDX)
                           = ACCOUNT-NUMBER
                       MOVE WS-CM-IDX TO WS-CM-SLOT
                   END-IF
               END-PERFORM
               IF WS-CM-SLOT > ZERO AND CM-ACCOUNT-COUNT > ZERO
                   MOVE CM-ACCOUNT-NUMBER (CM-ACCOUNT-COUNT)
                       TO CM-ACCOUNT-NUMBER (WS-CM-SLOT)
                   MOVE SPACES
                       TO CM-ACCOUNT-NUMBER (CM-ACCOUNT-COUNT)
                   SUBTRACT 1 FROM CM-ACCOUNT-COUNT
               END-IF
               IF CM-ACCOUNT-COUNT = ZERO
                   DELETE CUSTOMER-FILE RECORD
                       INVALID KEY
                           DISPLAY 'CUSTOMER RECORD DELETE ERROR '
                               WS-LINK-TAX-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CUST-REMOVED-COUNT
                   END-DELETE
               ELSE
                   IF WS-CM-SLOT > ZERO
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY 'CUSTOMER RECORD REWRITE '
                                   'ERROR ' WS-LINK-TAX-ID
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       900-END-PROGRAM.
           CLOSE ACCOUNT-FILE
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS SCANNED:        ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CLOSED ACCOUNTS:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-RETAINED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PAST RETENTION:          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PURGED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PURGED TO ARCHIVE:       ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'KEPT - ITEMS OUTSTANDING:' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CUST-REMOVED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CUSTOMER RECORDS REMOVED:' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'LEFT FOR NEXT RUN:       ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           IF WS-ERROR-COUNT > ZERO
               MOVE WS-ERROR-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'NOT PURGED - ERRORS:     ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'RUN-CONTROL STAMP WITHHELD - RERUN TO '
                   'FINISH THE PURGE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'PURGE CANDIDATES DEFERRED' TO WS-EX-CONDITION
               MOVE WS-OVERFLOW-COUNT TO WS-EX-FIGURE-1
               MOVE WS-CAND-MAX TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           IF WS-ERROR-COUNT > ZERO
               MOVE 'E' TO WS-EX-SEVERITY
               MOVE 'ACCOUNTS NOT PURGED' TO WS-EX-CONDITION
               MOVE WS-ERROR-COUNT TO WS-EX-FIGURE-1
               MOVE WS-PURGED-COUNT TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           ELSE
               PERFORM 930-STAMP-RUN-CONTROL
           END-IF
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERFLOW-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
