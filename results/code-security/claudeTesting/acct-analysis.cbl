      *> Monthly account analysis for business customers: accounts on
      *> an analyzed product (PD-ANALYZED on the product table) are
      *> billed for what they actually used instead of the flat
      *> SVC-CHARGE-BATCH fee and the per-item OVERDRAFT-FEE, both of
      *> which pass them over. For the analysis month the job
      *>   - counts each account's billable activity off AUDIT.DAT:
      *>     deposits, items paid, transfers, external payments,
      *>     returned and stopped items, items paid into overdraft,
      *>     plus the monthly maintenance charge;
      *>   - prices each activity at its unit price on the fee
      *>     schedule (ANLYFEE.DAT, kept through ANLYFEE-MAINT);
      *>   - works out an earnings credit on the average collected
      *>     balance from the BALHIST.DAT snapshots, at the annual
      *>     ANLY-EARN-RATE for the days in the month;
      *>   - posts only the net (fees less credit) as a
      *>     SERVICE-CHARGE transaction on TRANS.DAT, for
      *>     BANK-TRANS-PROC to post the same as any other fee. A
      *>     credit larger than the fees reduces the charge to
      *>     nothing; the excess is not carried forward;
      *>   - prints the customer's analysis statement itemizing the
      *>     activity, the balances, the credit and the net charge.
      *>
      *> The month defaults to the one before the business date, so
      *> the first run of a new month bills the month just closed.
      *> Every account billed is registered on ANLYHIST.DAT, and an
      *> account already registered for the month is passed over —
      *> the job sits in the nightly sequence and bills each account
      *> once a month however many nights it runs. The month's
      *> AUDIT.DAT entries must still be on file when it runs.
      *>
      *> An account with no snapshots for the month (opened late, or
      *> before BAL-SNAPSHOT kept collected balances) falls back to
      *> its current balance, the same fallback SVC-CHARGE-BATCH
      *> uses; snapshots written before the collected balance was
      *> carried count at their closing balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-ANALYSIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-FILE ASSIGN TO 'ANLYFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ANALYSIS-HIST-FILE ASSIGN TO 'ANLYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SORT-FILE ASSIGN TO 'SORTWK10'.
           SELECT SORTED-HISTORY-FILE ASSIGN TO 'ANLYBAL.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SORT-FILE ASSIGN TO 'SORTWK11'.
           SELECT SORTED-AUDIT-FILE ASSIGN TO 'ANLYACT.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DONE-SORT-FILE ASSIGN TO 'SORTWK12'.
           SELECT SORTED-DONE-FILE ASSIGN TO 'ANLYDONE.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  FEE-FILE.
       COPY ANLYFEE.

       FD  ANALYSIS-HIST-FILE.
       COPY ANLYHIST.

      *> The month's snapshots, the month's billable activity and
      *> the accounts already billed for the month, each sorted by
      *> account so all three advance in step with the sequential
      *> read of ACCOUNT.DAT.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05  HSR-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(30).

       FD  SORTED-HISTORY-FILE.
       COPY BALHIST REPLACING
           ==BALANCE-HISTORY-RECORD== BY ==SORTED-HISTORY-RECORD==
           ==BH-ACCOUNT-NUMBER==      BY ==SH-ACCOUNT-NUMBER==
           ==BH-BUSINESS-DATE==       BY ==SH-BUSINESS-DATE==
           ==BH-CLOSING-BALANCE==     BY ==SH-CLOSING-BALANCE==
           ==BH-COLLECTED-BALANCE==   BY ==SH-COLLECTED-BALANCE==.

       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  ASR-ACCOUNT        PIC X(10).
           05  ASR-ACTIVITY       PIC X(12).

       FD  SORTED-AUDIT-FILE.
       01  SORTED-AUDIT-RECORD.
           05  SAU-ACCOUNT        PIC X(10).
           05  SAU-ACTIVITY       PIC X(12).

       SD  DONE-SORT-FILE.
       01  DONE-SORT-RECORD.
           05  DSR-ACCOUNT        PIC X(10).

       FD  SORTED-DONE-FILE.
       01  SORTED-DONE-RECORD.
           05  SD-ACCOUNT         PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-HIST-IN-EOF-FLAG PIC X VALUE 'N'.
               88  END-OF-HIST-INPUT VALUE 'Y'.
           05  WS-HIST-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-HISTORY VALUE 'Y'.
           05  WS-AUDIT-IN-EOF-FLAG PIC X VALUE 'N'.
               88  END-OF-AUDIT-INPUT VALUE 'Y'.
           05  WS-AUDIT-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-AUDIT   VALUE 'Y'.
           05  WS-DONE-IN-EOF-FLAG PIC X VALUE 'N'.
               88  END-OF-DONE-INPUT VALUE 'Y'.
           05  WS-DONE-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-DONE    VALUE 'Y'.
           05  WS-FEE-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-FEES    VALUE 'Y'.
           05  WS-BILLED-FLAG     PIC X.
               88  WS-ALREADY-BILLED VALUE 'Y'.
           05  WS-HDR-EOF-FLAG    PIC X VALUE 'N'.
               88  WS-HDR-EOF     VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-RUN-TIME            PIC X(6).
       01  WS-ANLY-MONTH          PIC X(6).
       01  WS-ANLY-MONTH-PARTS REDEFINES WS-ANLY-MONTH.
           05  WS-ANLY-YEAR       PIC 9(4).
           05  WS-ANLY-MM         PIC 9(2).
       01  WS-EARN-RATE           PIC 9(3)V99.
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-QUOTIENT       PIC 9(4).
       01  WS-LEAP-REM-4          PIC 9(3).
       01  WS-LEAP-REM-100        PIC 9(3).
       01  WS-LEAP-REM-400        PIC 9(3).

      *> The billable activities, in statement order. Descriptions
      *> here are the defaults; the fee schedule's own description
      *> replaces them for any activity it prices.
       01  WS-ACT-TABLE-DATA.
           05  FILLER             PIC X(32)
               VALUE 'DEPOSIT     DEPOSITS            '.
           05  FILLER             PIC X(32)
               VALUE 'ITEM-PAID   ITEMS PAID          '.
           05  FILLER             PIC X(32)
               VALUE 'TRANSFER    TRANSFERS           '.
           05  FILLER             PIC X(32)
               VALUE 'EXT-PAYMENT EXTERNAL PAYMENTS   '.
           05  FILLER             PIC X(32)
               VALUE 'RETURN-ITEM RETURNED/STOPPED    '.
           05  FILLER             PIC X(32)
               VALUE 'OVERDRAFT   OVERDRAFT ITEMS     '.
           05  FILLER             PIC X(32)
               VALUE 'MAINTENANCE ACCOUNT MAINTENANCE '.
       01  WS-ACT-TABLE REDEFINES WS-ACT-TABLE-DATA.
           05  WS-ACT-ENTRY OCCURS 7 TIMES.
               10  WS-ACT-CODE        PIC X(12).
               10  WS-ACT-DESC        PIC X(20).
       01  WS-ACT-COUNT-MAX       PIC 9(3) VALUE 7.
       01  WS-ACT-FIGURES.
           05  WS-ACT-FIGURE OCCURS 7 TIMES.
               10  WS-ACT-PRICE       PIC 9(5)V99.
               10  WS-ACT-COUNT       PIC 9(5).
               10  WS-ACT-CHARGE      PIC 9(7)V99.
       01  WS-ACT-IDX             PIC 9(3).
       01  WS-FIND-ACTIVITY       PIC X(12).
       01  WS-ACT-FOUND           PIC 9(3).
       01  WS-PRICES-LOADED       PIC 9(3) VALUE ZERO.

      *> One account's month.
       01  WS-LEDGER-SUM          PIC S9(11)V99.
       01  WS-COLLECTED-SUM       PIC S9(11)V99.
       01  WS-SNAPSHOT-COUNT      PIC 9(5).
       01  WS-AVG-LEDGER          PIC S9(9)V99.
       01  WS-AVG-COLLECTED       PIC S9(9)V99.
       01  WS-TOTAL-FEES          PIC 9(7)V99.
       01  WS-EARN-CREDIT         PIC 9(7)V99.
       01  WS-NET-CHARGE          PIC 9(7)V99.
       01  WS-CHARGE-REF          PIC X(12).

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-ANALYZED   PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-BILLED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-CHARGES-POSTED      PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COVERED      PIC 9(7) VALUE ZERO.
       01  WS-NO-HISTORY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-GRAND-FEES          PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-CREDIT        PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-NET           PIC 9(9)V99 VALUE ZERO.

       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-PRICE           PIC ZZ,ZZ9.99.
       01  WS-RPT-CHARGE          PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-BALANCE         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.99.
       01  WS-RPT-DAYS            PIC Z9.

      *> Reference numbers for the transactions this job originates:
      *> one-character job prefix, run date, and a five-digit
      *> sequence within the run (a wrap stops the run rather than
      *> reissuing a reference), so
      *> BANK-TRANS-PROC's cross-day duplicate check can recognize a
      *> resubmitted file.
       01  WS-REF-SEQ             PIC 9(5) VALUE ZERO.

      *> Product definitions loaded through PRODUCT-TABLE-LOAD: only
      *> accounts on a product flagged analyzed are billed here.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 20 TIMES.
               10  WS-PD-CODE         PIC X(3).
               10  WS-PD-DESC         PIC X(20).
               10  WS-PD-INTEREST     PIC X.
               10  WS-PD-RATE-SET     PIC X(8).
               10  WS-PD-SVC-MIN      PIC 9(9)V99.
               10  WS-PD-SVC-FEE      PIC 9(7)V99.
               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX            PIC 9(3).
       01  WS-PROD-FOUND          PIC 9(3).
       01  WS-PROD-STATUS         PIC X.

      *> RUNPARM.DAT interface fields for the RUN-PARM-LOOKUP calls
      *> at startup; the console prompt remains the fallback when no
      *> parameter file exists (ad-hoc daytime run).
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
           88  WS-PARM-NOT-FOUND  VALUE 'N'.
           88  WS-PARM-NO-FILE    VALUE 'M'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> RUN-CONTROL interface fields: the sequence gate is checked
      *> before any work and completion is stamped only on a clean
      *> finish, so a rerun or an out-of-order start is refused at
      *> the door.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'ACCTANLYS'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> REPORT-SPOOL interface: the customer analysis statements go
      *> to the dated report file for mailing, as well as the
      *> console.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'ACCTANLYS'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> EXCEPTION-LOG interface: a run with no fee schedule on file
      *> prices every activity at zero and bills nothing — a
      *> warning (RETURN-CODE 4), since the accounts are then
      *> registered as analyzed for the month all the same.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'ACCTANLYS'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-ANALYZE-ACCOUNT
               UNTIL END-OF-FILE
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 201-CHECK-RUN-CONTROL
      *> The charge transactions carry the batch's business date,
      *> not the wall clock, the same as SVC-CHARGE-BATCH.
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 202-GET-PARAMETERS
           IF WS-ANLY-MONTH NOT NUMERIC
                   OR WS-ANLY-MM < 1 OR WS-ANLY-MM > 12
               DISPLAY 'INVALID ANALYSIS MONTH - RUN CANCELLED'
               STOP RUN
           END-IF
           IF WS-ANLY-MONTH NOT < WS-RUN-DATE(1:6)
               DISPLAY 'ANALYSIS MONTH ' WS-ANLY-MONTH
                   ' HAS NOT CLOSED - RUN CANCELLED'
               STOP RUN
           END-IF
           PERFORM 207-SET-DAYS-IN-MONTH
           PERFORM 208-LOAD-PRODUCT-TABLE
           PERFORM 210-LOAD-FEE-SCHEDULE
           PERFORM 220-SORT-MONTH-HISTORY
           PERFORM 230-SORT-MONTH-ACTIVITY
           PERFORM 240-SORT-ALREADY-BILLED
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  ACCOUNT ANALYSIS STATEMENTS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EARN-RATE TO WS-RPT-RATE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  ANALYSIS MONTH:  ' WS-ANLY-MONTH
               '  EARNINGS CREDIT RATE ' WS-RPT-RATE '%'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           OPEN INPUT  ACCOUNT-FILE
           OPEN INPUT  SORTED-HISTORY-FILE
           OPEN INPUT  SORTED-AUDIT-FILE
           OPEN INPUT  SORTED-DONE-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN EXTEND ANALYSIS-HIST-FILE
           READ SORTED-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ
           READ SORTED-AUDIT-FILE
               AT END SET END-OF-AUDIT TO TRUE
           END-READ
           READ SORTED-DONE-FILE
               AT END SET END-OF-DONE TO TRUE
           END-READ
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       201-CHECK-RUN-CONTROL.
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

      *> A parameter file without ANLY-MONTH means the usual nightly
      *> run: analyze the month just ended. The earnings credit rate
      *> has no default — a missing or mis-keyed rate would bill
      *> every customer without the credit they are owed, so it
      *> cancels the run instead.
       202-GET-PARAMETERS.
           MOVE 'ANLY-MONTH' TO WS-PARM-NAME
           PERFORM 204-FETCH-PARM
           EVALUATE TRUE
               WHEN WS-PARM-NO-FILE
                   DISPLAY 'Analysis Month (YYYYMM): '
                   ACCEPT WS-ANLY-MONTH
               WHEN WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   MOVE WS-PARM-VALUE(1:6) TO WS-ANLY-MONTH
               WHEN WS-PARM-NOT-FOUND
                   MOVE WS-RUN-DATE(1:6) TO WS-ANLY-MONTH
                   IF WS-ANLY-MM = 1
                       SUBTRACT 1 FROM WS-ANLY-YEAR
                       MOVE 12 TO WS-ANLY-MM
                   ELSE
                       SUBTRACT 1 FROM WS-ANLY-MM
                   END-IF
               WHEN OTHER
                   PERFORM 206-REJECT-PARM
           END-EVALUATE
           MOVE 'ANLY-EARN-RATE' TO WS-PARM-NAME
           PERFORM 204-FETCH-PARM
           EVALUATE TRUE
               WHEN WS-PARM-NO-FILE
                   DISPLAY 'Earnings Credit Rate (annual %): '
                   ACCEPT WS-EARN-RATE
               WHEN WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   MOVE WS-PARM-NUMBER TO WS-EARN-RATE
               WHEN OTHER
                   PERFORM 206-REJECT-PARM
           END-EVALUATE.

       204-FETCH-PARM.
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER.

       206-REJECT-PARM.
           DISPLAY 'RUN PARAMETER ' WS-PARM-NAME
               ' MISSING OR NOT NUMERIC - RUN CANCELLED'
           STOP RUN.

      *> The credit accrues for every calendar day of the month.
       207-SET-DAYS-IN-MONTH.
           EVALUATE WS-ANLY-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-ANLY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-ANLY-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-ANLY-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = ZERO
                           OR (WS-LEAP-REM-4 = ZERO
                               AND WS-LEAP-REM-100 NOT = ZERO)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *> With no product file no account is analyzed, and the run
      *> simply bills nobody.
       208-LOAD-PRODUCT-TABLE.
           CALL 'PRODUCT-TABLE-LOAD' USING WS-PROD-TABLE
                                            WS-PROD-COUNT
                                            WS-PROD-STATUS
           IF WS-PROD-STATUS = 'W'
               DISPLAY 'PRODUCT FILE HAS EDIT PROBLEMS - FIX '
                       'THROUGH PRODUCT-MAINT'
           END-IF.

       210-LOAD-FEE-SCHEDULE.
           MOVE ZERO TO WS-ACT-FIGURES
           OPEN INPUT FEE-FILE
           READ FEE-FILE
               AT END SET END-OF-FEES TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FEES
               MOVE AF-ACTIVITY TO WS-FIND-ACTIVITY
               PERFORM 215-FIND-ACTIVITY
               IF WS-ACT-FOUND > ZERO
                   MOVE AF-UNIT-PRICE
                       TO WS-ACT-PRICE (WS-ACT-FOUND)
                   IF AF-DESCRIPTION NOT = SPACES
                       MOVE AF-DESCRIPTION
                           TO WS-ACT-DESC (WS-ACT-FOUND)
                   END-IF
                   ADD 1 TO WS-PRICES-LOADED
               ELSE
                   DISPLAY 'FEE SCHEDULE ACTIVITY ' AF-ACTIVITY
                       ' NOT RECOGNIZED - IGNORED'
               END-IF
               READ FEE-FILE
                   AT END SET END-OF-FEES TO TRUE
               END-READ
           END-PERFORM
           CLOSE FEE-FILE
           IF WS-PRICES-LOADED = ZERO
               DISPLAY 'NO ANALYSIS FEE SCHEDULE ON FILE - ACTIVITY '
                       'PRICED AT ZERO'
           END-IF.

      *> Looks up the activity code in WS-FIND-ACTIVITY; WS-ACT-FOUND is
      *> its slot, or zero.
       215-FIND-ACTIVITY.
           MOVE ZERO TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT-MAX
                      OR WS-ACT-FOUND > ZERO
               IF WS-ACT-CODE (WS-ACT-IDX) = WS-FIND-ACTIVITY
                   MOVE WS-ACT-IDX TO WS-ACT-FOUND
               END-IF
           END-PERFORM.

       220-SORT-MONTH-HISTORY.
           SORT HIST-SORT-FILE ON ASCENDING KEY HSR-ACCOUNT
               INPUT PROCEDURE 222-RELEASE-MONTH-HISTORY
               GIVING SORTED-HISTORY-FILE.

       222-RELEASE-MONTH-HISTORY.
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET END-OF-HIST-INPUT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HIST-INPUT
               IF BH-BUSINESS-DATE(1:6) = WS-ANLY-MONTH
                   MOVE BALANCE-HISTORY-RECORD TO HIST-SORT-RECORD
                   RELEASE HIST-SORT-RECORD
               END-IF
               READ HISTORY-FILE
                   AT END SET END-OF-HIST-INPUT TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       230-SORT-MONTH-ACTIVITY.
           SORT AUDIT-SORT-FILE ON ASCENDING KEY ASR-ACCOUNT
               INPUT PROCEDURE 232-RELEASE-MONTH-ACTIVITY
               GIVING SORTED-AUDIT-FILE.

      *> Each billable posting becomes one activity record. Only
      *> postings that went through reach AUDIT.DAT, so nothing
      *> rejected is billed. An item paid into overdraft is billed
      *> twice over — once as the item, once as the overdraft.
       232-RELEASE-MONTH-ACTIVITY.
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END SET END-OF-AUDIT-INPUT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUDIT-INPUT
               IF AUDIT-TIMESTAMP(1:6) = WS-ANLY-MONTH
                   MOVE AUDIT-ACCOUNT TO ASR-ACCOUNT
                   MOVE SPACES TO ASR-ACTIVITY
                   EVALUATE AUDIT-TYPE
                       WHEN 'DEPOSIT'
                           MOVE 'DEPOSIT' TO ASR-ACTIVITY
                       WHEN 'WITHDRAWAL'
                           MOVE 'ITEM-PAID' TO ASR-ACTIVITY
                       WHEN 'TRANSFER-DR'
                       WHEN 'TRANSFER-CR'
                           MOVE 'TRANSFER' TO ASR-ACTIVITY
                       WHEN 'EXT-PAYMENT'
                           MOVE 'EXT-PAYMENT' TO ASR-ACTIVITY
                       WHEN 'DEPOSIT-RTN'
                       WHEN 'STOP-PAYMENT'
                           MOVE 'RETURN-ITEM' TO ASR-ACTIVITY
                   END-EVALUATE
                   IF ASR-ACTIVITY NOT = SPACES
                       RELEASE AUDIT-SORT-RECORD
                   END-IF
                   IF AUDIT-STATUS = 'WITHDRAWAL-OD'
                           OR AUDIT-STATUS = 'EXT PAYMENT-OD'
                       MOVE 'OVERDRAFT' TO ASR-ACTIVITY
                       RELEASE AUDIT-SORT-RECORD
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END SET END-OF-AUDIT-INPUT TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       240-SORT-ALREADY-BILLED.
           SORT DONE-SORT-FILE ON ASCENDING KEY DSR-ACCOUNT
               INPUT PROCEDURE 242-RELEASE-ALREADY-BILLED
               GIVING SORTED-DONE-FILE.

       242-RELEASE-ALREADY-BILLED.
           OPEN INPUT ANALYSIS-HIST-FILE
           READ ANALYSIS-HIST-FILE
               AT END SET END-OF-DONE-INPUT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-DONE-INPUT
               IF AH-MONTH = WS-ANLY-MONTH
                   MOVE AH-ACCOUNT TO DSR-ACCOUNT
                   RELEASE DONE-SORT-RECORD
               END-IF
               READ ANALYSIS-HIST-FILE
                   AT END SET END-OF-DONE-INPUT TO TRUE
               END-READ
           END-PERFORM
           CLOSE ANALYSIS-HIST-FILE.

      *> ACCOUNT.DAT reads back in ascending key order and the three
      *> sorted files run the same way, so every account's history,
      *> activity and billed marker are consumed whether or not the
      *> account is analyzed, and groups for accounts no longer on
      *> the master are skipped.
       300-ANALYZE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 305-GATHER-HISTORY
           PERFORM 310-GATHER-ACTIVITY
           PERFORM 315-CHECK-ALREADY-BILLED
           PERFORM 320-RESOLVE-PRODUCT
           IF WS-PROD-FOUND > ZERO
                   AND WS-PD-ANALYZED (WS-PROD-FOUND) = 'Y'
                   AND NOT ACCOUNT-CLOSED
                   AND NOT ACCOUNT-CHARGED-OFF
               IF WS-ALREADY-BILLED
                   ADD 1 TO WS-ALREADY-BILLED-COUNT
               ELSE
                   PERFORM 400-PRICE-ACCOUNT
               END-IF
           END-IF
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       305-GATHER-HISTORY.
           PERFORM UNTIL END-OF-HISTORY
                   OR SH-ACCOUNT-NUMBER >= ACCOUNT-NUMBER
               READ SORTED-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-LEDGER-SUM
           MOVE ZERO TO WS-COLLECTED-SUM
           MOVE ZERO TO WS-SNAPSHOT-COUNT
           PERFORM UNTIL END-OF-HISTORY
                   OR SH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
               ADD SH-CLOSING-BALANCE TO WS-LEDGER-SUM
               IF SH-COLLECTED-BALANCE IS NUMERIC
                   ADD SH-COLLECTED-BALANCE TO WS-COLLECTED-SUM
               ELSE
                   ADD SH-CLOSING-BALANCE TO WS-COLLECTED-SUM
               END-IF
               ADD 1 TO WS-SNAPSHOT-COUNT
               READ SORTED-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM.

       310-GATHER-ACTIVITY.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT-MAX
               MOVE ZERO TO WS-ACT-COUNT (WS-ACT-IDX)
               MOVE ZERO TO WS-ACT-CHARGE (WS-ACT-IDX)
           END-PERFORM
           PERFORM UNTIL END-OF-AUDIT
                   OR SAU-ACCOUNT >= ACCOUNT-NUMBER
               READ SORTED-AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-AUDIT
                   OR SAU-ACCOUNT NOT = ACCOUNT-NUMBER
               MOVE SAU-ACTIVITY TO WS-FIND-ACTIVITY
               PERFORM 215-FIND-ACTIVITY
               IF WS-ACT-FOUND > ZERO
                       AND WS-ACT-COUNT (WS-ACT-FOUND) < 99999
                   ADD 1 TO WS-ACT-COUNT (WS-ACT-FOUND)
               END-IF
               READ SORTED-AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.

       315-CHECK-ALREADY-BILLED.
           MOVE 'N' TO WS-BILLED-FLAG
           PERFORM UNTIL END-OF-DONE
                   OR SD-ACCOUNT >= ACCOUNT-NUMBER
               READ SORTED-DONE-FILE
                   AT END SET END-OF-DONE TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-DONE AND SD-ACCOUNT = ACCOUNT-NUMBER
               SET WS-ALREADY-BILLED TO TRUE
           END-IF.

       320-RESOLVE-PRODUCT.
           MOVE ZERO TO WS-PROD-FOUND
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                       UNTIL WS-PROD-IDX > WS-PROD-COUNT
                   IF WS-PD-CODE (WS-PROD-IDX)
                           = ACCOUNT-PRODUCT-CODE
                       MOVE WS-PROD-IDX TO WS-PROD-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *> Fees, credit and net for one analyzed account. The
      *> maintenance charge is one per account per month; a negative
      *> average collected balance earns nothing.
       400-PRICE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-ANALYZED
           MOVE 'MAINTENANCE' TO WS-FIND-ACTIVITY
           PERFORM 215-FIND-ACTIVITY
           MOVE 1 TO WS-ACT-COUNT (WS-ACT-FOUND)
           MOVE ZERO TO WS-TOTAL-FEES
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT-MAX
               COMPUTE WS-ACT-CHARGE (WS-ACT-IDX) =
                   WS-ACT-COUNT (WS-ACT-IDX)
                   * WS-ACT-PRICE (WS-ACT-IDX)
               ADD WS-ACT-CHARGE (WS-ACT-IDX) TO WS-TOTAL-FEES
           END-PERFORM
           IF WS-SNAPSHOT-COUNT > ZERO
               COMPUTE WS-AVG-LEDGER ROUNDED =
                   WS-LEDGER-SUM / WS-SNAPSHOT-COUNT
               COMPUTE WS-AVG-COLLECTED ROUNDED =
                   WS-COLLECTED-SUM / WS-SNAPSHOT-COUNT
           ELSE
               MOVE ACCOUNT-BALANCE TO WS-AVG-LEDGER
               MOVE ACCOUNT-BALANCE TO WS-AVG-COLLECTED
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF
           MOVE ZERO TO WS-EARN-CREDIT
           IF WS-AVG-COLLECTED > ZERO
               COMPUTE WS-EARN-CREDIT ROUNDED =
                   WS-AVG-COLLECTED * WS-EARN-RATE / 100
                   * WS-DAYS-IN-MONTH / 365
           END-IF
           MOVE SPACES TO WS-CHARGE-REF
           IF WS-TOTAL-FEES > WS-EARN-CREDIT
               COMPUTE WS-NET-CHARGE =
                   WS-TOTAL-FEES - WS-EARN-CREDIT
               PERFORM 410-WRITE-ANALYSIS-CHARGE
           ELSE
               MOVE ZERO TO WS-NET-CHARGE
               ADD 1 TO WS-CREDIT-COVERED
           END-IF
           ADD WS-TOTAL-FEES  TO WS-GRAND-FEES
           ADD WS-EARN-CREDIT TO WS-GRAND-CREDIT
           ADD WS-NET-CHARGE  TO WS-GRAND-NET
           PERFORM 420-REGISTER-ANALYSIS
           PERFORM 500-PRINT-STATEMENT.

       410-WRITE-ANALYSIS-CHARGE.
           MOVE ACCOUNT-NUMBER  TO TR-ACCOUNT-NUMBER
           SET SERVICE-CHARGE   TO TRUE
           MOVE WS-NET-CHARGE   TO TR-AMOUNT
           MOVE WS-RUN-DATE     TO TR-DATE
           MOVE WS-RUN-TIME     TO TR-TIME
           MOVE SPACES          TO TR-TO-ACCOUNT-NUMBER
           MOVE ACCOUNT-BRANCH  TO TR-BRANCH
           MOVE SPACE           TO TR-APPROVAL-FLAG
           ADD 1 TO WS-REF-SEQ
           IF WS-REF-SEQ = ZERO
               DISPLAY 'REFERENCE SEQUENCE EXHAUSTED - RUN STOPPED'
               STOP RUN
           END-IF
           MOVE SPACES TO TR-REF-NO
           STRING 'Y' WS-RUN-DATE(3:6) WS-REF-SEQ
               DELIMITED BY SIZE INTO TR-REF-NO
           MOVE SPACES TO TR-ORIG-REF-NO
           MOVE SPACES TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME TO TR-OPERATOR
           MOVE SPACES TO TR-APPROVER
           MOVE SPACES TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           MOVE TR-REF-NO TO WS-CHARGE-REF
           ADD 1 TO WS-CHARGES-POSTED.

       420-REGISTER-ANALYSIS.
           MOVE WS-ANLY-MONTH    TO AH-MONTH
           MOVE ACCOUNT-NUMBER   TO AH-ACCOUNT
           MOVE WS-AVG-COLLECTED TO AH-AVG-COLLECTED
           MOVE WS-TOTAL-FEES    TO AH-FEES
           MOVE WS-EARN-CREDIT   TO AH-CREDIT
           MOVE WS-NET-CHARGE    TO AH-NET-CHARGE
           MOVE WS-CHARGE-REF    TO AH-REF-NO
           MOVE WS-RUN-DATE      TO AH-RUN-DATE
           WRITE ANALYSIS-HISTORY-RECORD.

      *> The customer's statement: every activity line is printed,
      *> used or not, so the customer sees the whole price list the
      *> month was billed against.
       500-PRINT-STATEMENT.
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT ANALYSIS STATEMENT - MONTH ' WS-ANLY-MONTH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT ' ACCOUNT-NUMBER '  ' ACCOUNT-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               '----------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE '  ACTIVITY' TO WS-SPOOL-LINE
           MOVE 'COUNT' TO WS-SPOOL-LINE(29:5)
           MOVE 'UNIT PRICE' TO WS-SPOOL-LINE(36:10)
           MOVE 'CHARGE' TO WS-SPOOL-LINE(55:6)
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM 510-PRINT-ACTIVITY-LINE
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT-MAX
           MOVE WS-TOTAL-FEES TO WS-RPT-CHARGE
           MOVE '  TOTAL ACTIVITY CHARGES' TO WS-SPOOL-LINE
           MOVE WS-RPT-CHARGE TO WS-SPOOL-LINE(49:12)
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-AVG-LEDGER TO WS-RPT-BALANCE
           MOVE '  AVERAGE LEDGER BALANCE' TO WS-SPOOL-LINE
           MOVE WS-RPT-BALANCE TO WS-SPOOL-LINE(46:15)
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-AVG-COLLECTED TO WS-RPT-BALANCE
           MOVE '  AVERAGE COLLECTED BALANCE' TO WS-SPOOL-LINE
           MOVE WS-RPT-BALANCE TO WS-SPOOL-LINE(46:15)
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EARN-RATE TO WS-RPT-RATE
           MOVE WS-DAYS-IN-MONTH TO WS-RPT-DAYS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  EARNINGS CREDIT AT ' WS-RPT-RATE '% FOR '
               WS-RPT-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           MOVE WS-EARN-CREDIT TO WS-RPT-CHARGE
           MOVE WS-RPT-CHARGE TO WS-SPOOL-LINE(49:12)
           MOVE '-' TO WS-SPOOL-LINE(61:1)
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-NET-CHARGE TO WS-RPT-CHARGE
           MOVE '  NET ANALYSIS CHARGE' TO WS-SPOOL-LINE
           MOVE WS-RPT-CHARGE TO WS-SPOOL-LINE(49:12)
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           IF WS-NET-CHARGE > ZERO
               STRING '  CHARGED TO THE ACCOUNT UNDER REFERENCE '
                   WS-CHARGE-REF
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING '  EARNINGS CREDIT COVERS THE MONTH''S '
                   'ACTIVITY - NO CHARGE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM 904-PRINT-REPORT-LINE.

       510-PRINT-ACTIVITY-LINE.
           MOVE WS-ACT-COUNT (WS-ACT-IDX)  TO WS-RPT-COUNT
           MOVE WS-ACT-PRICE (WS-ACT-IDX)  TO WS-RPT-PRICE
           MOVE WS-ACT-CHARGE (WS-ACT-IDX) TO WS-RPT-CHARGE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  ' WS-ACT-DESC (WS-ACT-IDX) '    ' WS-RPT-COUNT
               '   ' WS-RPT-PRICE '   ' WS-RPT-CHARGE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       900-END-PROGRAM.
           CLOSE ACCOUNT-FILE
                 SORTED-HISTORY-FILE
                 SORTED-AUDIT-FILE
                 SORTED-DONE-FILE
                 TRANSACTION-FILE
                 ANALYSIS-HIST-FILE
           IF WS-CHARGES-POSTED > ZERO
               PERFORM 920-UPDATE-BATCH-HEADER-COUNT
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS SCANNED:             ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-ANALYZED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS ANALYZED:            ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ALREADY-BILLED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ALREADY BILLED FOR MONTH:     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CHARGES-POSTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'NET CHARGES POSTED:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CREDIT-COVERED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'COVERED BY EARNINGS CREDIT:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-NO-HISTORY-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'NO HISTORY - CURRENT BALANCE: ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GRAND-FEES TO WS-RPT-TOTAL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL ACTIVITY CHARGES:  ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GRAND-CREDIT TO WS-RPT-TOTAL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL EARNINGS CREDIT:   ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GRAND-NET TO WS-RPT-TOTAL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL NET CHARGED:       ' WS-RPT-TOTAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-PRICES-LOADED = ZERO AND WS-ACCOUNTS-ANALYZED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'ANALYSIS FEE SCHEDULE EMPTY' TO WS-EX-CONDITION
               MOVE WS-ACCOUNTS-ANALYZED TO WS-EX-FIGURE-1
               MOVE ZERO TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           PERFORM 910-STAMP-RUN-CONTROL
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           IF WS-PRICES-LOADED = ZERO AND WS-ACCOUNTS-ANALYZED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.

      *> Keeps BANK-TRANS-PROC's batch-header and trailer counts
      *> truthful after this job appends its charges to TRANS.DAT,
      *> the same as SVC-CHARGE-BATCH.
       920-UPDATE-BATCH-HEADER-COUNT.
           OPEN I-O TRANSACTION-FILE
           READ TRANSACTION-FILE
               AT END SET WS-HDR-EOF TO TRUE
           END-READ
           IF NOT WS-HDR-EOF AND BATCH-HEADER
               ADD WS-CHARGES-POSTED TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           PERFORM UNTIL WS-HDR-EOF OR BATCH-TRAILER
               READ TRANSACTION-FILE
                   AT END SET WS-HDR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HDR-EOF AND BATCH-TRAILER
               ADD WS-CHARGES-POSTED TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.
