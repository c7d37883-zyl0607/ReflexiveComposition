      *> Month-end deposit portfolio report for management: for a
      *> requested month, every branch and ACCOUNT-PRODUCT-CODE
      *> with its account count at month end, accounts opened and
      *> closed in the month, ending and average balances, growth
      *> over the prior month's ending balance, the interest paid
      *> and accrued and the fees earned from the audit trail, and
      *> the weighted average rate paid. Branch subtotals and a
      *> bank total follow the products. The report is spooled
      *> through REPORT-SPOOL, and the same figures go to a comma-
      *> delimited file (DEPMISyyyymm.CSV, one row per line of the
      *> report with a heading row) that finance loads straight
      *> into a spreadsheet.
      *>
      *> Balances come from the BALHIST.DAT snapshots BAL-SNAPSHOT
      *> writes each night: the ending balance is an account's last
      *> snapshot in the month, the average its mean snapshot, and
      *> the prior ending balance its last snapshot the month
      *> before — the same history SVC-CHARGE-BATCH prices from, so
      *> the report can be run any time after month end and still
      *> show the month as it closed. An account open at month end
      *> with no snapshot in the month falls back to its current
      *> balance, as SVC-CHARGE-BATCH does, and is counted on the
      *> summary so the gap is visible.
      *>
      *> The weighted average rate is what the month's INT-ACCRUAL
      *> entries come to as an annual rate on the average balance,
      *> so every account weighs in by its balance at the rate it
      *> was actually priced at (product rate set and household
      *> tier included); a product with no accruals for the month
      *> is rated off its INTEREST postings instead. Closed is
      *> status 'C' with the closure (LAST-UPDATE-DATE) in the
      *> month; a charged-off account stops counting from its
      *> charge-off date.
      *>
      *> The month comes from the MIS-REPORT-MONTH run parameter
      *> (YYYYMM); without it the report covers the month before
      *> the run date, and with no parameter file at all the
      *> console asks for it. Audit entries are read from the live
      *> AUDIT.DAT, so the report should be run before AUDIT-ARCHIVE
      *> splits the month off.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-MIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SORT-FILE ASSIGN TO 'SORTWK8'.
           SELECT SORTED-HISTORY-FILE ASSIGN TO 'MISHIST.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SORT-FILE ASSIGN TO 'SORTWK9'.
           SELECT SORTED-AUDIT-FILE ASSIGN TO 'MISAUDIT.SRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN TO WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  HISTORY-FILE.
       COPY BALHIST.

       FD  AUDIT-FILE.
       COPY AUDITREC.

      *> The month's and the prior month's snapshots, sorted by
      *> account and date so the walk below meets each account's
      *> history in step with the sequential read of ACCOUNT.DAT
      *> and the last snapshot of a month is the last one read.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05  HSR-ACCOUNT        PIC X(10).
           05  HSR-DATE           PIC X(8).
           05  FILLER             PIC X(22).

       FD  SORTED-HISTORY-FILE.
       COPY BALHIST REPLACING
           ==BALANCE-HISTORY-RECORD== BY ==SORTED-HISTORY-RECORD==
           ==BH-ACCOUNT-NUMBER==      BY ==SH-ACCOUNT-NUMBER==
           ==BH-BUSINESS-DATE==       BY ==SH-BUSINESS-DATE==
           ==BH-CLOSING-BALANCE==     BY ==SH-CLOSING-BALANCE==
           ==BH-COLLECTED-BALANCE==   BY ==SH-COLLECTED-BALANCE==.

      *> The month's interest and fee entries, reduced to the
      *> account, what kind of figure it is and the amount, sorted
      *> by account for the same walk.
       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  ASR-ACCOUNT        PIC X(10).
           05  ASR-KIND           PIC X.
           05  ASR-AMOUNT         PIC S9(9)V99.

       FD  SORTED-AUDIT-FILE.
       01  SORTED-AUDIT-RECORD.
           05  SA-ACCOUNT         PIC X(10).
           05  SA-KIND            PIC X.
               88  SA-INTEREST-PAID    VALUE 'I'.
               88  SA-INTEREST-ACCRUED VALUE 'A'.
               88  SA-FEE              VALUE 'F'.
           05  SA-AMOUNT          PIC S9(9)V99.

       FD  CSV-FILE.
       01  CSV-RECORD             PIC X(250).

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
           05  WS-SWAP-FLAG       PIC X.
               88  WS-SWAPPED     VALUE 'Y'.
           05  WS-IN-PERIOD-FLAG  PIC X.
               88  WS-IN-PERIOD   VALUE 'Y'.
           05  WS-GONE-FLAG       PIC X.
               88  WS-GONE-BY-MONTH-END VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-MIS-MONTH           PIC X(6).
       01  WS-MIS-MONTH-PARTS REDEFINES WS-MIS-MONTH.
           05  WS-MIS-YEAR        PIC 9(4).
           05  WS-MIS-MM          PIC 9(2).
       01  WS-PRIOR-MONTH         PIC X(6).
       01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YEAR      PIC 9(4).
           05  WS-PRIOR-MM        PIC 9(2).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-QUOTIENT       PIC 9(4).
       01  WS-LEAP-REM-4          PIC 9(3).
       01  WS-LEAP-REM-100        PIC 9(3).
       01  WS-LEAP-REM-400        PIC 9(3).
       01  WS-CSV-FILENAME        PIC X(20).

      *> RUNPARM.DAT interface fields for the MIS-REPORT-MONTH
      *> lookup.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
           88  WS-PARM-NOT-FOUND  VALUE 'N'.
           88  WS-PARM-NO-FILE    VALUE 'M'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> REPORT-SPOOL interface: the report is filed under the run
      *> date like every other spooled report.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'DEPOSITMIS'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> One account's figures for the month, gathered from its
      *> history and audit entries before they join its slot.
       01  WS-ACCT-SNAP-SUM       PIC S9(11)V99.
       01  WS-ACCT-SNAP-COUNT     PIC 9(3).
       01  WS-ACCT-ENDING         PIC S9(9)V99.
       01  WS-ACCT-AVERAGE        PIC S9(9)V99.
       01  WS-ACCT-PRIOR          PIC S9(9)V99.

      *> One slot per branch and product met on the master; slots
      *> 201 and 202 accumulate the branch subtotal and the bank
      *> total as the report prints.
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 202 TIMES.
               10  WS-MS-BRANCH       PIC X(3).
               10  WS-MS-PRODUCT      PIC X(3).
               10  WS-MS-COUNT        PIC 9(7).
               10  WS-MS-OPENED       PIC 9(7).
               10  WS-MS-CLOSED       PIC 9(7).
               10  WS-MS-ENDING       PIC S9(11)V99.
               10  WS-MS-AVERAGE      PIC S9(11)V99.
               10  WS-MS-PRIOR        PIC S9(11)V99.
               10  WS-MS-INT-PAID     PIC S9(11)V99.
               10  WS-MS-INT-ACCRUED  PIC S9(11)V99.
               10  WS-MS-FEES         PIC S9(11)V99.
       01  WS-MS-HOLD             PIC X(120).
       01  WS-MS-USED             PIC 9(3) VALUE ZERO.
       01  WS-MS-IDX              PIC 9(3).
       01  WS-MS-NEXT             PIC 9(3).
       01  WS-MS-FOUND            PIC 9(3).
       01  WS-MS-TARGET           PIC 9(3).
       01  WS-MS-OVERFLOW         PIC 9(7) VALUE ZERO.
       01  WS-KEY-BRANCH          PIC X(3).
       01  WS-KEY-PRODUCT         PIC X(3).
       01  WS-CURRENT-BRANCH      PIC X(3).

       01  WS-GROWTH              PIC S9(11)V99.
       01  WS-GROWTH-PCT          PIC S9(5)V99.
       01  WS-RATE-BASIS          PIC S9(11)V99.
       01  WS-WEIGHTED-RATE       PIC 9(3)V999.

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-NO-HISTORY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-HISTORY      PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-AUDIT        PIC 9(7) VALUE ZERO.
       01  WS-CSV-ROWS            PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-SMALL-1         PIC ZZ,ZZ9.
       01  WS-RPT-SMALL-2         PIC ZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-PCT             PIC -ZZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.999.

      *> Delimited copy: each field is edited, stripped of its
      *> leading spaces and appended after a comma.
       01  WS-CSV-LINE            PIC X(250).
       01  WS-CSV-PTR             PIC 9(3).
       01  WS-CSV-FIELD           PIC X(20).
       01  WS-CSV-LEAD            PIC 9(3).
       01  WS-CSV-COUNT           PIC Z(6)9.
       01  WS-CSV-AMOUNT          PIC -(12)9.99.
       01  WS-CSV-PCT             PIC -(5)9.99.
       01  WS-CSV-RATE            PIC ZZ9.999.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-TALLY-ACCOUNT
               UNTIL END-OF-FILE
           CLOSE ACCOUNT-FILE
           CLOSE SORTED-HISTORY-FILE
           CLOSE SORTED-AUDIT-FILE
           PERFORM 600-SORT-SLOTS
           PERFORM 650-PRINT-PORTFOLIO
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 202-GET-REPORT-MONTH
           IF WS-MIS-MONTH NOT NUMERIC
                   OR WS-MIS-MM < 1 OR WS-MIS-MM > 12
               DISPLAY 'INVALID REPORT MONTH - RUN CANCELLED'
               STOP RUN
           END-IF
           PERFORM 204-SET-MONTH-LIMITS
           PERFORM 210-SORT-HISTORY
           PERFORM 220-SORT-AUDIT
           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'DEPMIS' WS-MIS-MONTH '.CSV'
               DELIMITED BY SIZE INTO WS-CSV-FILENAME
           OPEN OUTPUT CSV-FILE
           PERFORM 230-WRITE-CSV-HEADING
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT SORTED-HISTORY-FILE
           OPEN INPUT SORTED-AUDIT-FILE
           READ SORTED-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ
           READ SORTED-AUDIT-FILE
               AT END SET END-OF-AUDIT TO TRUE
           END-READ
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> A parameter file without MIS-REPORT-MONTH means the usual
      *> run early in the new month: report the month just ended.
       202-GET-REPORT-MONTH.
           MOVE 'MIS-REPORT-MONTH' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           EVALUATE TRUE
               WHEN WS-PARM-NO-FILE
                   DISPLAY 'Report Month (YYYYMM): '
                   ACCEPT WS-MIS-MONTH
               WHEN WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   MOVE WS-PARM-VALUE(1:6) TO WS-MIS-MONTH
               WHEN WS-PARM-NOT-FOUND
                   MOVE WS-RUN-DATE(1:6) TO WS-MIS-MONTH
                   IF WS-MIS-MM = 1
                       SUBTRACT 1 FROM WS-MIS-YEAR
                       MOVE 12 TO WS-MIS-MM
                   ELSE
                       SUBTRACT 1 FROM WS-MIS-MM
                   END-IF
               WHEN OTHER
                   DISPLAY 'RUN PARAMETER ' WS-PARM-NAME
                       ' NOT NUMERIC - RUN CANCELLED'
                   STOP RUN
           END-EVALUATE.

      *> The prior month for growth, and the month's length for
      *> annualizing the accrued interest into a rate.
       204-SET-MONTH-LIMITS.
           MOVE WS-MIS-MONTH TO WS-PRIOR-MONTH
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           EVALUATE WS-MIS-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-MIS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-MIS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-MIS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
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

       210-SORT-HISTORY.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY HSR-ACCOUNT HSR-DATE
               INPUT PROCEDURE 212-RELEASE-HISTORY
               GIVING SORTED-HISTORY-FILE.

       212-RELEASE-HISTORY.
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET END-OF-HIST-INPUT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HIST-INPUT
               IF BH-BUSINESS-DATE(1:6) = WS-MIS-MONTH
                       OR BH-BUSINESS-DATE(1:6) = WS-PRIOR-MONTH
                   MOVE BALANCE-HISTORY-RECORD TO HIST-SORT-RECORD
                   RELEASE HIST-SORT-RECORD
               END-IF
               READ HISTORY-FILE
                   AT END SET END-OF-HIST-INPUT TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       220-SORT-AUDIT.
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY ASR-ACCOUNT
               INPUT PROCEDURE 222-RELEASE-AUDIT
               GIVING SORTED-AUDIT-FILE.

      *> Interest paid is the INTEREST posting; interest accrued
      *> the daily INT-ACCRUAL entries; fees are every charge the
      *> bank takes into income off a deposit account.
       222-RELEASE-AUDIT.
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END SET END-OF-AUDIT-INPUT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUDIT-INPUT
               IF AUDIT-TIMESTAMP(1:6) = WS-MIS-MONTH
                   MOVE SPACE TO ASR-KIND
                   EVALUATE AUDIT-TYPE
                       WHEN 'INTEREST'
                           MOVE 'I' TO ASR-KIND
                       WHEN 'INT-ACCRUAL'
                           MOVE 'A' TO ASR-KIND
                       WHEN 'OVERDRAFT-FEE'
                       WHEN 'SVC-CHARGE'
                       WHEN 'EARLY-WD-PEN'
                       WHEN 'ODP-XFER-FEE'
                           MOVE 'F' TO ASR-KIND
                   END-EVALUATE
                   IF ASR-KIND NOT = SPACE
                       MOVE AUDIT-ACCOUNT TO ASR-ACCOUNT
                       MOVE AUDIT-AMOUNT  TO ASR-AMOUNT
                       RELEASE AUDIT-SORT-RECORD
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END SET END-OF-AUDIT-INPUT TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       230-WRITE-CSV-HEADING.
           MOVE SPACES TO CSV-RECORD
           STRING 'MONTH,BRANCH,PRODUCT,ACCOUNTS,OPENED,CLOSED,'
               'ENDING_BALANCE,AVERAGE_BALANCE,PRIOR_ENDING_BALANCE,'
               'GROWTH,GROWTH_PCT,INTEREST_PAID,INTEREST_ACCRUED,'
               'FEES,WEIGHTED_AVG_RATE'
               DELIMITED BY SIZE INTO CSV-RECORD
           WRITE CSV-RECORD.

      *> ACCOUNT.DAT reads back in ascending key order and both
      *> sorted files run the same way, so all three advance in
      *> step. An account opened after the month still has its
      *> history and audit consumed, but adds nothing.
       300-TALLY-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 305-GATHER-HISTORY
           MOVE 'Y' TO WS-IN-PERIOD-FLAG
           IF ACCOUNT-OPEN-DATE NOT = SPACES
                   AND ACCOUNT-OPEN-DATE(1:6) > WS-MIS-MONTH
               MOVE 'N' TO WS-IN-PERIOD-FLAG
           END-IF
           MOVE 'N' TO WS-GONE-FLAG
           IF ACCOUNT-CLOSED
                   AND LAST-UPDATE-DATE(1:6) NOT > WS-MIS-MONTH
               SET WS-GONE-BY-MONTH-END TO TRUE
           END-IF
           IF ACCOUNT-CHARGED-OFF
                   AND ACCOUNT-CHARGE-OFF-DATE(1:6)
                       NOT > WS-MIS-MONTH
               SET WS-GONE-BY-MONTH-END TO TRUE
           END-IF
           MOVE ACCOUNT-BRANCH TO WS-KEY-BRANCH
           IF WS-KEY-BRANCH = SPACES
               MOVE '001' TO WS-KEY-BRANCH
           END-IF
           MOVE ACCOUNT-PRODUCT-CODE TO WS-KEY-PRODUCT
           IF WS-IN-PERIOD
               PERFORM 800-FIND-SLOT
               IF NOT WS-GONE-BY-MONTH-END
                   ADD 1 TO WS-MS-COUNT (WS-MS-FOUND)
               END-IF
               IF ACCOUNT-OPEN-DATE(1:6) = WS-MIS-MONTH
                   ADD 1 TO WS-MS-OPENED (WS-MS-FOUND)
               END-IF
               IF ACCOUNT-CLOSED
                       AND LAST-UPDATE-DATE(1:6) = WS-MIS-MONTH
                   ADD 1 TO WS-MS-CLOSED (WS-MS-FOUND)
               END-IF
               IF WS-ACCT-SNAP-COUNT = ZERO
                       AND NOT WS-GONE-BY-MONTH-END
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   IF ACCOUNT-BALANCE NUMERIC
                       MOVE ACCOUNT-BALANCE TO WS-ACCT-ENDING
                       MOVE ACCOUNT-BALANCE TO WS-ACCT-AVERAGE
                   END-IF
               END-IF
               ADD WS-ACCT-ENDING  TO WS-MS-ENDING (WS-MS-FOUND)
               ADD WS-ACCT-AVERAGE TO WS-MS-AVERAGE (WS-MS-FOUND)
               ADD WS-ACCT-PRIOR   TO WS-MS-PRIOR (WS-MS-FOUND)
           END-IF
           PERFORM 310-GATHER-AUDIT
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> History for accounts no longer on the master is skipped
      *> and counted; snapshots are in date order, so the last one
      *> of each month read is that month's closing balance.
       305-GATHER-HISTORY.
           MOVE ZERO TO WS-ACCT-SNAP-SUM
                        WS-ACCT-SNAP-COUNT
                        WS-ACCT-ENDING
                        WS-ACCT-AVERAGE
                        WS-ACCT-PRIOR
           PERFORM UNTIL END-OF-HISTORY
                   OR SH-ACCOUNT-NUMBER >= ACCOUNT-NUMBER
               ADD 1 TO WS-ORPHAN-HISTORY
               READ SORTED-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-HISTORY
                   OR SH-ACCOUNT-NUMBER NOT = ACCOUNT-NUMBER
               IF SH-BUSINESS-DATE(1:6) = WS-MIS-MONTH
                   ADD SH-CLOSING-BALANCE TO WS-ACCT-SNAP-SUM
                   ADD 1 TO WS-ACCT-SNAP-COUNT
                   MOVE SH-CLOSING-BALANCE TO WS-ACCT-ENDING
               ELSE
                   MOVE SH-CLOSING-BALANCE TO WS-ACCT-PRIOR
               END-IF
               READ SORTED-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM
           IF WS-ACCT-SNAP-COUNT > ZERO
               COMPUTE WS-ACCT-AVERAGE ROUNDED =
                   WS-ACCT-SNAP-SUM / WS-ACCT-SNAP-COUNT
           END-IF.

       310-GATHER-AUDIT.
           PERFORM UNTIL END-OF-AUDIT
                   OR SA-ACCOUNT >= ACCOUNT-NUMBER
               ADD 1 TO WS-ORPHAN-AUDIT
               READ SORTED-AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM
           PERFORM UNTIL END-OF-AUDIT
                   OR SA-ACCOUNT NOT = ACCOUNT-NUMBER
               IF WS-IN-PERIOD
                   EVALUATE TRUE
                       WHEN SA-INTEREST-PAID
                           ADD SA-AMOUNT
                               TO WS-MS-INT-PAID (WS-MS-FOUND)
                       WHEN SA-INTEREST-ACCRUED
                           ADD SA-AMOUNT
                               TO WS-MS-INT-ACCRUED (WS-MS-FOUND)
                       WHEN SA-FEE
                           ADD SA-AMOUNT
                               TO WS-MS-FEES (WS-MS-FOUND)
                   END-EVALUATE
               END-IF
               READ SORTED-AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM.

       600-SORT-SLOTS.
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAP-FLAG
               PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX >= WS-MS-USED
                   COMPUTE WS-MS-NEXT = WS-MS-IDX + 1
                   IF WS-MS-BRANCH (WS-MS-IDX) >
                           WS-MS-BRANCH (WS-MS-NEXT)
                       OR (WS-MS-BRANCH (WS-MS-IDX) =
                           WS-MS-BRANCH (WS-MS-NEXT)
                       AND WS-MS-PRODUCT (WS-MS-IDX) >
                           WS-MS-PRODUCT (WS-MS-NEXT))
                       MOVE WS-MS-ENTRY (WS-MS-IDX) TO WS-MS-HOLD
                       MOVE WS-MS-ENTRY (WS-MS-NEXT)
                           TO WS-MS-ENTRY (WS-MS-IDX)
                       MOVE WS-MS-HOLD TO WS-MS-ENTRY (WS-MS-NEXT)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Products in branch order, a subtotal (product ALL) as each
      *> branch ends, and the bank total (branch ALL) at the foot.
       650-PRINT-PORTFOLIO.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DEPOSIT PORTFOLIO BY BRANCH AND PRODUCT'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  MONTH: ' WS-MIS-MONTH
               '   PRIOR MONTH: ' WS-PRIOR-MONTH
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BR  PRD   ACCTS OPENED CLOSED        ENDING BAL'
               '       AVERAGE BAL'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '        GROWTH / PCT / WEIGHTED AVG RATE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '        INTEREST PAID / ACCRUED / FEES'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 202 TO WS-MS-TARGET
           PERFORM 670-CLEAR-TOTAL
           MOVE 'ALL' TO WS-MS-BRANCH (202)
                         WS-MS-PRODUCT (202)
           MOVE SPACES TO WS-CURRENT-BRANCH
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-USED
               IF WS-MS-BRANCH (WS-MS-IDX) NOT = WS-CURRENT-BRANCH
                   IF WS-CURRENT-BRANCH NOT = SPACES
                       MOVE 201 TO WS-MS-FOUND
                       PERFORM 660-PRINT-SLOT
                   END-IF
                   MOVE WS-MS-BRANCH (WS-MS-IDX) TO WS-CURRENT-BRANCH
                   MOVE 201 TO WS-MS-TARGET
                   PERFORM 670-CLEAR-TOTAL
                   MOVE WS-CURRENT-BRANCH TO WS-MS-BRANCH (201)
                   MOVE 'ALL' TO WS-MS-PRODUCT (201)
               END-IF
               MOVE WS-MS-IDX TO WS-MS-FOUND
               PERFORM 660-PRINT-SLOT
               MOVE 201 TO WS-MS-TARGET
               PERFORM 675-ADD-TO-TOTAL
               MOVE 202 TO WS-MS-TARGET
               PERFORM 675-ADD-TO-TOTAL
           END-PERFORM
           IF WS-CURRENT-BRANCH NOT = SPACES
               MOVE 201 TO WS-MS-FOUND
               PERFORM 660-PRINT-SLOT
           END-IF
           MOVE 202 TO WS-MS-FOUND
           PERFORM 660-PRINT-SLOT.

      *> Three report lines and one delimited row for the slot in
      *> WS-MS-FOUND.
       660-PRINT-SLOT.
           COMPUTE WS-GROWTH = WS-MS-ENDING (WS-MS-FOUND)
               - WS-MS-PRIOR (WS-MS-FOUND)
           MOVE ZERO TO WS-GROWTH-PCT
           IF WS-MS-PRIOR (WS-MS-FOUND) NOT = ZERO
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   WS-GROWTH * 100 / WS-MS-PRIOR (WS-MS-FOUND)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-GROWTH-PCT
               END-COMPUTE
           END-IF
           MOVE WS-MS-INT-ACCRUED (WS-MS-FOUND) TO WS-RATE-BASIS
           IF WS-RATE-BASIS = ZERO
               MOVE WS-MS-INT-PAID (WS-MS-FOUND) TO WS-RATE-BASIS
           END-IF
           MOVE ZERO TO WS-WEIGHTED-RATE
           IF WS-MS-AVERAGE (WS-MS-FOUND) > ZERO
                   AND WS-RATE-BASIS > ZERO
               COMPUTE WS-WEIGHTED-RATE ROUNDED =
                   WS-RATE-BASIS * 365 * 100
                   / (WS-MS-AVERAGE (WS-MS-FOUND) * WS-DAYS-IN-MONTH)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-WEIGHTED-RATE
               END-COMPUTE
           END-IF
           IF WS-MS-FOUND > 200
               MOVE SPACES TO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           MOVE WS-MS-COUNT (WS-MS-FOUND)   TO WS-RPT-COUNT
           MOVE WS-MS-OPENED (WS-MS-FOUND)  TO WS-RPT-SMALL-1
           MOVE WS-MS-CLOSED (WS-MS-FOUND)  TO WS-RPT-SMALL-2
           MOVE WS-MS-ENDING (WS-MS-FOUND)  TO WS-RPT-AMOUNT
           MOVE WS-MS-AVERAGE (WS-MS-FOUND) TO WS-RPT-AMOUNT-2
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-MS-BRANCH (WS-MS-FOUND) ' '
               WS-MS-PRODUCT (WS-MS-FOUND) ' ' WS-RPT-COUNT ' '
               WS-RPT-SMALL-1 ' ' WS-RPT-SMALL-2 ' '
               WS-RPT-AMOUNT WS-RPT-AMOUNT-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GROWTH TO WS-RPT-AMOUNT
           MOVE WS-GROWTH-PCT TO WS-RPT-PCT
           MOVE WS-WEIGHTED-RATE TO WS-RPT-RATE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '        GROWTH  ' WS-RPT-AMOUNT ' ' WS-RPT-PCT
               '%   RATE ' WS-RPT-RATE '%'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-MS-INT-PAID (WS-MS-FOUND) TO WS-RPT-AMOUNT
           MOVE WS-MS-INT-ACCRUED (WS-MS-FOUND) TO WS-RPT-AMOUNT-2
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '        INTEREST' WS-RPT-AMOUNT WS-RPT-AMOUNT-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-MS-FEES (WS-MS-FOUND) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '        FEES    ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM 680-WRITE-CSV-ROW.

       670-CLEAR-TOTAL.
           MOVE ZERO TO WS-MS-COUNT (WS-MS-TARGET)
                        WS-MS-OPENED (WS-MS-TARGET)
                        WS-MS-CLOSED (WS-MS-TARGET)
                        WS-MS-ENDING (WS-MS-TARGET)
                        WS-MS-AVERAGE (WS-MS-TARGET)
                        WS-MS-PRIOR (WS-MS-TARGET)
                        WS-MS-INT-PAID (WS-MS-TARGET)
                        WS-MS-INT-ACCRUED (WS-MS-TARGET)
                        WS-MS-FEES (WS-MS-TARGET).

       675-ADD-TO-TOTAL.
           ADD WS-MS-COUNT (WS-MS-IDX)  TO WS-MS-COUNT (WS-MS-TARGET)
           ADD WS-MS-OPENED (WS-MS-IDX) TO WS-MS-OPENED (WS-MS-TARGET)
           ADD WS-MS-CLOSED (WS-MS-IDX) TO WS-MS-CLOSED (WS-MS-TARGET)
           ADD WS-MS-ENDING (WS-MS-IDX) TO WS-MS-ENDING (WS-MS-TARGET)
           ADD WS-MS-AVERAGE (WS-MS-IDX)
               TO WS-MS-AVERAGE (WS-MS-TARGET)
           ADD WS-MS-PRIOR (WS-MS-IDX)  TO WS-MS-PRIOR (WS-MS-TARGET)
           ADD WS-MS-INT-PAID (WS-MS-IDX)
               TO WS-MS-INT-PAID (WS-MS-TARGET)
           ADD WS-MS-INT-ACCRUED (WS-MS-IDX)
               TO WS-MS-INT-ACCRUED (WS-MS-TARGET)
           ADD WS-MS-FEES (WS-MS-IDX)   TO WS-MS-FEES (WS-MS-TARGET).

       680-WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE WS-MIS-MONTH TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-BRANCH (WS-MS-FOUND) TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-PRODUCT (WS-MS-FOUND) TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-COUNT (WS-MS-FOUND) TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-OPENED (WS-MS-FOUND) TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-CLOSED (WS-MS-FOUND) TO WS-CSV-COUNT
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-ENDING (WS-MS-FOUND) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-AVERAGE (WS-MS-FOUND) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-PRIOR (WS-MS-FOUND) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-GROWTH TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-GROWTH-PCT TO WS-CSV-PCT
           MOVE WS-CSV-PCT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-INT-PAID (WS-MS-FOUND) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-INT-ACCRUED (WS-MS-FOUND) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-MS-FEES (WS-MS-FOUND) TO WS-CSV-AMOUNT
           MOVE WS-CSV-AMOUNT TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-WEIGHTED-RATE TO WS-CSV-RATE
           MOVE WS-CSV-RATE TO WS-CSV-FIELD
           PERFORM 850-APPEND-CSV-FIELD
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD
           ADD 1 TO WS-CSV-ROWS.

      *> Slot for WS-KEY-BRANCH / WS-KEY-PRODUCT, added on first
      *> sight. A full table pools the rest into the last product
      *> slot under '***'.
       800-FIND-SLOT.
           MOVE ZERO TO WS-MS-FOUND
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-USED
                      OR WS-MS-FOUND > ZERO
               IF WS-MS-BRANCH (WS-MS-IDX) = WS-KEY-BRANCH
                       AND WS-MS-PRODUCT (WS-MS-IDX) = WS-KEY-PRODUCT
                   MOVE WS-MS-IDX TO WS-MS-FOUND
               END-IF
           END-PERFORM
           IF WS-MS-FOUND = ZERO
               IF WS-MS-USED < 200
                   ADD 1 TO WS-MS-USED
                   MOVE WS-MS-USED TO WS-MS-FOUND
                   MOVE WS-KEY-BRANCH  TO WS-MS-BRANCH (WS-MS-FOUND)
                   MOVE WS-KEY-PRODUCT TO WS-MS-PRODUCT (WS-MS-FOUND)
                   MOVE WS-MS-FOUND TO WS-MS-TARGET
                   PERFORM 670-CLEAR-TOTAL
               ELSE
                   ADD 1 TO WS-MS-OVERFLOW
                   MOVE 200 TO WS-MS-FOUND
                   MOVE '***' TO WS-MS-BRANCH (200)
                   MOVE '***' TO WS-MS-PRODUCT (200)
               END-IF
           END-IF.

      *> Appends WS-CSV-FIELD to the row without its leading
      *> spaces, a comma ahead of every field but the first.
       850-APPEND-CSV-FIELD.
           IF WS-CSV-PTR > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           MOVE ZERO TO WS-CSV-LEAD
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           IF WS-CSV-LEAD < 20
               STRING WS-CSV-FIELD(WS-CSV-LEAD + 1:)
                   DELIMITED BY SPACE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       900-END-PROGRAM.
           CLOSE CSV-FILE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS READ:              ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-NO-HISTORY-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'NO HISTORY - CURRENT BAL:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-ORPHAN-HISTORY > ZERO OR WS-ORPHAN-AUDIT > ZERO
               COMPUTE WS-RPT-COUNT =
                   WS-ORPHAN-HISTORY + WS-ORPHAN-AUDIT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'ENTRIES FOR ACCTS NOT ON FILE:' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           IF WS-MS-OVERFLOW > ZERO
               MOVE WS-MS-OVERFLOW TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'POOLED INTO ***/***:        ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           MOVE WS-CSV-ROWS TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ROWS TO ' WS-CSV-FILENAME ' ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.
