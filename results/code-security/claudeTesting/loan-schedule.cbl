      *> Amortization schedule for one installment loan: every
      *> remaining installment from the next due date to payoff,
      *> each split into interest and principal, with the balance
      *> after it. The month's interest is the shared
      *> INT-CALC-ENGINE figure for one monthly period on the
      *> running balance — the same call LOAN-PAY-BATCH makes when
      *> it splits a real payment — so the schedule the borrower is
      *> handed is the split the bank actually applies. The last
      *> line absorbs whatever the level installment leaves over.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SCHEDULE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-LOAN-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-LOAN-FOUND  VALUE 'Y'.
           05  WS-SCHED-DONE-FLAG PIC X VALUE 'N'.
               88  WS-SCHED-DONE  VALUE 'Y'.

       01  WS-REQUEST-NUMBER      PIC X(10).
       01  WS-RUN-DATE            PIC X(8).

       01  WS-SCHED-BALANCE       PIC 9(9)V99.
       01  WS-SCHED-PAYMENT       PIC 9(9)V99 VALUE ZERO.
       01  WS-SCHED-PRINCIPAL     PIC 9(9)V99.
       01  WS-INSTALLMENT-NO      PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PAYMENTS      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-INTEREST      PIC S9(11)V99 VALUE ZERO.

       01  WS-ANNUAL-RATE         PIC 9(3)V99.
       01  WS-PERIODS-PER-YEAR    PIC 9(3) VALUE 12.
       01  WS-TOTAL-PERIODS       PIC 9(5) VALUE 1.
       01  WS-COMPOUND-AMOUNT     PIC 9(9)V99.
       01  WS-INTEREST-EARNED     PIC 9(9)V99.

      *> Due-date month arithmetic, same whole-months number line as
      *> the CD roll and LOAN-PAY-BATCH.
       01  WS-DUE-DATE-NUM        PIC 9(8).
       01  WS-DUE-DATE-REDEF REDEFINES WS-DUE-DATE-NUM.
           05  WS-DUE-YEAR        PIC 9(4).
           05  WS-DUE-MONTH       PIC 9(2).
           05  WS-DUE-DAY         PIC 9(2).
       01  WS-TOTAL-MONTHS        PIC S9(7).

       01  WS-RPT-NO              PIC ZZ9.
       01  WS-RPT-PAYMENT         PIC ZZZ,ZZ9.99.
       01  WS-RPT-INTEREST        PIC ZZZ,ZZ9.99.
       01  WS-RPT-PRINCIPAL       PIC ZZZ,ZZ9.99.
       01  WS-RPT-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.99.

      *> REPORT-SPOOL interface: the schedule goes to a dated report
      *> file as well as the console so the branch can reprint the
      *> borrower's copy through REPORT-VIEWER.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'LOANSCHED'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'Loan Number: '
           ACCEPT WS-REQUEST-NUMBER
           OPEN INPUT LOAN-FILE
           MOVE WS-REQUEST-NUMBER TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LOAN-FOUND TO TRUE
           END-READ
           CLOSE LOAN-FILE
           IF NOT WS-LOAN-FOUND
               DISPLAY 'LOAN NOT FOUND: ' WS-REQUEST-NUMBER
               STOP RUN
           END-IF
           IF LN-PAID-OFF OR LN-PRINCIPAL-BALANCE NOT > ZERO
               DISPLAY 'LOAN ' LN-LOAN-NUMBER ' IS PAID OFF - NO '
                       'SCHEDULE'
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION
                                      WS-RS-JOB-NAME
                                      WS-RS-DATE
                                      WS-SPOOL-LINE
                                      WS-RS-STATUS
           PERFORM 200-PRINT-HEADER
           MOVE LN-PRINCIPAL-BALANCE TO WS-SCHED-BALANCE
           MOVE LN-NOTE-RATE TO WS-ANNUAL-RATE
           MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
           PERFORM 300-SCHEDULE-ONE-INSTALLMENT
               UNTIL WS-SCHED-DONE
           PERFORM 900-PRINT-TOTALS
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           STOP RUN.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       200-PRINT-HEADER.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  LOAN AMORTIZATION SCHEDULE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  LOAN:      ' LN-LOAN-NUMBER '  ' LN-BORROWER-NAME
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE LN-NOTE-RATE TO WS-RPT-RATE
           MOVE LN-PAYMENT-AMOUNT TO WS-RPT-PAYMENT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RATE:      ' WS-RPT-RATE '%  PAYMENT '
               WS-RPT-PAYMENT '  TERM ' LN-TERM-MONTHS
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE LN-PRINCIPAL-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  BALANCE:   ' WS-RPT-BALANCE '  AS OF '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING ' NO  DUE DATE     PAYMENT    INTEREST   PRINCIPAL'
               '         BALANCE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> An installment that would not even cover the month's
      *> interest can never amortize the loan; the schedule stops
      *> rather than print a balance that only grows.
       300-SCHEDULE-ONE-INSTALLMENT.
           ADD 1 TO WS-INSTALLMENT-NO
           CALL 'INT-CALC-ENGINE' USING WS-SCHED-BALANCE
                                         WS-ANNUAL-RATE
                                         WS-PERIODS-PER-YEAR
                                         WS-TOTAL-PERIODS
                                         WS-COMPOUND-AMOUNT
                                         WS-INTEREST-EARNED
           IF WS-SCHED-BALANCE + WS-INTEREST-EARNED
                   NOT > LN-PAYMENT-AMOUNT
                   OR WS-INSTALLMENT-NO >= 999
               COMPUTE WS-SCHED-PAYMENT =
                   WS-SCHED-BALANCE + WS-INTEREST-EARNED
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               SET WS-SCHED-DONE TO TRUE
           ELSE
               IF LN-PAYMENT-AMOUNT NOT > WS-INTEREST-EARNED
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'PAYMENT DOES NOT COVER MONTHLY INTEREST '
                       '- SCHEDULE STOPPED'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 904-PRINT-REPORT-LINE
                   SET WS-SCHED-DONE TO TRUE
               ELSE
                   MOVE LN-PAYMENT-AMOUNT TO WS-SCHED-PAYMENT
                   COMPUTE WS-SCHED-PRINCIPAL =
                       WS-SCHED-PAYMENT - WS-INTEREST-EARNED
               END-IF
           END-IF
           IF WS-SCHED-PAYMENT > ZERO
               SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
               ADD WS-SCHED-PAYMENT TO WS-TOTAL-PAYMENTS
               ADD WS-INTEREST-EARNED TO WS-TOTAL-INTEREST
               MOVE WS-INSTALLMENT-NO TO WS-RPT-NO
               MOVE WS-SCHED-PAYMENT TO WS-RPT-PAYMENT
               MOVE WS-INTEREST-EARNED TO WS-RPT-INTEREST
               MOVE WS-SCHED-PRINCIPAL TO WS-RPT-PRINCIPAL
               MOVE WS-SCHED-BALANCE TO WS-RPT-BALANCE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING WS-RPT-NO ' ' WS-DUE-DATE-NUM ' '
                   WS-RPT-PAYMENT '  ' WS-RPT-INTEREST '  '
                   WS-RPT-PRINCIPAL '  ' WS-RPT-BALANCE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE ZERO TO WS-SCHED-PAYMENT
           END-IF
           COMPUTE WS-TOTAL-MONTHS =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH
           COMPUTE WS-DUE-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-DUE-MONTH =
               WS-TOTAL-MONTHS - WS-DUE-YEAR * 12 + 1.

       900-PRINT-TOTALS.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOTAL-PAYMENTS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL OF PAYMENTS:   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOTAL-INTEREST TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL INTEREST:      ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.
