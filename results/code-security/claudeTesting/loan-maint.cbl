      *> Installment-loan maintenance: the only program that books a
      *> new LOAN-RECORD. The loan officer keys the borrower, the
      *> amount financed, the note rate and the term; the level
      *> monthly installment is computed here from the shared
      *> INT-CALC-ENGINE compound factor, so the payment on the note,
      *> the schedule LOAN-SCHEDULE prints and the interest
      *> LOAN-PAY-BATCH takes out of each payment all come from the
      *> same arithmetic. Inquiry shows where a loan stands.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE         PIC X.
           88  BOOK-LOAN          VALUE 'B'.
           88  INQUIRE-LOAN       VALUE 'I'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.

       01  WS-FLAGS.
           05  WS-BOOK-ERROR-FLAG PIC X VALUE 'N'.
               88  WS-BOOK-ERROR  VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-INQUIRY-NUMBER      PIC X(10).

      *> INT-CALC-ENGINE interface: monthly compounding over the
      *> full term gives the compound factor the level-payment
      *> formula needs. The monthly rate is carried at the engine's
      *> own precision so the installment and the schedule's
      *> per-month interest agree to the penny.
       01  WS-ANNUAL-RATE         PIC 9(3)V99.
       01  WS-PERIODS-PER-YEAR    PIC 9(3) VALUE 12.
       01  WS-TOTAL-PERIODS       PIC 9(5).
       01  WS-COMPOUND-AMOUNT     PIC 9(9)V99.
       01  WS-INTEREST-EARNED     PIC 9(9)V99.
       01  WS-MONTHLY-RATE        PIC 9(3)V99999.

      *> First due date: one month after booking on the whole-months
      *> number line the CD roll uses. Due days past the 28th are
      *> pulled back to the 28th so every later month has the day.
       01  WS-DUE-DATE-NUM        PIC 9(8).
       01  WS-DUE-DATE-REDEF REDEFINES WS-DUE-DATE-NUM.
           05  WS-DUE-YEAR        PIC 9(4).
           05  WS-DUE-MONTH       PIC 9(2).
           05  WS-DUE-DAY         PIC 9(2).
       01  WS-TOTAL-MONTHS        PIC S9(7).

       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'LOAN-MAINT' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O LOAN-FILE
           OPEN INPUT ACCOUNT-FILE
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           CLOSE LOAN-FILE
                 ACCOUNT-FILE
           STOP RUN.

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'INSTALLMENT LOAN MAINTENANCE'
           DISPLAY '  B - Book new loan'
           DISPLAY '  I - Inquire on loan'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN BOOK-LOAN
                   PERFORM 300-BOOK-LOAN
               WHEN INQUIRE-LOAN
                   PERFORM 400-INQUIRE-LOAN
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> The loan number must not already be a deposit account:
      *> posting looks the to-account up on ACCOUNT.DAT first, so a
      *> shared number would send the borrower's payments into the
      *> deposit account instead of the loan.
       300-BOOK-LOAN.
           MOVE 'N' TO WS-BOOK-ERROR-FLAG
           DISPLAY 'New Loan Number: '
           ACCEPT LN-LOAN-NUMBER
           MOVE LN-LOAN-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'NUMBER IS A DEPOSIT ACCOUNT - LOAN NOT '
                           'BOOKED'
                   SET WS-BOOK-ERROR TO TRUE
           END-READ
           IF NOT WS-BOOK-ERROR
               DISPLAY 'Borrower Name: '
               ACCEPT LN-BORROWER-NAME
               DISPLAY 'Borrower Tax ID: '
               ACCEPT LN-TAX-ID
               DISPLAY 'Branch Code: '
               ACCEPT LN-BRANCH
               DISPLAY 'Payment Account (blank = none): '
               ACCEPT LN-PAY-ACCOUNT
               IF LN-PAY-ACCOUNT NOT = SPACES
                   MOVE LN-PAY-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY 'PAYMENT ACCOUNT NOT ON FILE - '
                                   'LOAN NOT BOOKED'
                           SET WS-BOOK-ERROR TO TRUE
                   END-READ
               END-IF
           END-IF
           IF NOT WS-BOOK-ERROR
               DISPLAY 'Amount Financed: '
               ACCEPT LN-ORIGINAL-PRINCIPAL
               DISPLAY 'Note Rate (annual %): '
               ACCEPT LN-NOTE-RATE
               DISPLAY 'Term in months: '
               ACCEPT LN-TERM-MONTHS
               IF LN-ORIGINAL-PRINCIPAL NOT NUMERIC
                       OR LN-ORIGINAL-PRINCIPAL = ZERO
                       OR LN-NOTE-RATE NOT NUMERIC
                       OR LN-TERM-MONTHS NOT NUMERIC
                       OR LN-TERM-MONTHS = ZERO
                   DISPLAY 'AMOUNT, RATE OR TERM INVALID - LOAN NOT '
                           'BOOKED'
                   SET WS-BOOK-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-BOOK-ERROR
               PERFORM 310-COMPUTE-PAYMENT
               PERFORM 320-SET-FIRST-DUE-DATE
               MOVE LN-ORIGINAL-PRINCIPAL TO LN-PRINCIPAL-BALANCE
               MOVE WS-RUN-DATE TO LN-OPEN-DATE
               MOVE WS-RUN-DATE TO LN-PAID-TO-DATE
               MOVE WS-RUN-DATE TO LN-LAST-PAYMENT-DATE
               MOVE ZERO TO LN-PERIOD-PAID
                            LN-PERIOD-INT-PAID
                            LN-INT-PAID-TO-DATE
               SET LN-ACTIVE TO TRUE
               SET LN-ADVANCE-PENDING TO TRUE
               WRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY 'LOAN NUMBER ALREADY EXISTS'
                   NOT INVALID KEY
                       DISPLAY 'LOAN BOOKED'
                       PERFORM 410-SHOW-LOAN
               END-WRITE
           END-IF.

      *> Level installment P * r * A / (A - P), where A is the
      *> principal compounded monthly over the term. A zero-rate
      *> note is simply the principal spread over the term, rounded
      *> up so the last installment is never the larger one.
       310-COMPUTE-PAYMENT.
           MOVE LN-NOTE-RATE TO WS-ANNUAL-RATE
           MOVE LN-TERM-MONTHS TO WS-TOTAL-PERIODS
           COMPUTE WS-MONTHLY-RATE =
               WS-ANNUAL-RATE / (WS-PERIODS-PER-YEAR * 100)
           CALL 'INT-CALC-ENGINE' USING LN-ORIGINAL-PRINCIPAL
                                         WS-ANNUAL-RATE
                                         WS-PERIODS-PER-YEAR
                                         WS-TOTAL-PERIODS
                                         WS-COMPOUND-AMOUNT
                                         WS-INTEREST-EARNED
           IF WS-MONTHLY-RATE = ZERO
                   OR WS-COMPOUND-AMOUNT NOT > LN-ORIGINAL-PRINCIPAL
               COMPUTE LN-PAYMENT-AMOUNT ROUNDED =
                   LN-ORIGINAL-PRINCIPAL / LN-TERM-MONTHS + 0.004
           ELSE
               COMPUTE LN-PAYMENT-AMOUNT ROUNDED =
                   LN-ORIGINAL-PRINCIPAL * WS-MONTHLY-RATE
                   * WS-COMPOUND-AMOUNT
                   / (WS-COMPOUND-AMOUNT - LN-ORIGINAL-PRINCIPAL)
           END-IF.

       320-SET-FIRST-DUE-DATE.
           MOVE WS-RUN-DATE TO WS-DUE-DATE-NUM
           COMPUTE WS-TOTAL-MONTHS =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH
           COMPUTE WS-DUE-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-DUE-MONTH =
               WS-TOTAL-MONTHS - WS-DUE-YEAR * 12 + 1
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-DATE-NUM TO LN-NEXT-DUE-DATE.

       400-INQUIRE-LOAN.
           DISPLAY 'Loan Number: '
           ACCEPT WS-INQUIRY-NUMBER
           MOVE WS-INQUIRY-NUMBER TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'LOAN NOT FOUND'
               NOT INVALID KEY
                   PERFORM 410-SHOW-LOAN
           END-READ.

       410-SHOW-LOAN.
           DISPLAY '  LOAN:       ' LN-LOAN-NUMBER
               '  STATUS ' LN-STATUS
           DISPLAY '  BORROWER:   ' LN-BORROWER-NAME
               '  TAX ID ' LN-TAX-ID
           DISPLAY '  BRANCH:     ' LN-BRANCH
               '  PAYS FROM ' LN-PAY-ACCOUNT
           MOVE LN-ORIGINAL-PRINCIPAL TO WS-RPT-AMOUNT
           DISPLAY '  FINANCED:   ' WS-RPT-AMOUNT
               '  OPENED ' LN-OPEN-DATE
           MOVE LN-PRINCIPAL-BALANCE TO WS-RPT-AMOUNT
           DISPLAY '  BALANCE:    ' WS-RPT-AMOUNT
           MOVE LN-NOTE-RATE TO WS-RPT-RATE
           DISPLAY '  NOTE RATE:  ' WS-RPT-RATE
               '  TERM ' LN-TERM-MONTHS ' MONTHS'
           MOVE LN-PAYMENT-AMOUNT TO WS-RPT-AMOUNT
           DISPLAY '  PAYMENT:    ' WS-RPT-AMOUNT
           DISPLAY '  NEXT DUE:   ' LN-NEXT-DUE-DATE
               '  PAID TO ' LN-PAID-TO-DATE
               '  LAST PAID ' LN-LAST-PAYMENT-DATE
           MOVE LN-PERIOD-PAID TO WS-RPT-AMOUNT
           DISPLAY '  PAID TOWARD CURRENT INSTALLMENT: '
               WS-RPT-AMOUNT
           MOVE LN-INT-PAID-TO-DATE TO WS-RPT-AMOUNT
           DISPLAY '  INTEREST PAID TO DATE: ' WS-RPT-AMOUNT.
