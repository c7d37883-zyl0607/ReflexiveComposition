      *> LOAN-RECORD layout for LOAN.DAT, the installment-loan
      *> master: one record per closed-end consumer loan, keyed on a
      *> loan number drawn from the same number space as the
      *> deposit accounts (LOAN-MAINT refuses a number already on
      *> ACCOUNT.DAT) so a TRANSFER or standing order naming the
      *> loan as its to-account posts to the loan instead of being
      *> rejected. Booked by LOAN-MAINT, paid down by the nightly
      *> LOAN-PAY-BATCH, scheduled by LOAN-SCHEDULE.
       01  LOAN-RECORD.
           05  LN-LOAN-NUMBER     PIC X(10).
           05  LN-BORROWER-NAME   PIC X(30).
           05  LN-TAX-ID          PIC X(11).
           05  LN-BRANCH          PIC X(3).
      *> Deposit account the borrower normally pays from — the
      *> natural source for a standing-order autopay. Spaces when
      *> the borrower pays by cash or check at the counter.
           05  LN-PAY-ACCOUNT     PIC X(10).
           05  LN-ORIGINAL-PRINCIPAL PIC 9(9)V99.
           05  LN-PRINCIPAL-BALANCE  PIC S9(9)V99.
           05  LN-NOTE-RATE       PIC 9(3)V99.
           05  LN-TERM-MONTHS     PIC 9(3).
      *> Level monthly installment fixed at booking from the note
      *> rate and term; the last installment is whatever balance
      *> and interest remain.
           05  LN-PAYMENT-AMOUNT  PIC 9(7)V99.
           05  LN-OPEN-DATE       PIC X(8).
      *> Next installment due, and the date through which the loan
      *> is paid (the due date of the last installment satisfied).
      *> Both advance one month per installment covered, on the
      *> same whole-months number line the CD roll uses.
           05  LN-NEXT-DUE-DATE   PIC X(8).
           05  LN-PAID-TO-DATE    PIC X(8).
           05  LN-LAST-PAYMENT-DATE PIC X(8).
      *> Money received toward the installment now due and the
      *> part of it already taken as interest, so a payment made in
      *> pieces is split exactly as one full payment would be.
           05  LN-PERIOD-PAID     PIC 9(7)V99.
           05  LN-PERIOD-INT-PAID PIC 9(7)V99.
      *> Interest collected over the life of the loan, for the
      *> borrower's year-end interest statement.
           05  LN-INT-PAID-TO-DATE PIC S9(9)V99.
           05  LN-STATUS          PIC X VALUE 'A'.
               88  LN-ACTIVE      VALUE 'A'.
               88  LN-PAID-OFF    VALUE 'P'.
      *> Whether the loan's LOAN-ADVANCE has gone to the audit trail
      *> for the GL. LOAN-MAINT books every new loan 'N' and the
      *> first LOAN-PAY-BATCH run after it sets 'Y', so a loan
      *> booked on a weekend or holiday, or after the night's run,
      *> is picked up by the next run instead of being missed.
      *> Spaces on loans booked before the flag was carried.
           05  LN-ADVANCE-FLAG    PIC X.
               88  LN-ADVANCE-PENDING VALUE 'N'.
               88  LN-ADVANCE-BOOKED  VALUE 'Y'.
