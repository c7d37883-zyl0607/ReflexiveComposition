      *> Nightly installment-loan payment job: runs after posting
      *> and the interest accrual. BANK-TRANS-PROC has already taken
      *> every loan payment out of the paying deposit account — a
      *> TRANSFER (keyed, or generated by STANDORD-POST for an
      *> autopay standing order) whose to-account is a loan number
      *> audits as TRANSFER-DR on the deposit side and LOAN-PAYMENT
      *> on the loan side. This job picks up every LOAN-PAYMENT
      *> entry posted since its last run (LOANCTL.DAT holds the
      *> audit sequence number it got to) and applies each one to
      *> LOAN.DAT: interest
      *> for the installment period first, at the same
      *> INT-CALC-ENGINE monthly figure LOAN-SCHEDULE prints, and
      *> the rest to principal. Each installment covered moves the
      *> next-due and paid-to dates a month along; a loan whose
      *> principal reaches zero is marked paid off.
      *>
      *> The split is written back to the audit trail as LOAN-INT
      *> and LOAN-PRIN entries, and loans booked since the last run
      *> produce a LOAN-ADVANCE entry, so GL-EXTRACT can carry interest
      *> income, principal reduction and new lending as their own
      *> lines. A payment that cannot be applied (no such loan, a
      *> loan already paid off, or more than the payoff) goes to
      *> EXCEPT.DAT for the loan department to refund or re-apply.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAY-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC access: payments read their loan by key, and the
      *> closing pass walks the whole file for new bookings and the
      *> past-due listing.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'CHECKPNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOAN-CONTROL-FILE ASSIGN TO 'LOANCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

      *> The highest audit sequence number the last run had read:
      *> every LOAN-PAYMENT entry at or below it has been applied.
       FD  LOAN-CONTROL-FILE.
       01  LOAN-CONTROL-RECORD.
           05  LNC-LAST-PAY-SEQ   PIC 9(9).
           05  LNC-RUN-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-AUDIT-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-AUDIT   VALUE 'Y'.
           05  WS-CKPT-EOF-FLAG   PIC X VALUE 'N'.
               88  WS-CKPT-EMPTY  VALUE 'Y'.
           05  WS-LOAN-FOUND-FLAG PIC X.
               88  WS-LOAN-FOUND  VALUE 'Y'.
           05  WS-SEQ-MODE-FLAG   PIC X VALUE 'N'.
               88  WS-SEQ-MODE    VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-RUN-TIME            PIC X(6).

      *> The LOAN-PAYMENT entries not yet applied, gathered in one
      *> pass of the audit trail before it is reopened for the split
      *> entries this job appends.
       01  WS-PAYMENT-TABLE.
           05  WS-PAY-ENTRY OCCURS 2000 TIMES.
               10  WS-PAY-LOAN        PIC X(10).
               10  WS-PAY-AMOUNT      PIC 9(7)V99.
               10  WS-PAY-REF         PIC X(12).
       01  WS-PAY-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-PAY-IDX             PIC 9(5).
       01  WS-PAY-FROM-SEQ        PIC 9(9) VALUE ZERO.
       01  WS-PAY-THRU-SEQ        PIC 9(9) VALUE ZERO.

      *> INT-CALC-ENGINE interface: one monthly period on the
      *> outstanding principal is the installment's interest.
       01  WS-ENGINE-PRINCIPAL    PIC 9(9)V99.
       01  WS-ANNUAL-RATE         PIC 9(3)V99.
       01  WS-PERIODS-PER-YEAR    PIC 9(3) VALUE 12.
       01  WS-TOTAL-PERIODS       PIC 9(5) VALUE 1.
       01  WS-COMPOUND-AMOUNT     PIC 9(9)V99.
       01  WS-INTEREST-EARNED     PIC 9(9)V99.

       01  WS-APPLY-AMOUNT        PIC 9(7)V99.
       01  WS-INTEREST-DUE        PIC S9(9)V99.
       01  WS-INTEREST-PART       PIC 9(7)V99.
       01  WS-PRINCIPAL-PART      PIC 9(7)V99.
       01  WS-OVERPAYMENT         PIC 9(7)V99.
       01  WS-AUDIT-WORK-AMOUNT   PIC 9(9)V99.
       01  WS-AUDIT-WORK-TYPE     PIC X(13).
       01  WS-AUDIT-WORK-STATUS   PIC X(20).
       01  WS-AUDIT-WORK-REF      PIC X(12).

      *> Due-date month arithmetic, same whole-months number line as
      *> the CD roll and LOAN-SCHEDULE.
       01  WS-DUE-DATE-NUM        PIC 9(8).
       01  WS-DUE-DATE-REDEF REDEFINES WS-DUE-DATE-NUM.
           05  WS-DUE-YEAR        PIC 9(4).
           05  WS-DUE-MONTH       PIC 9(2).
           05  WS-DUE-DAY         PIC 9(2).
       01  WS-TOTAL-MONTHS        PIC S9(7).

      *> The audit sequence counter belongs to the checkpoint file;
      *> this job continues the numbering for the entries it writes
      *> and puts the advanced counter back, the same way the
      *> interest accrual does.
       01  WS-NEXT-AUDIT-SEQ-NO   PIC 9(9) VALUE ZERO.

       01  WS-PAYMENTS-FOUND      PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-APPLIED    PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-UNAPPLIED  PIC 9(7) VALUE ZERO.
       01  WS-LOANS-PAID-OFF      PIC 9(7) VALUE ZERO.
       01  WS-LOANS-BOOKED        PIC 9(7) VALUE ZERO.
       01  WS-LOANS-PAST-DUE      PIC 9(7) VALUE ZERO.
       01  WS-PAYMENT-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-INTEREST-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-PRINCIPAL-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-ADVANCE-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-PORTFOLIO-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-PAYMENT         PIC ZZZ,ZZ9.99.
       01  WS-RPT-INTEREST        PIC ZZZ,ZZ9.99.
       01  WS-RPT-PRINCIPAL       PIC ZZZ,ZZ9.99.
       01  WS-RPT-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.

      *> EXCEPTION-LOG interface: an unapplied payment is money the
      *> borrower has paid that no loan has taken, so it is logged
      *> as a warning for the loan department rather than failing
      *> the night.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'LOANPAY'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> REPORT-SPOOL interface: the payment register and past-due
      *> listing go to the dated report file as well as the console.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'LOANPAY'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> RUN-CONTROL interface fields: the sequence gate is checked
      *> before any work and completion is stamped only on a clean
      *> finish, so a rerun — which would apply the day's payments
      *> twice — is refused at the door.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'LOANPAY'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-APPLY-ONE-PAYMENT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
           PERFORM 400-REVIEW-PORTFOLIO
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-BUSINESS-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION
                                      WS-RS-JOB-NAME
                                      WS-RS-DATE
                                      WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  INSTALLMENT LOAN PAYMENT REGISTER  '
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOAN          PAYMENT    INTEREST   PRINCIPAL'
               '         BALANCE  NEXT DUE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM 218-INIT-SEQ-NO
           PERFORM 210-GATHER-PAYMENTS
           OPEN I-O LOAN-FILE
           OPEN EXTEND AUDIT-FILE.

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

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

      *> LOAN-PAYMENT entries are taken by audit sequence number,
      *> above the mark the last run left on LOANCTL.DAT, not by
      *> date: a payment released by APPROVAL-REVIEW or
      *> PPAY-SETTLE, or repaired by REJECT-REPAIR, posts tonight
      *> under the date it was first keyed, and a date test would
      *> never pick it up. With no mark yet, the business date's
      *> entries are taken and this run sets the first one. Every
      *> payment found has to fit the table — the mark moves past
      *> all of them — so one that does not refuses the run before
      *> a loan is touched.
       210-GATHER-PAYMENTS.
           PERFORM 215-READ-LOAN-CONTROL
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END SET END-OF-AUDIT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUDIT
               IF AUDIT-SEQ-NO NUMERIC
                       AND AUDIT-SEQ-NO > WS-PAY-THRU-SEQ
                   MOVE AUDIT-SEQ-NO TO WS-PAY-THRU-SEQ
               END-IF
               IF AUDIT-TYPE = 'LOAN-PAYMENT'
                       AND ((WS-SEQ-MODE
                             AND AUDIT-SEQ-NO NUMERIC
                             AND AUDIT-SEQ-NO > WS-PAY-FROM-SEQ)
                         OR (NOT WS-SEQ-MODE
                             AND AUDIT-TIMESTAMP(1:8)
                                 = WS-BUSINESS-DATE))
                   ADD 1 TO WS-PAYMENTS-FOUND
                   IF WS-PAY-COUNT < 2000
                       ADD 1 TO WS-PAY-COUNT
                       MOVE AUDIT-ACCOUNT
                           TO WS-PAY-LOAN (WS-PAY-COUNT)
                       MOVE AUDIT-AMOUNT
                           TO WS-PAY-AMOUNT (WS-PAY-COUNT)
                       MOVE AUDIT-REF-NO
                           TO WS-PAY-REF (WS-PAY-COUNT)
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-PAYMENTS-FOUND > 2000
               MOVE WS-PAYMENTS-FOUND TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'PAYMENT TABLE FULL AT 2000 - ' WS-RPT-COUNT
                   ' PAYMENTS FOUND - RUN REFUSED'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE 'E' TO WS-EX-SEVERITY
               MOVE 'LOAN PAYMENT TABLE FULL' TO WS-EX-CONDITION
               MOVE WS-PAYMENTS-FOUND TO WS-EX-FIGURE-1
               MOVE 2000 TO WS-EX-FIGURE-2
               PERFORM 940-LOG-EXCEPTION
               MOVE 'CLOSE' TO WS-RS-FUNCTION
               CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                          WS-RS-DATE WS-SPOOL-LINE
                                          WS-RS-STATUS
      *> Set last: a CALL after it would put it back to zero.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A missing file, or a mark that is not a usable number,
      *> leaves the gather on the business-date test.
       215-READ-LOAN-CONTROL.
           OPEN INPUT LOAN-CONTROL-FILE
           READ LOAN-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF LNC-LAST-PAY-SEQ NUMERIC
                           AND LNC-LAST-PAY-SEQ > ZERO
                       MOVE LNC-LAST-PAY-SEQ TO WS-PAY-FROM-SEQ
                       MOVE LNC-LAST-PAY-SEQ TO WS-PAY-THRU-SEQ
                       SET WS-SEQ-MODE TO TRUE
                   END-IF
           END-READ
           CLOSE LOAN-CONTROL-FILE.

       218-INIT-SEQ-NO.
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END
                   SET WS-CKPT-EMPTY TO TRUE
                   MOVE ZERO TO WS-NEXT-AUDIT-SEQ-NO
               NOT AT END
                   MOVE CKPT-LAST-SEQ-NO TO WS-NEXT-AUDIT-SEQ-NO
           END-READ
           CLOSE CHECKPOINT-FILE.

      *> Interest for the installment period comes first: one
      *> month's interest on the principal outstanding, less what
      *> earlier partial payments this period already took as
      *> interest. Everything else reduces principal, up to the
      *> payoff; anything past the payoff is left unapplied.
       300-APPLY-ONE-PAYMENT.
           MOVE 'N' TO WS-LOAN-FOUND-FLAG
           MOVE WS-PAY-LOAN (WS-PAY-IDX) TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LOAN-FOUND TO TRUE
           END-READ
           MOVE WS-PAY-AMOUNT (WS-PAY-IDX) TO WS-APPLY-AMOUNT
           ADD WS-APPLY-AMOUNT TO WS-PAYMENT-TOTAL
           EVALUATE TRUE
               WHEN NOT WS-LOAN-FOUND
                   MOVE 'LOAN PAYMENT - NO SUCH LOAN'
                       TO WS-EX-CONDITION
                   PERFORM 350-UNAPPLIED-PAYMENT
               WHEN LN-PAID-OFF
                   MOVE 'LOAN PAYMENT - LOAN PAID OFF'
                       TO WS-EX-CONDITION
                   PERFORM 350-UNAPPLIED-PAYMENT
               WHEN OTHER
                   PERFORM 310-SPLIT-PAYMENT
                   PERFORM 320-ADVANCE-INSTALLMENTS
                   REWRITE LOAN-RECORD
                       INVALID KEY
                           DISPLAY 'LOAN REWRITE ERROR: '
                               LN-LOAN-NUMBER
                   END-REWRITE
                   PERFORM 330-WRITE-SPLIT-AUDIT
                   PERFORM 340-PRINT-PAYMENT-LINE
                   ADD 1 TO WS-PAYMENTS-APPLIED
                   IF WS-OVERPAYMENT > ZERO
                       MOVE WS-OVERPAYMENT TO WS-APPLY-AMOUNT
                       MOVE 'LOAN PAYMENT - OVER PAYOFF'
                           TO WS-EX-CONDITION
                       PERFORM 350-UNAPPLIED-PAYMENT
                   END-IF
           END-EVALUATE.

       310-SPLIT-PAYMENT.
           MOVE ZERO TO WS-OVERPAYMENT
           MOVE LN-PRINCIPAL-BALANCE TO WS-ENGINE-PRINCIPAL
           MOVE LN-NOTE-RATE TO WS-ANNUAL-RATE
           CALL 'INT-CALC-ENGINE' USING WS-ENGINE-PRINCIPAL
                                         WS-ANNUAL-RATE
                                         WS-PERIODS-PER-YEAR
                                         WS-TOTAL-PERIODS
                                         WS-COMPOUND-AMOUNT
                                         WS-INTEREST-EARNED
           COMPUTE WS-INTEREST-DUE =
               WS-INTEREST-EARNED - LN-PERIOD-INT-PAID
           IF WS-INTEREST-DUE < ZERO
               MOVE ZERO TO WS-INTEREST-DUE
           END-IF
           IF WS-APPLY-AMOUNT < WS-INTEREST-DUE
               MOVE WS-APPLY-AMOUNT TO WS-INTEREST-PART
           ELSE
               MOVE WS-INTEREST-DUE TO WS-INTEREST-PART
           END-IF
           COMPUTE WS-PRINCIPAL-PART =
               WS-APPLY-AMOUNT - WS-INTEREST-PART
           IF WS-PRINCIPAL-PART > LN-PRINCIPAL-BALANCE
               COMPUTE WS-OVERPAYMENT =
                   WS-PRINCIPAL-PART - LN-PRINCIPAL-BALANCE
               MOVE LN-PRINCIPAL-BALANCE TO WS-PRINCIPAL-PART
           END-IF
           SUBTRACT WS-PRINCIPAL-PART FROM LN-PRINCIPAL-BALANCE
           ADD WS-INTEREST-PART TO LN-PERIOD-INT-PAID
           IF LN-INT-PAID-TO-DATE NOT NUMERIC
               MOVE ZERO TO LN-INT-PAID-TO-DATE
           END-IF
           ADD WS-INTEREST-PART TO LN-INT-PAID-TO-DATE
           COMPUTE LN-PERIOD-PAID = LN-PERIOD-PAID
               + WS-INTEREST-PART + WS-PRINCIPAL-PART
           MOVE WS-BUSINESS-DATE TO LN-LAST-PAYMENT-DATE
           ADD WS-INTEREST-PART TO WS-INTEREST-TOTAL
           ADD WS-PRINCIPAL-PART TO WS-PRINCIPAL-TOTAL.

      *> Every full installment received moves the loan one month
      *> along; a payment of two installments moves it two. The
      *> paid-to date is the due date just satisfied.
       320-ADVANCE-INSTALLMENTS.
           PERFORM UNTIL LN-PERIOD-PAID < LN-PAYMENT-AMOUNT
                   OR LN-PRINCIPAL-BALANCE = ZERO
               SUBTRACT LN-PAYMENT-AMOUNT FROM LN-PERIOD-PAID
               MOVE ZERO TO LN-PERIOD-INT-PAID
               PERFORM 325-ROLL-DUE-DATE
           END-PERFORM
           IF LN-PRINCIPAL-BALANCE = ZERO
               MOVE LN-NEXT-DUE-DATE TO LN-PAID-TO-DATE
               MOVE SPACES TO LN-NEXT-DUE-DATE
               MOVE ZERO TO LN-PERIOD-PAID
                            LN-PERIOD-INT-PAID
               SET LN-PAID-OFF TO TRUE
               ADD 1 TO WS-LOANS-PAID-OFF
           END-IF.

       325-ROLL-DUE-DATE.
           MOVE LN-NEXT-DUE-DATE TO LN-PAID-TO-DATE
           MOVE LN-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
           COMPUTE WS-TOTAL-MONTHS =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH
           COMPUTE WS-DUE-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-DUE-MONTH =
               WS-TOTAL-MONTHS - WS-DUE-YEAR * 12 + 1
           MOVE WS-DUE-DATE-NUM TO LN-NEXT-DUE-DATE.

      *> The loan-side entries carry the payment's reference as
      *> AUDIT-ORIG-REF, tying both halves of the split back to the
      *> LOAN-PAYMENT that brought the money in.
       330-WRITE-SPLIT-AUDIT.
           MOVE WS-PAY-REF (WS-PAY-IDX) TO WS-AUDIT-WORK-REF
           IF WS-INTEREST-PART > ZERO
               MOVE WS-INTEREST-PART TO WS-AUDIT-WORK-AMOUNT
               MOVE 'LOAN-INT'       TO WS-AUDIT-WORK-TYPE
               MOVE 'INTEREST PAID'  TO WS-AUDIT-WORK-STATUS
               PERFORM 360-WRITE-LOAN-AUDIT
           END-IF
           IF WS-PRINCIPAL-PART > ZERO
               MOVE WS-PRINCIPAL-PART TO WS-AUDIT-WORK-AMOUNT
               MOVE 'LOAN-PRIN'      TO WS-AUDIT-WORK-TYPE
               IF LN-PAID-OFF
                   MOVE 'LOAN PAID OFF' TO WS-AUDIT-WORK-STATUS
               ELSE
                   MOVE 'PRINCIPAL PAID' TO WS-AUDIT-WORK-STATUS
               END-IF
               PERFORM 360-WRITE-LOAN-AUDIT
           END-IF.

       340-PRINT-PAYMENT-LINE.
           MOVE WS-APPLY-AMOUNT TO WS-RPT-PAYMENT
           MOVE WS-INTEREST-PART TO WS-RPT-INTEREST
           MOVE WS-PRINCIPAL-PART TO WS-RPT-PRINCIPAL
           MOVE LN-PRINCIPAL-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES TO WS-SPOOL-LINE
           IF LN-PAID-OFF
               STRING LN-LOAN-NUMBER ' ' WS-RPT-PAYMENT '  '
                   WS-RPT-INTEREST '  ' WS-RPT-PRINCIPAL '  '
                   WS-RPT-BALANCE '  PAID OFF'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING LN-LOAN-NUMBER ' ' WS-RPT-PAYMENT '  '
                   WS-RPT-INTEREST '  ' WS-RPT-PRINCIPAL '  '
                   WS-RPT-BALANCE '  ' LN-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM 904-PRINT-REPORT-LINE.

       350-UNAPPLIED-PAYMENT.
           ADD 1 TO WS-PAYMENTS-UNAPPLIED
           ADD WS-APPLY-AMOUNT TO WS-UNAPPLIED-TOTAL
           MOVE WS-APPLY-AMOUNT TO WS-RPT-PAYMENT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-PAY-LOAN (WS-PAY-IDX) ' ' WS-RPT-PAYMENT
               '  UNAPPLIED: ' WS-EX-CONDITION
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'W' TO WS-EX-SEVERITY
           MOVE WS-APPLY-AMOUNT TO WS-EX-FIGURE-1
           MOVE ZERO TO WS-EX-FIGURE-2
           PERFORM 940-LOG-EXCEPTION.

      *> AUDIT-BALANCE on a loan entry is the loan's principal
      *> balance, not a deposit balance, and AUDIT-BRANCH is the
      *> branch carrying the loan on its books.
       360-WRITE-LOAN-AUDIT.
           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE WS-BUSINESS-DATE  TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AUDIT-TIMESTAMP(9:6)
           MOVE LN-LOAN-NUMBER    TO AUDIT-ACCOUNT
           MOVE WS-AUDIT-WORK-TYPE TO AUDIT-TYPE
           MOVE WS-AUDIT-WORK-AMOUNT TO AUDIT-AMOUNT
           MOVE LN-PRINCIPAL-BALANCE TO AUDIT-BALANCE
           MOVE WS-AUDIT-WORK-STATUS TO AUDIT-STATUS
           MOVE LN-BRANCH         TO AUDIT-BRANCH
           MOVE SPACES            TO AUDIT-REF-NO
           MOVE WS-AUDIT-WORK-REF TO AUDIT-ORIG-REF
           MOVE SPACES            TO AUDIT-SERIAL
           MOVE WS-RC-JOB-NAME    TO AUDIT-OPERATOR
           MOVE SPACES            TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD.

      *> One walk of the loan file after the payments are in:
      *> every booking not yet advanced goes to the audit trail as
      *> LOAN-ADVANCE for the GL, whatever day it was keyed, and is
      *> flagged so it is never advanced twice; active loans with an
      *> installment still outstanding past its due date are listed
      *> for collection.
       400-REVIEW-PORTFOLIO.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PAST-DUE LOANS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'N' TO EOF-FLAG
           MOVE LOW-VALUES TO LN-LOAN-NUMBER
           START LOAN-FILE KEY >= LN-LOAN-NUMBER
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           IF NOT END-OF-FILE
               READ LOAN-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF
           PERFORM 410-REVIEW-ONE-LOAN
               UNTIL END-OF-FILE.

       410-REVIEW-ONE-LOAN.
           IF LN-ADVANCE-PENDING
                   OR (LN-ADVANCE-FLAG = SPACE
                       AND LN-OPEN-DATE = WS-BUSINESS-DATE)
               ADD 1 TO WS-LOANS-BOOKED
               ADD LN-ORIGINAL-PRINCIPAL TO WS-ADVANCE-TOTAL
               MOVE LN-ORIGINAL-PRINCIPAL TO WS-AUDIT-WORK-AMOUNT
               MOVE 'LOAN-ADVANCE'   TO WS-AUDIT-WORK-TYPE
               MOVE 'LOAN BOOKED'    TO WS-AUDIT-WORK-STATUS
               MOVE SPACES           TO WS-AUDIT-WORK-REF
               PERFORM 360-WRITE-LOAN-AUDIT
               SET LN-ADVANCE-BOOKED TO TRUE
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY 'LOAN REWRITE ERROR: '
                           LN-LOAN-NUMBER
               END-REWRITE
           END-IF
           IF LN-ACTIVE
               ADD LN-PRINCIPAL-BALANCE TO WS-PORTFOLIO-TOTAL
               IF LN-NEXT-DUE-DATE < WS-BUSINESS-DATE
                   ADD 1 TO WS-LOANS-PAST-DUE
                   MOVE LN-PRINCIPAL-BALANCE TO WS-RPT-BALANCE
                   MOVE LN-PERIOD-PAID TO WS-RPT-PAYMENT
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING LN-LOAN-NUMBER ' DUE ' LN-NEXT-DUE-DATE
                       ' PAID TOWARD ' WS-RPT-PAYMENT
                       ' BALANCE ' WS-RPT-BALANCE
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 904-PRINT-REPORT-LINE
               END-IF
           END-IF
           READ LOAN-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       900-END-PROGRAM.
           CLOSE LOAN-FILE
                 AUDIT-FILE
           PERFORM 920-SAVE-SEQ-NO
           PERFORM 925-SAVE-LOAN-CONTROL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PAYMENTS-FOUND TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOAN PAYMENTS RECEIVED:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PAYMENTS-APPLIED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PAYMENTS APPLIED:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PAYMENT-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL RECEIVED:     ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-INTEREST-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  TO INTEREST:      ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PRINCIPAL-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  TO PRINCIPAL:     ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-UNAPPLIED-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  UNAPPLIED:        ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-LOANS-PAID-OFF TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOANS PAID OFF:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-LOANS-BOOKED TO WS-RPT-COUNT
           MOVE WS-ADVANCE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOANS BOOKED THIS RUN:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-LOANS-PAST-DUE TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOANS PAST DUE:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PORTFOLIO-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PRINCIPAL OUTSTANDING: ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           PERFORM 910-STAMP-RUN-CONTROL.

       940-LOG-EXCEPTION.
           CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                       WS-BUSINESS-DATE
                                       WS-EX-SEVERITY
                                       WS-EX-CONDITION
                                       WS-EX-FIGURE-1
                                       WS-EX-FIGURE-2.

      *> Puts the advanced audit sequence counter back on the
      *> checkpoint record so the next posting run numbers on from
      *> here.
       920-SAVE-SEQ-NO.
           IF NOT WS-CKPT-EMPTY
               MOVE 'N' TO WS-CKPT-EOF-FLAG
               OPEN I-O CHECKPOINT-FILE
               READ CHECKPOINT-FILE
                   AT END SET WS-CKPT-EMPTY TO TRUE
               END-READ
               IF NOT WS-CKPT-EMPTY
                   MOVE WS-NEXT-AUDIT-SEQ-NO TO CKPT-LAST-SEQ-NO
                   REWRITE CHECKPOINT-RECORD
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

      *> Moves the mark up to the last entry this run read, so the
      *> next run starts on the first payment posted after it.
       925-SAVE-LOAN-CONTROL.
           OPEN OUTPUT LOAN-CONTROL-FILE
           MOVE WS-PAY-THRU-SEQ TO LNC-LAST-PAY-SEQ
           MOVE WS-BUSINESS-DATE TO LNC-RUN-DATE
           WRITE LOAN-CONTROL-RECORD
           CLOSE LOAN-CONTROL-FILE.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
