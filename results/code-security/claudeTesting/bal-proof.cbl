       SD  PRIOR-SORT-FILE.
       01  PRIOR-SORT-RECORD.
           05  PSR-ACCOUNT        PIC X(10).
           05  FILLER             PIC X(30).

       FD  PRIOR-BAL-FILE.
       COPY BALHIST REPLACING
           ==BALANCE-HISTORY-RECORD== BY ==PRIOR-BAL-RECORD==
           ==BH-ACCOUNT-NUMBER==      BY ==PB-ACCOUNT-NUMBER==
           ==BH-BUSINESS-DATE==       BY ==PB-BUSINESS-DATE==
           ==BH-CLOSING-BALANCE==     BY ==PB-CLOSING-BALANCE==
           ==BH-COLLECTED-BALANCE==   BY ==PB-COLLECTED-BALANCE==.

       FD  AUDIT-FILE.
       COPY AUDITREC.
       01  WS-PENDING-DR-SEQ      PIC 9(9).
       01  WS-PENDING-DR-ACCT     PIC X(10).
       01  WS-EXPECTED-CR-SEQ     PIC 9(9).
      *> An overdraft-protection sweep is paired the same way, but
      *> its debit leg must be followed by its own credit leg type.
       01  WS-PENDING-ODP-FLAG    PIC X VALUE 'N'.
           88  WS-PENDING-ODP     VALUE 'Y'.

       01  WS-PRIOR-BALANCE       PIC S9(9)V99.
       01  WS-DELTA-TOTAL         PIC S9(9)V99.
           END-IF
           CLOSE AUDIT-FILE.

      *> A loan payment is a TRANSFER whose credit leg lands on an
      *> installment loan, so LOAN-PAYMENT pairs with its debit leg
      *> exactly as TRANSFER-CR does. An overdraft-protection sweep
      *> (ODP-SWEEP-DR/ODP-SWEEP-CR) is a transfer between two of
      *> the customer's own accounts and is paired the same way.
       320-CHECK-TRANSFER-PAIRING.
           IF WS-PENDING-DR
               IF AUDIT-SEQ-NO IN AUDIT-RECORD = WS-EXPECTED-CR-SEQ
                       AND ((NOT WS-PENDING-ODP
                       AND (AUDIT-TYPE IN AUDIT-RECORD = 'TRANSFER-CR'
                       OR AUDIT-TYPE IN AUDIT-RECORD = 'LOAN-PAYMENT'))
                       OR (WS-PENDING-ODP
                       AND AUDIT-TYPE IN AUDIT-RECORD = 'ODP-SWEEP-CR'))
                   MOVE 'N' TO WS-PENDING-DR-FLAG
               ELSE
                   PERFORM 325-REPORT-UNMATCHED-DR
               END-IF
           ELSE
               IF AUDIT-TYPE IN AUDIT-RECORD = 'TRANSFER-CR'
                       OR AUDIT-TYPE IN AUDIT-RECORD = 'LOAN-PAYMENT'
                       OR AUDIT-TYPE IN AUDIT-RECORD = 'ODP-SWEEP-CR'
                   ADD 1 TO WS-ORPHAN-CR-COUNT
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'ORPHAN CREDIT LEG: SEQ '
                       AUDIT-SEQ-NO IN AUDIT-RECORD
                       ' ACCOUNT ' AUDIT-ACCOUNT IN AUDIT-RECORD
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               END-IF
           END-IF
           IF AUDIT-TYPE IN AUDIT-RECORD = 'TRANSFER-DR'
                   OR AUDIT-TYPE IN AUDIT-RECORD = 'ODP-SWEEP-DR'
               SET WS-PENDING-DR TO TRUE
               IF AUDIT-TYPE IN AUDIT-RECORD = 'ODP-SWEEP-DR'
                   SET WS-PENDING-ODP TO TRUE
               ELSE
                   MOVE 'N' TO WS-PENDING-ODP-FLAG
               END-IF
               MOVE AUDIT-SEQ-NO IN AUDIT-RECORD
                   TO WS-PENDING-DR-SEQ
               MOVE AUDIT-ACCOUNT IN AUDIT-RECORD
               WHEN 'INTEREST'
               WHEN 'TRANSFER-CR'
               WHEN 'ADJUSTMENT-CR'
               WHEN 'ODP-SWEEP-CR'
               WHEN 'CHARGE-OFF'
                   CONTINUE
               WHEN 'WITHDRAWAL'
               WHEN 'SVC-CHARGE'
               WHEN 'DEPOSIT-RTN'
               WHEN 'ADJUSTMENT-DR'
               WHEN 'EARLY-WD-PEN'
               WHEN 'ODP-SWEEP-DR'
               WHEN 'ODP-XFER-FEE'
               WHEN 'LEGAL-REMIT'
                   COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-ENTRY-AMOUNT
               WHEN OTHER
      *> STOP-PAYMENT, INT-ACCRUAL, BACKUP-WHOLD, DORMANT-FLAG,
      *> RECOVERY (taken against a charge-off, not the balance),
      *> the loan-side entries (LOAN-PAYMENT, LOAN-INT, LOAN-PRIN,
      *> LOAN-ADVANCE — posted against loan numbers, not deposit
      *> accounts), TELLER-DIFF (drawer over/short, against no
      *> account), and any future informational entries move no
      *> deposit ledger money.
                   MOVE ZERO TO WS-ENTRY-AMOUNT
           END-EVALUATE
           IF WS-ENTRY-AMOUNT NOT = ZERO
