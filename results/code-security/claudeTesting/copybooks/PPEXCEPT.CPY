      *> Positive-pay exception queue (PPEXCEPT.DAT): a check
      *> BANK-TRANS-PROC held instead of paying because it did not
      *> match the customer's issued-check register. The whole
      *> presented item rides in PX-TRAN-IMAGE, the way PENDAPPR.DAT
      *> holds an item for approval, so a pay decision puts exactly
      *> what was presented back into posting.
      *>
      *> The customer decides through PPAY-DECISION before the
      *> RUNPARM cutoff on the business day after the exception;
      *> that night PPAY-SETTLE releases the items marked pay and
      *> returns everything else — no decision means return. Settled
      *> items stay on file marked 'S' as the history of what was
      *> decided, by whom and when.
       01  PPAY-EXCEPTION-RECORD.
           05  PX-ACCOUNT-NUMBER  PIC X(10).
           05  PX-SERIAL-NO       PIC X(8).
           05  PX-AMOUNT          PIC 9(7)V99.
      *> Amount the customer issued the check for; zero when the
      *> serial is not on the register at all.
           05  PX-ISSUED-AMOUNT   PIC 9(7)V99.
           05  PX-PAYEE           PIC X(30).
           05  PX-REASON          PIC X(20).
           05  PX-EXCEPT-DATE     PIC X(8).
           05  PX-DECISION        PIC X.
               88  PX-UNDECIDED   VALUE SPACE.
               88  PX-PAY         VALUE 'P'.
               88  PX-RETURN      VALUE 'R'.
           05  PX-DECIDED-BY      PIC X(8).
           05  PX-DECIDED-DATE    PIC X(8).
           05  PX-DECIDED-TIME    PIC X(6).
           05  PX-STATUS          PIC X.
               88  PX-OPEN        VALUE 'O'.
               88  PX-SETTLED     VALUE 'S'.
           05  PX-SETTLED-DATE    PIC X(8).
      *> Room is left past the 133-byte transaction record so the
      *> image does not have to be widened as that record grows.
           05  PX-TRAN-IMAGE      PIC X(150).
