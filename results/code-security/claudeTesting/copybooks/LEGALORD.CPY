      *> LEGAL-ORDER-RECORD layout for LEGALORD.DAT, the levies and
      *> garnishments served on customer accounts. Kept by
      *> LEGALORD-MAINT; BANK-TRANS-PROC loads the active orders at
      *> startup and freezes the account's available funds above the
      *> protected amount, up to what is still owed
      *> (ACCOUNT-LEGAL-FROZEN on the account master); LEGAL-REMIT
      *> sweeps the frozen funds to the agency payable every night
      *> and closes the order out once it is satisfied or past its
      *> expiry date. Released orders are flagged, not removed, so
      *> the file is the record of every order served.
       01  LEGAL-ORDER-RECORD.
           05  LO-ORDER-NO        PIC X(12).
           05  LO-ORDER-TYPE      PIC X.
               88  LO-GARNISHMENT VALUE 'G'.
               88  LO-TAX-LEVY    VALUE 'L'.
           05  LO-AGENCY          PIC X(30).
           05  LO-ACCOUNT-NUMBER  PIC X(10).
           05  LO-AMOUNT-OWED     PIC 9(9)V99.
      *> Balance the customer keeps regardless of the order (the
      *> statutory exemption written on the order); only funds above
      *> it are frozen.
           05  LO-PROTECTED-AMT   PIC 9(9)V99.
      *> Total swept to the agency payable to date.
           05  LO-REMITTED-AMT    PIC 9(9)V99.
           05  LO-SERVED-DATE     PIC X(8).
      *> Spaces = the order runs until satisfied or released.
           05  LO-EXPIRY-DATE     PIC X(8).
           05  LO-STATUS          PIC X.
               88  LO-ACTIVE      VALUE 'A'.
               88  LO-SATISFIED   VALUE 'S'.
               88  LO-EXPIRED     VALUE 'E'.
               88  LO-RELEASED    VALUE 'R'.
           05  LO-RELEASE-DATE    PIC X(8).
