      *> Legal-order remittance payable (LEGALPAY.DAT): one record per
      *> order per night that LEGAL-REMIT swept seized funds for,
      *> the money now owed to the issuing agency and out of the
      *> customer's balance. Accounts payable cuts the agency's check
      *> from this file and the remittance listing that goes with it.
       01  LEGAL-PAYABLE-RECORD.
           05  LP-REMIT-DATE      PIC X(8).
           05  LP-AGENCY          PIC X(30).
           05  LP-ORDER-NO        PIC X(12).
           05  LP-ACCOUNT-NUMBER  PIC X(10).
           05  LP-AMOUNT          PIC 9(9)V99.
           05  LP-AUDIT-SEQ-NO    PIC 9(9).
