      *> Positive-pay issued-check register (PPISSUE.DAT): one record
      *> per check an enrolled customer has told us it wrote, loaded
      *> from the customer's issue file by PPAY-INTAKE. A void from
      *> the customer marks the check 'V' in place; PPAY-RECON marks
      *> it 'P' once the matching serial shows up on PAIDCHK.DAT.
      *> BANK-TRANS-PROC loads the file at startup and holds any
      *> check on an enrolled account whose serial is not here, whose
      *> amount differs from the issued amount, or that was voided.
       01  ISSUED-CHECK-RECORD.
           05  IC-ACCOUNT-NUMBER  PIC X(10).
           05  IC-SERIAL-NO       PIC X(8).
           05  IC-AMOUNT          PIC 9(7)V99.
           05  IC-PAYEE           PIC X(30).
           05  IC-ISSUE-DATE      PIC X(8).
           05  IC-STATUS          PIC X.
               88  IC-OUTSTANDING VALUE 'O'.
               88  IC-PAID        VALUE 'P'.
               88  IC-VOIDED      VALUE 'V'.
      *> Business date the check paid (status 'P') or the void was
      *> received (status 'V'); spaces while outstanding.
           05  IC-STATUS-DATE     PIC X(8).
           05  IC-LOAD-DATE       PIC X(8).
