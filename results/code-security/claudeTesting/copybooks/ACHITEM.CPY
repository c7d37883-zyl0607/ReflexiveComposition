      *> Inbound ACH credit layout (ACHCREDIT.DAT) — the receiving
      *> front end's own format for direct deposits (payroll,
      *> benefits) arriving from the ACH operator, distinct from
      *> TRANSACTION-RECORD, mapped into a DEPOSIT transaction by
      *> ach-intake.cbl. One batch per file: a header, the credit
      *> items, and a control record carrying the originator's item
      *> count and dollar total, which the file must prove to before
      *> anything is posted. The header and control records reuse
      *> the item area through REDEFINES, selected by
      *> ACH-RECORD-TYPE.
       01  ACH-CREDIT-RECORD.
           05  ACH-RECORD-TYPE    PIC X.
               88  ACH-HEADER     VALUE 'H'.
               88  ACH-ITEM       VALUE 'D'.
               88  ACH-CONTROL    VALUE 'C'.
           05  ACH-ITEM-DATA.
               10  ACH-ACCOUNT-NUMBER PIC X(10).
      *> Fifteen-digit ACH trace number: the originating bank's
      *> eight-digit routing prefix and a seven-digit item sequence.
               10  ACH-TRACE-NO   PIC X(15).
               10  ACH-AMOUNT     PIC 9(7)V99.
               10  ACH-RECEIVER-NAME PIC X(22).
           05  ACH-HEADER-DATA REDEFINES ACH-ITEM-DATA.
               10  ACH-BATCH-ID   PIC X(10).
               10  ACH-COMPANY-NAME PIC X(16).
      *> Settlement date the originator asked for; a file received
      *> ahead of it posts on that date, not on receipt.
               10  ACH-EFFECTIVE-DATE PIC X(8).
               10  FILLER         PIC X(22).
           05  ACH-CONTROL-DATA REDEFINES ACH-ITEM-DATA.
               10  ACH-CTL-BATCH-ID PIC X(10).
               10  ACH-CTL-ITEM-COUNT PIC 9(6).
               10  ACH-CTL-TOTAL-AMOUNT PIC 9(9)V99.
               10  FILLER         PIC X(29).
