      *> Inbound international wire layout (FXWIRE.DAT) — the wire
      *> room's file of foreign-currency wires received for credit
      *> to customer accounts, mapped into a converted DEPOSIT
      *> transaction by fx-wire-intake.cbl. One batch per file: a
      *> header, the wire items, and a control record carrying the
      *> item count and a hash total of the foreign amounts (mixed
      *> currencies, so a proof figure rather than a money total),
      *> which the file must prove to before anything is posted.
      *> The header and control records reuse the item area through
      *> REDEFINES, selected by FW-RECORD-TYPE.
       01  FX-WIRE-RECORD.
           05  FW-RECORD-TYPE     PIC X.
               88  FW-HEADER      VALUE 'H'.
               88  FW-ITEM        VALUE 'D'.
               88  FW-CONTROL     VALUE 'C'.
           05  FW-ITEM-DATA.
               10  FW-ACCOUNT-NUMBER PIC X(10).
      *> The sending bank's wire reference, carried as the posting
      *> reference so a wire fed twice is caught as a duplicate.
               10  FW-WIRE-REF    PIC X(12).
      *> ISO currency code and the amount in that currency.
               10  FW-CURRENCY    PIC X(3).
               10  FW-FOREIGN-AMOUNT PIC 9(11)V99.
               10  FW-SENDER-NAME PIC X(22).
           05  FW-HEADER-DATA REDEFINES FW-ITEM-DATA.
               10  FW-BATCH-ID    PIC X(10).
               10  FW-CORRESPONDENT PIC X(16).
               10  FILLER         PIC X(34).
           05  FW-CONTROL-DATA REDEFINES FW-ITEM-DATA.
               10  FW-CTL-BATCH-ID PIC X(10).
               10  FW-CTL-ITEM-COUNT PIC 9(6).
               10  FW-CTL-HASH-TOTAL PIC 9(13)V99.
               10  FILLER         PIC X(29).
