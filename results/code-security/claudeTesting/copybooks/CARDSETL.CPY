      *> Debit network daily settlement layout (CARDSETL.DAT) — the
      *> network's own format for the day's ATM and point-of-sale
      *> items on our cards, mapped into WITHDRAWAL and DEPOSIT
      *> transactions by card-settle.cbl. One settlement per file: a
      *> header, the items, and a trailer carrying the item count
      *> and the net amount the network settled with us, which is
      *> reconciled against our own clearing position before the
      *> run finishes. The header and trailer reuse the item area
      *> through REDEFINES, selected by CS-RECORD-TYPE.
       01  CARD-SETTLE-RECORD.
           05  CS-RECORD-TYPE     PIC X.
               88  CS-HEADER      VALUE 'H'.
               88  CS-ITEM        VALUE 'D'.
               88  CS-TRAILER     VALUE 'T'.
           05  CS-ITEM-DATA.
               10  CS-CARD-NUMBER PIC X(16).
               10  CS-TXN-CODE    PIC X.
                   88  CS-ATM-CASH      VALUE 'W'.
                   88  CS-PURCHASE      VALUE 'P'.
                   88  CS-REFUND        VALUE 'R'.
                   88  CS-ATM-DEPOSIT   VALUE 'D'.
                   88  CS-DEBIT-ITEM    VALUE 'W' 'P'.
                   88  CS-CREDIT-ITEM   VALUE 'R' 'D'.
               10  CS-AMOUNT      PIC 9(7)V99.
      *> Network reference for the settled item: unique per item,
      *> carried into TR-REF-NO.
               10  CS-NETWORK-REF PIC X(12).
      *> Reference of the authorization the item settles; spaces on
      *> credits and on items the network forced through without
      *> asking us.
               10  CS-AUTH-REF    PIC X(12).
               10  CS-TXN-DATE    PIC X(8).
               10  CS-MERCHANT    PIC X(22).
           05  CS-HEADER-DATA REDEFINES CS-ITEM-DATA.
               10  CS-SETTLE-ID   PIC X(10).
               10  CS-SETTLE-DATE PIC X(8).
               10  CS-NETWORK-NAME PIC X(16).
               10  FILLER         PIC X(46).
           05  CS-TRAILER-DATA REDEFINES CS-ITEM-DATA.
               10  CS-TRL-SETTLE-ID PIC X(10).
               10  CS-TRL-ITEM-COUNT PIC 9(6).
      *> Net of the items as the network settled it: 'D' we owe the
      *> network (card debits exceed credits), 'C' it owes us.
               10  CS-TRL-NET-AMOUNT PIC 9(9)V99.
               10  CS-TRL-NET-SIGN PIC X.
                   88  CS-TRL-NET-DEBIT  VALUE 'D'.
                   88  CS-TRL-NET-CREDIT VALUE 'C'.
               10  FILLER         PIC X(52).
