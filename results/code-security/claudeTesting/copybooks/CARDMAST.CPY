      *> CARD-RECORD layout for CARDMAST.DAT, the debit card master
      *> keyed by card number. Each card draws on one account; its
      *> status and its daily ATM cash and purchase limits are what
      *> CARD-AUTHORIZE approves against during the day, and what
      *> CARD-SETTLE-INTAKE checks the network's settled items
      *> against at night. Kept by CARD-MAINT; a card is never
      *> deleted, only hot-carded or closed, so an item settling on
      *> it late can still be traced to the account.
       01  CARD-RECORD.
           05  CARD-NUMBER        PIC X(16).
           05  CARD-ACCOUNT-NUMBER PIC X(10).
           05  CARD-HOLDER-NAME   PIC X(30).
           05  CARD-STATUS        PIC X.
               88  CARD-ACTIVE    VALUE 'A'.
      *> Reported lost or stolen: authorizations are declined from
      *> the moment the card is hot-carded.
               88  CARD-HOT       VALUE 'H'.
               88  CARD-CLOSED    VALUE 'C'.
      *> Daily limits, per business date: cash out of ATMs, and
      *> point-of-sale purchases.
           05  CARD-ATM-LIMIT     PIC 9(5)V99.
           05  CARD-POS-LIMIT     PIC 9(7)V99.
           05  CARD-ISSUE-DATE    PIC X(8).
      *> Last day the card is good for (YYYYMMDD).
           05  CARD-EXPIRY-DATE   PIC X(8).
      *> Date and operator of the last status or limit change.
           05  CARD-STATUS-DATE   PIC X(8).
           05  CARD-STATUS-BY     PIC X(8).
