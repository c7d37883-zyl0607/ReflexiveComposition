      *> CARD-AUTH-RECORD layout for CARDAUTH.DAT, the day's card
      *> authorizations. CARD-AUTHORIZE appends one per request it
      *> answers; an approval is a memo hold — its amount is taken
      *> out of ACCOUNT-AVAIL-BALANCE at once and stays out until
      *> the network's settlement item for it comes in, when
      *> CARD-SETTLE-INTAKE gives the hold back just ahead of the
      *> posting run that debits the real amount. An approval the
      *> network never settles is given back once it is
      *> CARD-AUTH-DAYS old. Declines are kept for the day's record
      *> only. Resolved records are dropped by the settlement run.
       01  CARD-AUTH-RECORD.
      *> The network's reference for the authorization request; the
      *> settlement item quotes it back.
           05  CA-AUTH-REF        PIC X(12).
           05  CA-CARD-NUMBER     PIC X(16).
           05  CA-ACCOUNT-NUMBER  PIC X(10).
           05  CA-CHANNEL         PIC X.
               88  CA-ATM         VALUE 'A'.
               88  CA-POS         VALUE 'P'.
           05  CA-AMOUNT          PIC 9(7)V99.
           05  CA-AUTH-DATE       PIC X(8).
           05  CA-AUTH-TIME       PIC X(6).
           05  CA-STATUS          PIC X.
               88  CA-OUTSTANDING VALUE 'O'.
               88  CA-SETTLED     VALUE 'S'.
               88  CA-EXPIRED     VALUE 'E'.
               88  CA-DECLINED    VALUE 'D'.
           05  CA-DECLINE-REASON  PIC X(20).
      *> Settlement item that cleared the hold, and when.
           05  CA-SETTLE-REF      PIC X(12).
           05  CA-SETTLE-DATE     PIC X(8).
