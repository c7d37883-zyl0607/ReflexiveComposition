           05  BH-ACCOUNT-NUMBER  PIC X(10).
           05  BH-BUSINESS-DATE   PIC X(8).
           05  BH-CLOSING-BALANCE PIC S9(9)V99.
      *> The closing balance less the deposits still under an active
      *> availability hold on HOLDS.DAT that night — the collected
      *> balance ACCOUNT-ANALYSIS averages for the earnings credit.
      *> Snapshots written before the field existed carry no value
      *> here (not numeric); readers fall back to the closing
      *> balance for them.
           05  BH-COLLECTED-BALANCE PIC S9(9)V99.
