      *> TELLER-DRAWER-RECORD layout for DRAWER.DAT, one record per
      *> teller per business date. DRAWER-MAINT opens the drawer
      *> with the cash the teller starts the day with, records cash
      *> bought from and sold back to the branch vault, and takes
      *> the counted figure at the end of the shift; TELLER-ENTRY
      *> adds the cash taken in and paid out over the counter at
      *> each sign-off. DRAWER-PROOF posts the difference between
      *> the counted and the expected cash to the teller difference
      *> line that night and prints the branch vault position.
       01  TELLER-DRAWER-RECORD.
           05  DRW-KEY.
               10  DRW-TELLER     PIC X(8).
               10  DRW-DATE       PIC X(8).
           05  DRW-BRANCH         PIC X(3).
           05  DRW-STATUS         PIC X.
               88  DRW-OPEN       VALUE 'O'.
               88  DRW-COUNTED    VALUE 'C'.
           05  DRW-OPENING-CASH   PIC 9(9)V99.
           05  DRW-CASH-IN        PIC 9(9)V99.
           05  DRW-CASH-IN-COUNT  PIC 9(5).
           05  DRW-CASH-OUT       PIC 9(9)V99.
           05  DRW-CASH-OUT-COUNT PIC 9(5).
      *> Cash bought from the vault comes into the drawer; cash sold
      *> back to the vault goes out of it.
           05  DRW-VAULT-BUYS     PIC 9(9)V99.
           05  DRW-VAULT-SELLS    PIC 9(9)V99.
           05  DRW-COUNTED-CASH   PIC 9(9)V99.
      *> Counted less expected: positive is an over, negative a
      *> short.
           05  DRW-OVER-SHORT     PIC S9(9)V99.
           05  DRW-OPENED-BY      PIC X(8).
           05  DRW-COUNTED-BY     PIC X(8).
           05  DRW-COUNTED-TIME   PIC X(6).
      *> 'Y' once DRAWER-PROOF has posted the difference, so a late
      *> recount cannot post it twice.
           05  DRW-POSTED-FLAG    PIC X.
               88  DRW-DIFF-POSTED VALUE 'Y'.
