      *> BRANCH-VAULT-RECORD layout for VAULT.DAT, one record per
      *> branch per business date, kept by DRAWER-MAINT. The vault's
      *> own movements are the opening cash and the shipments to
      *> and from the cash supplier; what the tellers bought and
      *> sold is on their drawer records, and DRAWER-PROOF brings
      *> the two together into the branch vault position.
       01  BRANCH-VAULT-RECORD.
           05  VLT-KEY.
               10  VLT-BRANCH     PIC X(3).
               10  VLT-DATE       PIC X(8).
           05  VLT-STATUS         PIC X.
               88  VLT-OPEN       VALUE 'O'.
               88  VLT-COUNTED    VALUE 'C'.
           05  VLT-OPENING-CASH   PIC 9(9)V99.
           05  VLT-SHIPMENTS-IN   PIC 9(9)V99.
           05  VLT-SHIPMENTS-OUT  PIC 9(9)V99.
           05  VLT-COUNTED-CASH   PIC 9(9)V99.
           05  VLT-OPENED-BY      PIC X(8).
           05  VLT-COUNTED-BY     PIC X(8).
