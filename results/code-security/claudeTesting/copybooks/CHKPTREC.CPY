           05  CKPT-VEL-REJECT-COUNT     PIC 9(7).
           05  CKPT-VEL-DIVERT-COUNT     PIC 9(7).
           05  CKPT-DUP-SERIAL-COUNT     PIC 9(7).
           05  CKPT-ODP-SWEEP-COUNT      PIC 9(7).
           05  CKPT-ODP-SWEEP-TOTAL      PIC S9(9)V99.
           05  CKPT-ODP-FEE-COUNT        PIC 9(7).
           05  CKPT-ODP-FEE-TOTAL        PIC S9(9)V99.
           05  CKPT-RECOVERY-COUNT       PIC 9(7).
           05  CKPT-RECOVERY-TOTAL       PIC S9(9)V99.
           05  CKPT-PPAY-HOLD-COUNT      PIC 9(7).
