      *> Wire exception layout (FXWREJ.DAT) — one record per
      *> incoming foreign wire FX-WIRE-INTAKE could not convert and
      *> post: no rate keyed for the currency that day, an account
      *> that cannot take the credit, or a converted amount too
      *> large for a single posting. The file is extended, not
      *> recreated, and is worked by the wire room — returned to the
      *> sender, or fed again once the cause is put right. The
      *> wire's own reference is echoed for matching.
       01  FX-WIRE-REJECT-RECORD.
           05  FWR-BATCH-ID       PIC X(10).
           05  FWR-WIRE-REF       PIC X(12).
           05  FWR-ACCOUNT-NUMBER PIC X(10).
           05  FWR-CURRENCY       PIC X(3).
           05  FWR-FOREIGN-AMOUNT PIC 9(11)V99.
           05  FWR-SENDER-NAME    PIC X(22).
           05  FWR-REASON         PIC X(20).
           05  FWR-REJECT-DATE    PIC X(8).
