               10  FILLER         PIC X(12).
               10  FILLER         PIC X(12).
               10  FILLER         PIC X(8).
               10  FILLER         PIC X(10).
               10  FILLER         PIC X(8).
               10  FILLER         PIC X(3).
               10  FILLER         PIC 9(11)V99.
               10  FILLER         PIC 9(3)V9(7).
               10  FILLER         PIC 9(7)V99.
           05  REJECT-REASON      PIC X(20).
           05  REJECT-DATE        PIC X(8).
