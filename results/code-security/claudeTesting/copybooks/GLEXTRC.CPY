      *> GL-EXTRACT-RECORD layout for GLEXTRACT.DAT, written by
      *> GL-EXTRACT and proved by GL-RECON. The posted audit types
      *> and NET-MOVEMENT go out per AUDIT-BRANCH with GL-PRODUCT
      *> blank. The CTL-BALANCE and CTL-ACCRUED lines are the
      *> deposit control movement instead: the day's change in
      *> customer balances and in accrued interest, keyed by the
      *> branch and product of the account the entry posted to, so
      *> the control accounts can be rolled forward to the level the
      *> subledger is summed at. Every record carries the range of
      *> audit sequence numbers the extract summarized: from the
      *> entry after GL-FROM-SEQ-NO (the last one GL-RECON proved)
      *> through GL-THRU-SEQ-NO.
       01  GL-EXTRACT-RECORD.
           05  GL-RUN-DATE        PIC X(8).
           05  GL-BRANCH          PIC X(3).
           05  GL-TYPE            PIC X(13).
           05  GL-ENTRY-COUNT     PIC 9(7).
           05  GL-TOTAL-AMOUNT    PIC S9(9)V99.
           05  GL-PRODUCT         PIC X(3).
           05  GL-FROM-SEQ-NO     PIC 9(9).
           05  GL-THRU-SEQ-NO     PIC 9(9).
