      *> GL-CONTROL-RECORD layout for GLCTL.DAT: the deposit control
      *> balances GL-RECON last proved, one record per branch and
      *> product. Each night's proof starts from these, rolls them
      *> forward by GLEXTRACT.DAT's control movement and compares
      *> the result with what ACCOUNT.DAT actually holds; the file is
      *> rewritten only when that proof is clean (or its breaks have
      *> been accepted for the date), so a failed night is rerun
      *> from the same starting point. GLC-PROVEN-SEQ-NO is the last
      *> audit sequence number the proven balances include (the same
      *> on every record): GL-EXTRACT takes the audit trail from the
      *> entry after it, so an item posted late under an older date
      *> is still carried. Zero means no proof has recorded one yet,
      *> and both jobs fall back to the run date.
       01  GL-CONTROL-RECORD.
           05  GLC-BRANCH         PIC X(3).
           05  GLC-PRODUCT        PIC X(3).
           05  GLC-PROVEN-DATE    PIC X(8).
           05  GLC-ACCOUNT-COUNT  PIC 9(7).
           05  GLC-BALANCE        PIC S9(11)V99.
           05  GLC-ACCRUED        PIC S9(11)V99.
           05  GLC-PROVEN-SEQ-NO  PIC 9(9).
