               88  ACCOUNT-HELD   VALUE 'H'.
               88  ACCOUNT-CLOSED VALUE 'C'.
               88  ACCOUNT-DORMANT VALUE 'D'.
               88  ACCOUNT-CHARGED-OFF VALUE 'X'.
           05  ACCOUNT-OPEN-DATE  PIC X(8).
           05  ACCOUNT-ADDRESS.
               10  ACCT-ADDR-LINE1 PIC X(30).
      *> extract so the filing shows it. Not numeric on records
      *> written before the field existed.
           05  ACCOUNT-WH-TO-DATE PIC S9(9)V99.
      *> Overdraft-protection link: the customer's own account that
      *> BANK-TRANS-PROC draws on, in fixed increments and for a
      *> transfer fee smaller than the overdraft fee, before a
      *> withdrawal, check, or external payment would take this
      *> account negative. Spaces (and LOW-VALUES on records written
      *> before the field existed) mean the account is not linked.
           05  ACCOUNT-OD-PROTECT-ACCOUNT PIC X(10).
      *> Negative-balance aging kept by NEG-BAL-AGING: consecutive
      *> nightly runs the ledger balance has stood below zero, reset
      *> the first night it is back at or above zero. When the count
      *> reaches the RUNPARM charge-off threshold the balance is
      *> written off to the loss line and the account goes to
      *> ACCOUNT-CHARGED-OFF, after which posting refuses everything
      *> but deposits, and those are taken as recoveries against the
      *> loss (ACCOUNT-RECOVERED-AMT) rather than credited to the
      *> zeroed balance. Not numeric on records written before the
      *> fields existed; readers treat that as zero.
           05  ACCOUNT-OD-DAYS    PIC 9(4).
           05  ACCOUNT-CHARGE-OFF-DATE PIC X(8).
           05  ACCOUNT-CHARGE-OFF-AMT PIC S9(9)V99.
           05  ACCOUNT-RECOVERED-AMT PIC S9(9)V99.
      *> Funds frozen under legal orders (LEGALORD.DAT) and already
      *> taken out of ACCOUNT-AVAIL-BALANCE: set by BANK-TRANS-PROC
      *> as postings land on an account under an active order, swept
      *> to the agency payable and re-set by LEGAL-REMIT each night,
      *> and given back to the available balance once no active
      *> order remains. Not numeric on records written before the
      *> field existed; readers treat that as zero.
           05  ACCOUNT-LEGAL-FROZEN PIC S9(9)V99.
      *> Positive-pay enrollment: 'Y' means the customer sends an
      *> issued-check file (PPISSUE.DAT) and BANK-TRANS-PROC holds
      *> any check on the account that does not match it in the
      *> positive-pay exception queue for the customer's pay/return
      *> decision instead of paying it. Anything else (including
      *> LOW-VALUES on records written before the field existed)
      *> means not enrolled.
           05  ACCOUNT-PPAY-FLAG  PIC X.
               88  ACCOUNT-PPAY-ENROLLED VALUE 'Y'.
      *> Returned mail: set by MAIL-RETURN each time a letter or
      *> statement to ACCOUNT-ADDRESS comes back undeliverable, with
      *> the number of returns and the first and latest return dates.
      *> While the flag is 'Y', NOTICE-GEN and the statement programs
      *> hold the customer's mail instead of sending it; DORMANT-SCAN
      *> treats a long-standing flag as lost-owner evidence. Applying
      *> a new address through MASTER-CHANGE-REVIEW clears all four.
      *> Not numeric (the count) or LOW-VALUES on records written
      *> before the fields existed; readers treat that as no returns.
           05  ACCOUNT-MAIL-RTN-FLAG PIC X.
               88  ACCOUNT-MAIL-RETURNED VALUE 'Y'.
           05  ACCOUNT-MAIL-RTN-COUNT PIC 9(3).
           05  ACCOUNT-MAIL-RTN-FIRST PIC X(8).
           05  ACCOUNT-MAIL-RTN-LAST  PIC X(8).
