      *> counts each account's transfers across the day and
      *> rejects the one that would go over.
           05  PD-XFER-LIMIT      PIC 9(2).
      *> Analyzed (commercial) products: 'Y' takes the product's
      *> accounts off the flat pricing — SVC-CHARGE-BATCH skips them
      *> and posting assesses no OVERDRAFT-FEE — and ACCOUNT-ANALYSIS
      *> bills them monthly instead, activity priced off the fee
      *> schedule less an earnings credit on the average collected
      *> balance. Anything else (including spaces on records
      *> written before the field existed) means flat pricing.
           05  PD-ANALYZED        PIC X.
               88  PD-IS-ANALYZED VALUE 'Y'.
