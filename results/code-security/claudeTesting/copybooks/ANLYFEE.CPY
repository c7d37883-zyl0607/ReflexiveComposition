      *> ANALYSIS-FEE-RECORD layout for ANLYFEE.DAT, the account-
      *> analysis fee schedule maintained through ANLYFEE-MAINT: one
      *> record per billable activity, with the unit price
      *> ACCOUNT-ANALYSIS charges for each occurrence in the month.
      *> An activity with no record on the schedule is counted on
      *> the analysis statement but priced at zero. Activity codes:
      *>   DEPOSIT      each DEPOSIT posted
      *>   ITEM-PAID    each WITHDRAWAL (check or debit) paid
      *>   TRANSFER     each TRANSFER-DR or TRANSFER-CR
      *>   EXT-PAYMENT  each external payment sent
      *>   RETURN-ITEM  each DEPOSIT-RTN or STOP-PAYMENT
      *>   OVERDRAFT    each item paid into overdraft
      *>   MAINTENANCE  the monthly account maintenance charge
       01  ANALYSIS-FEE-RECORD.
           05  AF-ACTIVITY        PIC X(12).
               88  AF-VALID-ACTIVITY VALUES 'DEPOSIT'
                                            'ITEM-PAID'
                                            'TRANSFER'
                                            'EXT-PAYMENT'
                                            'RETURN-ITEM'
                                            'OVERDRAFT'
                                            'MAINTENANCE'.
           05  AF-DESCRIPTION     PIC X(20).
           05  AF-UNIT-PRICE      PIC 9(5)V99.
           05  AF-CHANGED-DATE    PIC X(8).
           05  AF-CHANGED-BY      PIC X(8).
