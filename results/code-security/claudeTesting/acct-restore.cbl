           ==ACCOUNT-SWEEPS-AT-MATURITY== BY ==SNP-SWEEPS-AT-MATURITY==
           ==ACCOUNT-SWEEP-ACCOUNT== BY ==SNP-SWEEP-ACCOUNT==
           ==ACCOUNT-ACCRUED-INT== BY ==SNP-ACCRUED-INT==
           ==ACCOUNT-WH-TO-DATE== BY ==SNP-WH-TO-DATE==
           ==ACCOUNT-OD-PROTECT-ACCOUNT== BY ==SNP-OD-PROTECT-ACCOUNT==
           ==ACCOUNT-CHARGED-OFF== BY ==SNP-CHARGED-OFF==
           ==ACCOUNT-OD-DAYS== BY ==SNP-OD-DAYS==
           ==ACCOUNT-CHARGE-OFF-DATE== BY ==SNP-CHARGE-OFF-DATE==
           ==ACCOUNT-CHARGE-OFF-AMT== BY ==SNP-CHARGE-OFF-AMT==
           ==ACCOUNT-RECOVERED-AMT== BY ==SNP-RECOVERED-AMT==
           ==ACCOUNT-LEGAL-FROZEN== BY ==SNP-LEGAL-FROZEN==
           ==ACCOUNT-PPAY-FLAG== BY ==SNP-PPAY-FLAG==
           ==ACCOUNT-PPAY-ENROLLED== BY ==SNP-PPAY-ENROLLED==
           ==ACCOUNT-MAIL-RTN-FLAG== BY ==SNP-MAIL-RTN-FLAG==
           ==ACCOUNT-MAIL-RETURNED== BY ==SNP-MAIL-RETURNED==
           ==ACCOUNT-MAIL-RTN-COUNT== BY ==SNP-MAIL-RTN-COUNT==
           ==ACCOUNT-MAIL-RTN-FIRST== BY ==SNP-MAIL-RTN-FIRST==
           ==ACCOUNT-MAIL-RTN-LAST== BY ==SNP-MAIL-RTN-LAST==.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.
