      *> ANALYSIS-HISTORY-RECORD layout for ANLYHIST.DAT: one record
      *> per analyzed account per analysis month, appended by
      *> ACCOUNT-ANALYSIS as each account is billed. It is the
      *> register of what the customer was charged and credited, and
      *> the job's run-once guard — an account already on the file
      *> for the month is passed over, so the nightly run bills each
      *> account once however many nights it runs in the month.
      *> AH-REF-NO is the SERVICE-CHARGE transaction the net charge
      *> was posted under; spaces when the credit covered the fees.
       01  ANALYSIS-HISTORY-RECORD.
           05  AH-MONTH           PIC X(6).
           05  AH-ACCOUNT         PIC X(10).
           05  AH-AVG-COLLECTED   PIC S9(9)V99.
           05  AH-FEES            PIC 9(7)V99.
           05  AH-CREDIT          PIC 9(7)V99.
           05  AH-NET-CHARGE      PIC 9(7)V99.
           05  AH-REF-NO          PIC X(12).
           05  AH-RUN-DATE        PIC X(8).
