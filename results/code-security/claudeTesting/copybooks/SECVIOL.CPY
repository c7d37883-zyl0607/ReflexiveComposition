      *> Security-violation log (SECVIOL.DAT, line sequential,
      *> append only): one record per refused sign-on, override or
      *> attempt beyond an operator's authority. Written only through
      *> OPERATOR-SIGNON, listed by OPERATOR-MAINT. Dated by the wall
      *> clock rather than the business date, since the log is read
      *> against who was in the building when.
       01  SECURITY-VIOLATION-RECORD.
           05  SV-DATE            PIC X(8).
           05  SV-TIME            PIC X(6).
      *> The ID that was keyed — it may not be on the operator
      *> master at all.
           05  SV-OPERATOR        PIC X(8).
           05  SV-PROGRAM         PIC X(20).
           05  SV-VIOLATION       PIC X(20).
      *> Amount attempted and the authority it ran into, on the
      *> over-limit entries; zero on the sign-on entries.
           05  SV-AMOUNT          PIC 9(9)V99.
           05  SV-LIMIT           PIC 9(9)V99.
           05  SV-DETAIL          PIC X(30).
