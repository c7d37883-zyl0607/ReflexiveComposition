       01  WS-JOB-TABLE-DATA.
           05  FILLER             PIC X(10) VALUE 'INTEGRITY'.
           05  FILLER             PIC X(10) VALUE 'CASHLETTER'.
           05  FILLER             PIC X(10) VALUE 'ACHCREDIT'.
           05  FILLER             PIC X(10) VALUE 'FXWIRE'.
           05  FILLER             PIC X(10) VALUE 'CARDSETL'.
           05  FILLER             PIC X(10) VALUE 'RETURNS'.
           05  FILLER             PIC X(10) VALUE 'INTEREST'.
           05  FILLER             PIC X(10) VALUE 'SVCCHARGE'.
           05  FILLER             PIC X(10) VALUE 'ACCTANLYS'.
           05  FILLER             PIC X(10) VALUE 'CDMATURITY'.
           05  FILLER             PIC X(10) VALUE 'STANDORD'.
           05  FILLER             PIC X(10) VALUE 'DISPUTES'.
           05  FILLER             PIC X(10) VALUE 'WHRELEASE'.
           05  FILLER             PIC X(10) VALUE 'PPISSUE'.
           05  FILLER             PIC X(10) VALUE 'PPSETTLE'.
           05  FILLER             PIC X(10) VALUE 'TRANSPROC'.
           05  FILLER             PIC X(10) VALUE 'PPRECON'.
           05  FILLER             PIC X(10) VALUE 'HOLDREL'.
           05  FILLER             PIC X(10) VALUE 'LEGALREMIT'.
           05  FILLER             PIC X(10) VALUE 'ODAGING'.
           05  FILLER             PIC X(10) VALUE 'DRAWERPRF'.
           05  FILLER             PIC X(10) VALUE 'BALSNAP'.
           05  FILLER             PIC X(10) VALUE 'INTACCRUE'.
           05  FILLER             PIC X(10) VALUE 'LOANPAY'.
           05  FILLER             PIC X(10) VALUE 'GLEXTRACT'.
           05  FILLER             PIC X(10) VALUE 'GLRECON'.
           05  FILLER             PIC X(10) VALUE 'CTRSCAN'.
           05  FILLER             PIC X(10) VALUE 'KITESCAN'.
           05  FILLER             PIC X(10) VALUE 'DORMSCAN'.
           05  FILLER             PIC X(10) VALUE 'ACCTPURGE'.
           05  FILLER             PIC X(10) VALUE 'AUDITIX'.
           05  FILLER             PIC X(10) VALUE 'DWEXTRACT'.
           05  FILLER             PIC X(10) VALUE 'NOTICES'.
       01  WS-JOB-TABLE REDEFINES WS-JOB-TABLE-DATA.
           05  WS-JOB-NAME        OCCURS 33 TIMES PIC X(10).
       01  WS-JOB-COUNT           PIC 9(3) VALUE 33.
       01  WS-JOB-IDX             PIC 9(3).
       01  WS-THIS-JOB            PIC 9(3).
       01  WS-SCAN-IDX            PIC 9(3).
