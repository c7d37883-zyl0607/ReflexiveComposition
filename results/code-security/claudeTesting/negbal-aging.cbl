      *> Nightly negative-balance aging and charge-off: walks
      *> ACCOUNT.DAT after the day's posting and counts, on each
      *> account, the consecutive nights its ledger balance has
      *> stood below zero (ACCOUNT-OD-DAYS), resetting the count the
      *> first night it is back at or above zero. Every overdrawn
      *> account is listed on the collections report in its aging
      *> bucket — 1-30, 31-60, 61 and over — so someone works it
      *> while it is still collectable. An account that reaches the
      *> CHARGEOFF-DAYS run parameter is charged off: the negative
      *> balance is written back to zero with a CHARGE-OFF audit
      *> entry (which GL-EXTRACT carries to the loss line), and the
      *> account goes to status 'X', where BANK-TRANS-PROC refuses
      *> everything but deposits and takes those as recoveries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEG-BAL-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'CHECKPNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-CHARGEOFF-DAYS      PIC 9(4).

      *> RUNPARM.DAT interface fields for the CHARGEOFF-DAYS
      *> lookup; the console prompt remains the fallback when no
      *> parameter file exists (ad-hoc daytime run), and a
      *> parameter on the file but unusable cancels the run.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
           88  WS-PARM-NO-FILE    VALUE 'M'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> RUN-CONTROL interface fields: the aging runs once per
      *> business date, after posting and hold release have settled
      *> the day's balances and before BAL-SNAPSHOT and GL-EXTRACT,
      *> so a charge-off is in the snapshot the proof runs against
      *> and on the loss line the same night. Counting twice in a
      *> night would age every account a day early.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'ODAGING'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> ACCT-IN-USE gate fields: the in-use interlock on the
      *> account master shared with every other job and screen.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE 'ODAGING'.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-RECLAIMED  VALUE 'R'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> A charge-off writes a CHARGE-OFF entry to the audit trail,
      *> numbered on from the checkpoint's audit sequence counter
      *> the way DORMANT-SCAN numbers its DORMANT-FLAG entries.
       01  WS-RUN-TIME            PIC X(6).
       01  WS-NEXT-AUDIT-SEQ-NO   PIC 9(9) VALUE ZERO.
       01  WS-CKPT-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-CKPT-EMPTY      VALUE 'Y'.

      *> REPORT-SPOOL interface: the collections report goes both
      *> to the console and to the dated report file the
      *> collections desk works from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'ODAGING'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

       01  WS-CHARGE-OFF-LOSS     PIC S9(9)V99.
       01  WS-BUCKET-LABEL        PIC X(11).

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-CURED-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-1-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-1-BALANCE    PIC S9(11)V99 VALUE ZERO.
       01  WS-BUCKET-2-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-2-BALANCE    PIC S9(11)V99 VALUE ZERO.
       01  WS-BUCKET-3-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BUCKET-3-BALANCE    PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGE-OFF-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-OFF-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-DAYS            PIC Z,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-AGE-ACCOUNT
               UNTIL END-OF-FILE
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 'CHARGEOFF-DAYS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           EVALUATE TRUE
               WHEN WS-PARM-NO-FILE
                   DISPLAY 'Days overdrawn before charge-off: '
                   ACCEPT WS-CHARGEOFF-DAYS
               WHEN WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   MOVE WS-PARM-NUMBER TO WS-CHARGEOFF-DAYS
               WHEN OTHER
                   DISPLAY 'RUN PARAMETER CHARGEOFF-DAYS MISSING '
                           'OR NOT NUMERIC - RUN CANCELLED'
                   STOP RUN
           END-EVALUATE
           IF WS-CHARGEOFF-DAYS NOT NUMERIC
                   OR WS-CHARGEOFF-DAYS = ZERO
               DISPLAY 'INVALID CHARGE-OFF DAYS - RUN CANCELLED'
               STOP RUN
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 215-INIT-SEQ-NO
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  NEGATIVE BALANCE AGING / COLLECTIONS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE:        ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CHARGEOFF-DAYS TO WS-RPT-DAYS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CHARGE OFF AT:   ' WS-RPT-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT     NAME                      '
               '      BALANCE  DAYS  BUCKET'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'SET' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-LOCK-HELD
               DISPLAY 'ACCOUNT MASTER IN USE BY '
                   WS-LOCK-HOLDER ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           OPEN EXTEND AUDIT-FILE
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       205-CHECK-RUN-CONTROL.
           MOVE 'CHECK' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           EVALUATE TRUE
               WHEN WS-RC-OK
                   CONTINUE
               WHEN WS-RC-NO-FILE
                   DISPLAY 'NO RUN-CONTROL FILE - SEQUENCE NOT '
                           'ENFORCED THIS RUN'
               WHEN WS-RC-ALREADY-RUN
                   DISPLAY WS-RC-JOB-NAME ' ALREADY COMPLETE FOR '
                       'BUSINESS DATE ' WS-RC-BUSINESS-DATE
                       ' - RUN REFUSED'
                   STOP RUN
               WHEN WS-RC-OUT-OF-SEQ
                   DISPLAY WS-RC-JOB-NAME ' OUT OF SEQUENCE - AN '
                       'EARLIER JOB HAS NOT COMPLETED - RUN REFUSED'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL ERROR - RUN REFUSED'
                   STOP RUN
           END-EVALUATE.

       215-INIT-SEQ-NO.
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END
                   SET WS-CKPT-EMPTY TO TRUE
                   MOVE ZERO TO WS-NEXT-AUDIT-SEQ-NO
               NOT AT END
                   MOVE CKPT-LAST-SEQ-NO TO WS-NEXT-AUDIT-SEQ-NO
           END-READ
           CLOSE CHECKPOINT-FILE.

       220-OPEN-REPORT-SPOOL.
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

      *> Closed and already charged-off accounts are past aging;
      *> everything else — active, held, dormant — ages on its
      *> ledger balance, since a freeze does not stop the loss.
       300-AGE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT ACCOUNT-CLOSED AND NOT ACCOUNT-CHARGED-OFF
               IF ACCOUNT-OD-DAYS NOT NUMERIC
                   MOVE ZERO TO ACCOUNT-OD-DAYS
               END-IF
               IF ACCOUNT-BALANCE < ZERO
                   ADD 1 TO ACCOUNT-OD-DAYS
                   IF ACCOUNT-OD-DAYS NOT < WS-CHARGEOFF-DAYS
                       PERFORM 320-CHARGE-OFF
                   ELSE
                       PERFORM 310-REPORT-OVERDRAWN
                   END-IF
                   PERFORM 330-REWRITE-ACCOUNT
               ELSE
                   IF ACCOUNT-OD-DAYS > ZERO
                       MOVE ZERO TO ACCOUNT-OD-DAYS
                       ADD 1 TO WS-CURED-COUNT
                       PERFORM 330-REWRITE-ACCOUNT
                   END-IF
               END-IF
           END-IF
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       310-REPORT-OVERDRAWN.
           EVALUATE TRUE
               WHEN ACCOUNT-OD-DAYS NOT > 30
                   MOVE '1-30' TO WS-BUCKET-LABEL
                   ADD 1 TO WS-BUCKET-1-COUNT
                   ADD ACCOUNT-BALANCE TO WS-BUCKET-1-BALANCE
               WHEN ACCOUNT-OD-DAYS NOT > 60
                   MOVE '31-60' TO WS-BUCKET-LABEL
                   ADD 1 TO WS-BUCKET-2-COUNT
                   ADD ACCOUNT-BALANCE TO WS-BUCKET-2-BALANCE
               WHEN OTHER
                   MOVE '61+' TO WS-BUCKET-LABEL
                   ADD 1 TO WS-BUCKET-3-COUNT
                   ADD ACCOUNT-BALANCE TO WS-BUCKET-3-BALANCE
           END-EVALUATE
           PERFORM 315-PRINT-DETAIL.

       315-PRINT-DETAIL.
           MOVE ACCOUNT-BALANCE TO WS-RPT-AMOUNT
           MOVE ACCOUNT-OD-DAYS TO WS-RPT-DAYS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING ACCOUNT-NUMBER '  ' ACCOUNT-NAME(1:24)
               WS-RPT-AMOUNT ' ' WS-RPT-DAYS '  ' WS-BUCKET-LABEL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '    ' ACCOUNT-PHONE '  ' ACCT-ADDR-CITY ' '
               ACCT-ADDR-STATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> The loss is the whole negative ledger balance. Available
      *> balance moves by the same amount rather than to zero, so
      *> any deposit hold still in force keeps its difference and
      *> HOLD-RELEASE can mature it as usual. The detail line is
      *> printed from the balance as it stood before the write-off.
       320-CHARGE-OFF.
           MOVE 'CHARGED OFF' TO WS-BUCKET-LABEL
           PERFORM 315-PRINT-DETAIL
           COMPUTE WS-CHARGE-OFF-LOSS = ZERO - ACCOUNT-BALANCE
           ADD WS-CHARGE-OFF-LOSS TO ACCOUNT-BALANCE
           IF ACCOUNT-AVAIL-BALANCE NUMERIC
               ADD WS-CHARGE-OFF-LOSS TO ACCOUNT-AVAIL-BALANCE
           ELSE
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
           END-IF
           SET ACCOUNT-CHARGED-OFF TO TRUE
           MOVE WS-RUN-DATE TO ACCOUNT-CHARGE-OFF-DATE
           MOVE WS-CHARGE-OFF-LOSS TO ACCOUNT-CHARGE-OFF-AMT
           MOVE ZERO TO ACCOUNT-RECOVERED-AMT
           MOVE WS-RUN-DATE TO LAST-UPDATE-DATE
           ADD 1 TO WS-CHARGE-OFF-COUNT
           ADD WS-CHARGE-OFF-LOSS TO WS-CHARGE-OFF-TOTAL
           PERFORM 340-WRITE-CHARGE-OFF-AUDIT.

       330-REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'AGING REWRITE ERROR: ' ACCOUNT-NUMBER
           END-REWRITE.

      *> The amount is the loss written off, carried positive the
      *> way a credit is: it brings the balance up to zero.
       340-WRITE-CHARGE-OFF-AUDIT.
           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE WS-RUN-DATE       TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AUDIT-TIMESTAMP(9:6)
           MOVE ACCOUNT-NUMBER    TO AUDIT-ACCOUNT
           MOVE 'CHARGE-OFF'      TO AUDIT-TYPE
           MOVE WS-CHARGE-OFF-LOSS TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE   TO AUDIT-BALANCE
           MOVE 'CHARGED OFF'     TO AUDIT-STATUS
           MOVE ACCOUNT-BRANCH    TO AUDIT-BRANCH
           MOVE SPACES            TO AUDIT-REF-NO
           MOVE SPACES            TO AUDIT-ORIG-REF
           MOVE SPACES            TO AUDIT-SERIAL
           MOVE WS-RC-JOB-NAME    TO AUDIT-OPERATOR
           MOVE SPACES            TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD.

      *> Puts the advanced audit sequence counter back on the
      *> checkpoint record, same patch-in-place REWRITE as
      *> DORMANT-SCAN.
       910-SAVE-SEQ-NO.
           IF NOT WS-CKPT-EMPTY AND WS-CHARGE-OFF-COUNT > ZERO
               MOVE 'N' TO WS-CKPT-EOF-FLAG
               OPEN I-O CHECKPOINT-FILE
               READ CHECKPOINT-FILE
                   AT END SET WS-CKPT-EMPTY TO TRUE
               END-READ
               IF NOT WS-CKPT-EMPTY
                   MOVE WS-NEXT-AUDIT-SEQ-NO TO CKPT-LAST-SEQ-NO
                   REWRITE CHECKPOINT-RECORD
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF.

       900-END-PROGRAM.
           CLOSE ACCOUNT-FILE
                 AUDIT-FILE
           PERFORM 910-SAVE-SEQ-NO
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS SCANNED:        ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CURED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BACK ABOVE ZERO:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BUCKET-1-COUNT TO WS-RPT-COUNT
           MOVE WS-BUCKET-1-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OVERDRAWN 1-30 DAYS:     ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BUCKET-2-COUNT TO WS-RPT-COUNT
           MOVE WS-BUCKET-2-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OVERDRAWN 31-60 DAYS:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BUCKET-3-COUNT TO WS-RPT-COUNT
           MOVE WS-BUCKET-3-BALANCE TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OVERDRAWN 61+ DAYS:      ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CHARGE-OFF-COUNT TO WS-RPT-COUNT
           MOVE WS-CHARGE-OFF-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CHARGED OFF TONIGHT:     ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           PERFORM 930-STAMP-RUN-CONTROL.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
