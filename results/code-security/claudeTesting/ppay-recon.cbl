      *> Nightly positive-pay reconciliation: issued versus paid for
      *> every account enrolled in positive pay. Runs after posting,
      *> so PAIDCHK.DAT holds everything paid tonight. Each check on
      *> the issued register (PPISSUE.DAT) that has now paid is
      *> marked 'P' in place with its paid date, and the report
      *> gives, account by account, what the customer has issued,
      *> what has paid, what is still outstanding and what was
      *> voided, alongside tonight's activity: checks cleared
      *> against the register, checks held on the exception queue,
      *> and checks that paid without being on the register (the
      *> customer's own pay decisions on held items). A check that
      *> paid for a different amount than it was issued for is
      *> listed individually.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAY-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL PAID-CHECK-FILE ASSIGN TO 'PAIDCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ISSUED-CHECK-FILE ASSIGN TO 'PPISSUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PPAY-EXCEPT-FILE ASSIGN TO 'PPEXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  PAID-CHECK-FILE.
       01  PAID-CHECK-RECORD.
           05  PC-ACCOUNT         PIC X(10).
           05  PC-SERIAL          PIC X(8).
           05  PC-DATE            PIC X(8).
           05  PC-AMOUNT          PIC 9(7)V99.

       FD  ISSUED-CHECK-FILE.
       COPY PPISSUE.

       FD  PPAY-EXCEPT-FILE.
       COPY PPEXCEPT.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).

      *> RUN-CONTROL interface fields: the reconciliation runs once
      *> per business date, after TRANSPROC has paid tonight's checks.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'PPRECON'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> REPORT-SPOOL interface: the reconciliation goes both to the
      *> console and to the dated report file the cash-management
      *> desk works from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'PPRECON'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> One entry per enrolled account, in account order, with its
      *> register position and tonight's activity.
       01  WS-ENROLLED-TABLE.
           05  WS-EN-ENTRY OCCURS 1000 TIMES.
               10  WS-EN-ACCOUNT      PIC X(10).
               10  WS-EN-NAME         PIC X(30).
               10  WS-EN-ISSUED-CNT   PIC 9(5).
               10  WS-EN-ISSUED-AMT   PIC 9(9)V99.
               10  WS-EN-PAID-CNT     PIC 9(5).
               10  WS-EN-PAID-AMT     PIC 9(9)V99.
               10  WS-EN-OUT-CNT      PIC 9(5).
               10  WS-EN-OUT-AMT      PIC 9(9)V99.
               10  WS-EN-VOID-CNT     PIC 9(5).
               10  WS-EN-CLEARED-CNT  PIC 9(5).
               10  WS-EN-CLEARED-AMT  PIC 9(9)V99.
               10  WS-EN-HELD-CNT     PIC 9(5).
               10  WS-EN-HELD-AMT     PIC 9(9)V99.
               10  WS-EN-OPEN-CNT     PIC 9(5).
               10  WS-EN-UNISSUED-CNT PIC 9(5).
               10  WS-EN-UNISSUED-AMT PIC 9(9)V99.
       01  WS-EN-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-EN-IDX              PIC 9(5).
       01  WS-EN-FOUND            PIC 9(5).
       01  WS-LOOKUP-ACCOUNT      PIC X(10).

      *> Paid checks on enrolled accounts, with a mark for those the
      *> register accounts for.
       01  WS-PAID-TABLE.
           05  WS-PD-ENTRY OCCURS 20000 TIMES.
               10  WS-PD-ACCOUNT      PIC X(10).
               10  WS-PD-SERIAL       PIC X(8).
               10  WS-PD-DATE         PIC X(8).
               10  WS-PD-AMOUNT       PIC 9(7)V99.
               10  WS-PD-EN-IDX       PIC 9(5).
               10  WS-PD-MATCHED      PIC X.
       01  WS-PD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PD-IDX              PIC 9(5).
       01  WS-PD-FOUND            PIC 9(5).

      *> Checks the customer told us to pay that settled onto
      *> tonight's batch: they paid without being on the register.
       01  WS-RELEASED-TABLE.
           05  WS-RL-ENTRY OCCURS 500 TIMES.
               10  WS-RL-ACCOUNT      PIC X(10).
               10  WS-RL-SERIAL       PIC X(8).
       01  WS-RL-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-RL-IDX              PIC 9(3).
       01  WS-RL-FOUND-FLAG       PIC X.
           88  WS-RL-FOUND        VALUE 'Y'.

       01  WS-TOT-ACCOUNTS        PIC 9(7) VALUE ZERO.
       01  WS-TOT-ISSUED-CNT      PIC 9(7) VALUE ZERO.
       01  WS-TOT-ISSUED-AMT      PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-PAID-CNT        PIC 9(7) VALUE ZERO.
       01  WS-TOT-PAID-AMT        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-OUT-CNT         PIC 9(7) VALUE ZERO.
       01  WS-TOT-OUT-AMT         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-VOID-CNT        PIC 9(7) VALUE ZERO.
       01  WS-TOT-CLEARED-CNT     PIC 9(7) VALUE ZERO.
       01  WS-TOT-CLEARED-AMT     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-HELD-CNT        PIC 9(7) VALUE ZERO.
       01  WS-TOT-HELD-AMT        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-UNISSUED-CNT    PIC 9(7) VALUE ZERO.
       01  WS-TOT-UNISSUED-AMT    PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-DIFF-CNT        PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 210-LOAD-ENROLLED
           PERFORM 220-LOAD-PAID-CHECKS
           PERFORM 230-SCAN-EXCEPTIONS
           PERFORM 300-MATCH-REGISTER
           PERFORM 400-FIND-UNISSUED
           PERFORM 500-PRINT-ACCOUNTS
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 240-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  POSITIVE PAY ISSUED VS PAID RECONCILIATION'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE:        ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

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

       210-LOAD-ENROLLED.
           OPEN INPUT ACCOUNT-FILE
           MOVE 'N' TO EOF-FLAG
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF ACCOUNT-PPAY-ENROLLED
                   IF WS-EN-COUNT < 1000
                       ADD 1 TO WS-EN-COUNT
                       INITIALIZE WS-EN-ENTRY (WS-EN-COUNT)
                       MOVE ACCOUNT-NUMBER
                           TO WS-EN-ACCOUNT (WS-EN-COUNT)
                       MOVE ACCOUNT-NAME TO WS-EN-NAME (WS-EN-COUNT)
                   ELSE
                       DISPLAY 'ENROLLED-ACCOUNT TABLE FULL AT 1000 - '
                               'ACCOUNT ' ACCOUNT-NUMBER
                               ' NOT RECONCILED'
                   END-IF
               END-IF
               READ ACCOUNT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       220-LOAD-PAID-CHECKS.
           OPEN INPUT PAID-CHECK-FILE
           MOVE 'N' TO EOF-FLAG
           READ PAID-CHECK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               MOVE PC-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 910-FIND-ENROLLED
               IF WS-EN-FOUND > ZERO
                   IF WS-PD-COUNT < 20000
                       ADD 1 TO WS-PD-COUNT
                       MOVE PC-ACCOUNT TO WS-PD-ACCOUNT (WS-PD-COUNT)
                       MOVE PC-SERIAL  TO WS-PD-SERIAL (WS-PD-COUNT)
                       MOVE PC-DATE    TO WS-PD-DATE (WS-PD-COUNT)
                       MOVE PC-AMOUNT  TO WS-PD-AMOUNT (WS-PD-COUNT)
                       MOVE WS-EN-FOUND TO WS-PD-EN-IDX (WS-PD-COUNT)
                       MOVE 'N' TO WS-PD-MATCHED (WS-PD-COUNT)
                   ELSE
                       DISPLAY 'PAID-CHECK TABLE FULL AT 20000 - '
                               'LATER PAID CHECKS NOT MATCHED'
                       SET END-OF-FILE TO TRUE
                   END-IF
               END-IF
               IF NOT END-OF-FILE
                   READ PAID-CHECK-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE PAID-CHECK-FILE.

      *> Tonight's holds come off the exception queue by their
      *> exception date; items still open are counted whatever
      *> their date, so an item waiting on the customer shows until
      *> it is settled.
       230-SCAN-EXCEPTIONS.
           OPEN INPUT PPAY-EXCEPT-FILE
           MOVE 'N' TO EOF-FLAG
           READ PPAY-EXCEPT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               MOVE PX-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
               PERFORM 910-FIND-ENROLLED
               IF WS-EN-FOUND > ZERO
                   IF PX-EXCEPT-DATE = WS-RUN-DATE
                       ADD 1 TO WS-EN-HELD-CNT (WS-EN-FOUND)
                       ADD PX-AMOUNT TO WS-EN-HELD-AMT (WS-EN-FOUND)
                   END-IF
                   IF PX-OPEN
                       ADD 1 TO WS-EN-OPEN-CNT (WS-EN-FOUND)
                   END-IF
               END-IF
               IF PX-SETTLED AND PX-PAY
                       AND PX-SETTLED-DATE = WS-RUN-DATE
                       AND WS-RL-COUNT < 500
                   ADD 1 TO WS-RL-COUNT
                   MOVE PX-ACCOUNT-NUMBER
                       TO WS-RL-ACCOUNT (WS-RL-COUNT)
                   MOVE PX-SERIAL-NO TO WS-RL-SERIAL (WS-RL-COUNT)
               END-IF
               READ PPAY-EXCEPT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PPAY-EXCEPT-FILE.

       240-OPEN-REPORT-SPOOL.
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

      *> Every register entry for an enrolled account is matched to
      *> the paid history; an outstanding check found there has paid
      *> and is marked so in place.
       300-MATCH-REGISTER.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'EXCEPTIONS TO REVIEW:'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           OPEN I-O ISSUED-CHECK-FILE
           MOVE 'N' TO EOF-FLAG
           READ ISSUED-CHECK-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               MOVE IC-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
               PERFORM 910-FIND-ENROLLED
               IF WS-EN-FOUND > ZERO
                   PERFORM 310-MATCH-ONE-CHECK
               END-IF
               READ ISSUED-CHECK-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ISSUED-CHECK-FILE.

       310-MATCH-ONE-CHECK.
           MOVE ZERO TO WS-PD-FOUND
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
                       OR WS-PD-FOUND > ZERO
               IF WS-PD-ACCOUNT (WS-PD-IDX) = IC-ACCOUNT-NUMBER
                       AND WS-PD-SERIAL (WS-PD-IDX) = IC-SERIAL-NO
                   MOVE WS-PD-IDX TO WS-PD-FOUND
               END-IF
           END-PERFORM
           IF WS-PD-FOUND > ZERO
               MOVE 'Y' TO WS-PD-MATCHED (WS-PD-FOUND)
               IF IC-OUTSTANDING
                   SET IC-PAID TO TRUE
                   MOVE WS-PD-DATE (WS-PD-FOUND) TO IC-STATUS-DATE
                   REWRITE ISSUED-CHECK-RECORD
                   ADD 1 TO WS-EN-CLEARED-CNT (WS-EN-FOUND)
                   ADD WS-PD-AMOUNT (WS-PD-FOUND)
                       TO WS-EN-CLEARED-AMT (WS-EN-FOUND)
                   IF WS-PD-AMOUNT (WS-PD-FOUND) NOT = IC-AMOUNT
                       PERFORM 320-PRINT-AMOUNT-DIFFERS
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN IC-VOIDED
                   ADD 1 TO WS-EN-VOID-CNT (WS-EN-FOUND)
               WHEN IC-PAID
                   ADD 1 TO WS-EN-ISSUED-CNT (WS-EN-FOUND)
                   ADD IC-AMOUNT TO WS-EN-ISSUED-AMT (WS-EN-FOUND)
                   ADD 1 TO WS-EN-PAID-CNT (WS-EN-FOUND)
                   ADD IC-AMOUNT TO WS-EN-PAID-AMT (WS-EN-FOUND)
               WHEN OTHER
                   ADD 1 TO WS-EN-ISSUED-CNT (WS-EN-FOUND)
                   ADD IC-AMOUNT TO WS-EN-ISSUED-AMT (WS-EN-FOUND)
                   ADD 1 TO WS-EN-OUT-CNT (WS-EN-FOUND)
                   ADD IC-AMOUNT TO WS-EN-OUT-AMT (WS-EN-FOUND)
           END-EVALUATE.

      *> Only a customer's pay decision gets a check through for an
      *> amount other than the one issued; the desk confirms the
      *> customer's register is corrected.
       320-PRINT-AMOUNT-DIFFERS.
           ADD 1 TO WS-TOT-DIFF-CNT
           MOVE IC-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-PD-AMOUNT (WS-PD-FOUND) TO WS-RPT-AMOUNT-2
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  AMOUNT DIFFERS ' IC-ACCOUNT-NUMBER
               ' SER ' IC-SERIAL-NO ' ISS' WS-RPT-AMOUNT
               ' PD' WS-RPT-AMOUNT-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> A check that paid tonight with no register entry behind it
      *> can only have come through on the customer's pay decision.
       400-FIND-UNISSUED.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-MATCHED (WS-PD-IDX) = 'N'
                   MOVE 'N' TO WS-RL-FOUND-FLAG
                   PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                           UNTIL WS-RL-IDX > WS-RL-COUNT
                       IF WS-RL-ACCOUNT (WS-RL-IDX)
                               = WS-PD-ACCOUNT (WS-PD-IDX)
                           AND WS-RL-SERIAL (WS-RL-IDX)
                               = WS-PD-SERIAL (WS-PD-IDX)
                           SET WS-RL-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-RL-FOUND
                           OR WS-PD-DATE (WS-PD-IDX) = WS-RUN-DATE
                       MOVE WS-PD-EN-IDX (WS-PD-IDX) TO WS-EN-FOUND
                       ADD 1 TO WS-EN-UNISSUED-CNT (WS-EN-FOUND)
                       ADD WS-PD-AMOUNT (WS-PD-IDX)
                           TO WS-EN-UNISSUED-AMT (WS-EN-FOUND)
                       MOVE WS-PD-AMOUNT (WS-PD-IDX) TO WS-RPT-AMOUNT
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING '  PAID NOT ISSUED '
                           WS-PD-ACCOUNT (WS-PD-IDX)
                           ' SER ' WS-PD-SERIAL (WS-PD-IDX)
                           ' ' WS-RPT-AMOUNT
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       PERFORM 904-PRINT-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

       500-PRINT-ACCOUNTS.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               PERFORM 510-PRINT-ONE-ACCOUNT
           END-PERFORM.

       510-PRINT-ONE-ACCOUNT.
           ADD 1 TO WS-TOT-ACCOUNTS
           ADD WS-EN-ISSUED-CNT (WS-EN-IDX)   TO WS-TOT-ISSUED-CNT
           ADD WS-EN-ISSUED-AMT (WS-EN-IDX)   TO WS-TOT-ISSUED-AMT
           ADD WS-EN-PAID-CNT (WS-EN-IDX)     TO WS-TOT-PAID-CNT
           ADD WS-EN-PAID-AMT (WS-EN-IDX)     TO WS-TOT-PAID-AMT
           ADD WS-EN-OUT-CNT (WS-EN-IDX)      TO WS-TOT-OUT-CNT
           ADD WS-EN-OUT-AMT (WS-EN-IDX)      TO WS-TOT-OUT-AMT
           ADD WS-EN-VOID-CNT (WS-EN-IDX)     TO WS-TOT-VOID-CNT
           ADD WS-EN-CLEARED-CNT (WS-EN-IDX)  TO WS-TOT-CLEARED-CNT
           ADD WS-EN-CLEARED-AMT (WS-EN-IDX)  TO WS-TOT-CLEARED-AMT
           ADD WS-EN-HELD-CNT (WS-EN-IDX)     TO WS-TOT-HELD-CNT
           ADD WS-EN-HELD-AMT (WS-EN-IDX)     TO WS-TOT-HELD-AMT
           ADD WS-EN-UNISSUED-CNT (WS-EN-IDX) TO WS-TOT-UNISSUED-CNT
           ADD WS-EN-UNISSUED-AMT (WS-EN-IDX) TO WS-TOT-UNISSUED-AMT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT ' WS-EN-ACCOUNT (WS-EN-IDX)
               '  ' WS-EN-NAME (WS-EN-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-ISSUED-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE WS-EN-ISSUED-AMT (WS-EN-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  ISSUED:          ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-PAID-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE WS-EN-PAID-AMT (WS-EN-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  PAID:            ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-OUT-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE WS-EN-OUT-AMT (WS-EN-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  OUTSTANDING:     ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-VOID-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  VOIDED:          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-CLEARED-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE WS-EN-CLEARED-AMT (WS-EN-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CLEARED TONIGHT: ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-HELD-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE WS-EN-HELD-AMT (WS-EN-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  HELD TONIGHT:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-UNISSUED-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE WS-EN-UNISSUED-AMT (WS-EN-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  PAID NOT ISSUED: ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-EN-OPEN-CNT (WS-EN-IDX) TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  AWAITING DECISION:' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       900-END-PROGRAM.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-ACCOUNTS TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ENROLLED ACCOUNTS:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-ISSUED-CNT TO WS-RPT-COUNT
           MOVE WS-TOT-ISSUED-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ISSUED:             ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-PAID-CNT TO WS-RPT-COUNT
           MOVE WS-TOT-PAID-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PAID:               ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-OUT-CNT TO WS-RPT-COUNT
           MOVE WS-TOT-OUT-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OUTSTANDING:        ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-VOID-CNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'VOIDED:             ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-CLEARED-CNT TO WS-RPT-COUNT
           MOVE WS-TOT-CLEARED-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CLEARED TONIGHT:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-HELD-CNT TO WS-RPT-COUNT
           MOVE WS-TOT-HELD-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'HELD TONIGHT:       ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-UNISSUED-CNT TO WS-RPT-COUNT
           MOVE WS-TOT-UNISSUED-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PAID NOT ISSUED:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOT-DIFF-CNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AMOUNT DIFFERS:     ' WS-RPT-COUNT
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

       910-FIND-ENROLLED.
           MOVE ZERO TO WS-EN-FOUND
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
                       OR WS-EN-FOUND > ZERO
               IF WS-EN-ACCOUNT (WS-EN-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-EN-IDX TO WS-EN-FOUND
               END-IF
           END-PERFORM.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
