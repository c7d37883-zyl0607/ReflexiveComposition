      *> Nightly legal-order remittance: sweeps the funds frozen
      *> under levies and garnishments (LEGALORD.DAT) out of the
      *> customer's balance and onto the agency payable
      *> (LEGALPAY.DAT), and prints the remittance listing by agency
      *> that goes out with the payment. Runs after posting and
      *> HOLD-RELEASE, so the freeze is re-measured against the
      *> night's final available balance — deposit holds applied
      *> after posting froze the money come back out of it — before
      *> anything is swept. Each order is closed out on its own:
      *> satisfied once everything owed has been remitted, expired
      *> once its expiry date has passed. An account left with no
      *> active order gets any freeze still on it handed back to the
      *> available balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-REMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL LEGAL-ORDER-FILE ASSIGN TO 'LEGALORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEGAL-PAYABLE-FILE
               ASSIGN TO 'LEGALPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'CHECKPNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  LEGAL-ORDER-FILE.
       COPY LEGALORD.

       FD  LEGAL-PAYABLE-FILE.
       COPY LEGALPAY.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-LO-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-LEGAL-FILE VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).

      *> RUN-CONTROL interface fields: the remittance runs once per
      *> business date, after HOLDREL and ahead of the snapshot and
      *> GL-EXTRACT, so the LEGAL-REMIT entries are in the night's
      *> balance proof and on the GL payable line.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'LEGALREMIT'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> ACCT-IN-USE gate fields: the in-use interlock on the
      *> account master shared with every other job and screen.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE 'LEGALREMIT'.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-RECLAIMED  VALUE 'R'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> Each sweep writes a LEGAL-REMIT audit entry, numbered on
      *> from the checkpoint's audit sequence counter the way
      *> DORMANT-SCAN numbers its entries.
       01  WS-RUN-TIME            PIC X(6).
       01  WS-NEXT-AUDIT-SEQ-NO   PIC 9(9) VALUE ZERO.
       01  WS-CKPT-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-CKPT-EMPTY      VALUE 'Y'.

      *> REPORT-SPOOL interface: the remittance listing goes both to
      *> the console and to the dated report file that accompanies
      *> the agency payments.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'LEGALREMIT'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> EXCEPTION-LOG interface fields.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'LEGALREMIT'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> Active orders, loaded in file order — the order they were
      *> served — which is the order competing orders on one account
      *> are paid in.
       01  WS-ORDER-TABLE.
           05  WS-OT-ENTRY OCCURS 500 TIMES.
               10  WS-OT-ORDER-NO     PIC X(12).
               10  WS-OT-AGENCY       PIC X(30).
               10  WS-OT-ACCOUNT      PIC X(10).
               10  WS-OT-REMAINING    PIC S9(9)V99.
               10  WS-OT-PROTECTED    PIC 9(9)V99.
               10  WS-OT-SEIZED       PIC S9(9)V99.
               10  WS-OT-LISTED-FLAG  PIC X.
                   88  WS-OT-LISTED   VALUE 'Y'.
       01  WS-OT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-OT-IDX              PIC 9(3).
       01  WS-OT-AG-IDX           PIC 9(3).
       01  WS-OT-FOUND            PIC 9(3).
       01  WS-OT-DROPPED          PIC 9(5) VALUE ZERO.

       01  WS-ACCT-ORDER-COUNT    PIC 9(3).
       01  WS-ACCT-REMAINING      PIC S9(9)V99.
       01  WS-ACCT-PROTECTED      PIC 9(9)V99.
       01  WS-FREEZE-BASE         PIC S9(9)V99.
       01  WS-SEIZABLE            PIC S9(9)V99.
       01  WS-SEIZED-ACCOUNT      PIC S9(9)V99.
       01  WS-TAKE                PIC S9(9)V99.
       01  WS-AGENCY-TOTAL        PIC S9(11)V99.
       01  WS-CURRENT-AGENCY      PIC X(30).
       01  WS-ORDER-STATE         PIC X(9).

       01  WS-ORDERS-ACTIVE       PIC 9(7) VALUE ZERO.
       01  WS-ORDERS-EXPIRED      PIC 9(7) VALUE ZERO.
       01  WS-ORDERS-SATISFIED    PIC 9(7) VALUE ZERO.
       01  WS-REMIT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REMIT-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-RELEASED-ACCOUNTS   PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROCESS-ACCOUNT
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
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 215-INIT-SEQ-NO
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  LEGAL ORDER REMITTANCE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE:        ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
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
           PERFORM 210-LOAD-ORDERS
           OPEN I-O ACCOUNT-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND LEGAL-PAYABLE-FILE
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

      *> Expiry is settled first, in place on the order file, so an
      *> order past its date neither freezes nor takes anything
      *> tonight and its account's freeze is handed back below.
      *> Every active order has to be in the table: an account whose
      *> order did not fit would look order-free to
      *> 300-PROCESS-ACCOUNT and have its freeze released. The file
      *> is read to the end so the expiries are still settled, and
      *> any order the table could not hold refuses the run before
      *> an account is touched.
       210-LOAD-ORDERS.
           OPEN I-O LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-LEGAL-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-LEGAL-FILE
               IF LO-ACTIVE
                   IF LO-EXPIRY-DATE NOT = SPACES
                           AND LO-EXPIRY-DATE < WS-RUN-DATE
                       SET LO-EXPIRED TO TRUE
                       MOVE WS-RUN-DATE TO LO-RELEASE-DATE
                       REWRITE LEGAL-ORDER-RECORD
                       ADD 1 TO WS-ORDERS-EXPIRED
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING 'EXPIRED:   ORDER ' LO-ORDER-NO
                           ' ACCOUNT ' LO-ACCOUNT-NUMBER
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       PERFORM 904-PRINT-REPORT-LINE
                   ELSE
                       IF WS-OT-COUNT < 500
                           ADD 1 TO WS-OT-COUNT
                           ADD 1 TO WS-ORDERS-ACTIVE
                           MOVE LO-ORDER-NO
                               TO WS-OT-ORDER-NO (WS-OT-COUNT)
                           MOVE LO-AGENCY
                               TO WS-OT-AGENCY (WS-OT-COUNT)
                           MOVE LO-ACCOUNT-NUMBER
                               TO WS-OT-ACCOUNT (WS-OT-COUNT)
                           COMPUTE WS-OT-REMAINING (WS-OT-COUNT) =
                               LO-AMOUNT-OWED - LO-REMITTED-AMT
                           MOVE LO-PROTECTED-AMT
                               TO WS-OT-PROTECTED (WS-OT-COUNT)
                           MOVE ZERO TO WS-OT-SEIZED (WS-OT-COUNT)
                           MOVE 'N' TO WS-OT-LISTED-FLAG (WS-OT-COUNT)
                       ELSE
                           ADD 1 TO WS-OT-DROPPED
                       END-IF
                   END-IF
               END-IF
               READ LEGAL-ORDER-FILE
                   AT END SET END-OF-LEGAL-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           IF WS-OT-DROPPED > ZERO
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'LEGAL-ORDER TABLE FULL AT 500 - '
                   WS-OT-DROPPED ' ORDERS NOT LOADED - RUN REFUSED'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE 'E' TO WS-EX-SEVERITY
               MOVE 'LEGAL ORDER TABLE FULL' TO WS-EX-CONDITION
               MOVE WS-OT-DROPPED TO WS-EX-FIGURE-1
               MOVE 500 TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
               MOVE 'CLEAR' TO WS-LOCK-FUNCTION
               CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                         WS-LOCK-JOB-NAME
                                         WS-LOCK-HOLDER
                                         WS-LOCK-STATUS
               MOVE 'CLOSE' TO WS-RS-FUNCTION
               CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                          WS-RS-DATE WS-SPOOL-LINE
                                          WS-RS-STATUS
      *> Set last: a CALL after it would put it back to zero.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      *> The freeze is re-measured from the available balance as it
      *> stands tonight (plus what is already frozen) against the
      *> orders' combined remaining amount and the largest
      *> protected amount, exactly as posting measures it, and the
      *> whole of it is swept. Nothing is taken beyond the ledger
      *> balance itself.
       300-PROCESS-ACCOUNT.
           IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
           END-IF
           IF ACCOUNT-LEGAL-FROZEN NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LEGAL-FROZEN
           END-IF
           MOVE ZERO TO WS-ACCT-ORDER-COUNT
           MOVE ZERO TO WS-ACCT-REMAINING
           MOVE ZERO TO WS-ACCT-PROTECTED
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-ACCOUNT (WS-OT-IDX) = ACCOUNT-NUMBER
                   ADD 1 TO WS-ACCT-ORDER-COUNT
                   ADD WS-OT-REMAINING (WS-OT-IDX)
                       TO WS-ACCT-REMAINING
                   IF WS-OT-PROTECTED (WS-OT-IDX) > WS-ACCT-PROTECTED
                       MOVE WS-OT-PROTECTED (WS-OT-IDX)
                           TO WS-ACCT-PROTECTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACCT-ORDER-COUNT > ZERO
               PERFORM 310-SWEEP-ACCOUNT
           ELSE
               IF ACCOUNT-LEGAL-FROZEN NOT = ZERO
                   ADD 1 TO WS-RELEASED-ACCOUNTS
                   ADD ACCOUNT-LEGAL-FROZEN TO WS-RELEASED-TOTAL
                   ADD ACCOUNT-LEGAL-FROZEN TO ACCOUNT-AVAIL-BALANCE
                   MOVE ZERO TO ACCOUNT-LEGAL-FROZEN
                   PERFORM 340-REWRITE-ACCOUNT
               END-IF
           END-IF
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       310-SWEEP-ACCOUNT.
           COMPUTE WS-FREEZE-BASE =
               ACCOUNT-AVAIL-BALANCE + ACCOUNT-LEGAL-FROZEN
           COMPUTE WS-SEIZABLE = WS-FREEZE-BASE - WS-ACCT-PROTECTED
           IF WS-SEIZABLE > WS-ACCT-REMAINING
               MOVE WS-ACCT-REMAINING TO WS-SEIZABLE
           END-IF
           IF WS-SEIZABLE > ACCOUNT-BALANCE
               MOVE ACCOUNT-BALANCE TO WS-SEIZABLE
           END-IF
           IF WS-SEIZABLE < ZERO
               MOVE ZERO TO WS-SEIZABLE
           END-IF
           MOVE ZERO TO WS-SEIZED-ACCOUNT
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
                   OR WS-SEIZABLE = ZERO
               IF WS-OT-ACCOUNT (WS-OT-IDX) = ACCOUNT-NUMBER
                       AND WS-OT-REMAINING (WS-OT-IDX) > ZERO
                   MOVE WS-SEIZABLE TO WS-TAKE
                   IF WS-TAKE > WS-OT-REMAINING (WS-OT-IDX)
                       MOVE WS-OT-REMAINING (WS-OT-IDX) TO WS-TAKE
                   END-IF
                   PERFORM 320-REMIT-ORDER
               END-IF
           END-PERFORM
           COMPUTE ACCOUNT-AVAIL-BALANCE =
               WS-FREEZE-BASE - WS-SEIZED-ACCOUNT
           MOVE ZERO TO ACCOUNT-LEGAL-FROZEN
           IF WS-SEIZED-ACCOUNT > ZERO
               MOVE WS-RUN-DATE TO LAST-UPDATE-DATE
           END-IF
           PERFORM 340-REWRITE-ACCOUNT.

      *> One order's share of tonight's sweep: out of the ledger
      *> balance, onto the audit trail under the order number, and
      *> onto the agency payable.
       320-REMIT-ORDER.
           SUBTRACT WS-TAKE FROM ACCOUNT-BALANCE
           SUBTRACT WS-TAKE FROM WS-SEIZABLE
           ADD WS-TAKE TO WS-SEIZED-ACCOUNT
           ADD WS-TAKE TO WS-OT-SEIZED (WS-OT-IDX)
           SUBTRACT WS-TAKE FROM WS-OT-REMAINING (WS-OT-IDX)
           ADD 1 TO WS-REMIT-COUNT
           ADD WS-TAKE TO WS-REMIT-TOTAL
           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE WS-RUN-DATE       TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AUDIT-TIMESTAMP(9:6)
           MOVE ACCOUNT-NUMBER    TO AUDIT-ACCOUNT
           MOVE 'LEGAL-REMIT'     TO AUDIT-TYPE
           MOVE WS-TAKE           TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE   TO AUDIT-BALANCE
           MOVE 'LEGAL ORDER REMIT' TO AUDIT-STATUS
           MOVE ACCOUNT-BRANCH    TO AUDIT-BRANCH
           MOVE WS-OT-ORDER-NO (WS-OT-IDX) TO AUDIT-REF-NO
           MOVE SPACES            TO AUDIT-ORIG-REF
           MOVE SPACES            TO AUDIT-SERIAL
           MOVE WS-RC-JOB-NAME    TO AUDIT-OPERATOR
           MOVE SPACES            TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           MOVE WS-RUN-DATE       TO LP-REMIT-DATE
           MOVE WS-OT-AGENCY (WS-OT-IDX) TO LP-AGENCY
           MOVE WS-OT-ORDER-NO (WS-OT-IDX) TO LP-ORDER-NO
           MOVE ACCOUNT-NUMBER    TO LP-ACCOUNT-NUMBER
           MOVE WS-TAKE           TO LP-AMOUNT
           MOVE WS-NEXT-AUDIT-SEQ-NO TO LP-AUDIT-SEQ-NO
           WRITE LEGAL-PAYABLE-RECORD.

       340-REWRITE-ACCOUNT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'LEGAL REMIT REWRITE ERROR: '
                       ACCOUNT-NUMBER
           END-REWRITE.

      *> Carries tonight's sweeps back onto the orders, in place,
      *> and closes out every order that has now been paid in full.
       400-UPDATE-ORDERS.
           MOVE 'N' TO WS-LO-EOF-FLAG
           OPEN I-O LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-LEGAL-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-LEGAL-FILE
               IF LO-ACTIVE
                   MOVE ZERO TO WS-OT-FOUND
                   PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                           UNTIL WS-OT-IDX > WS-OT-COUNT
                           OR WS-OT-FOUND > ZERO
                       IF WS-OT-ORDER-NO (WS-OT-IDX) = LO-ORDER-NO
                           MOVE WS-OT-IDX TO WS-OT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-OT-FOUND > ZERO
                       IF WS-OT-SEIZED (WS-OT-FOUND) > ZERO
                           ADD WS-OT-SEIZED (WS-OT-FOUND)
                               TO LO-REMITTED-AMT
                           IF LO-REMITTED-AMT NOT < LO-AMOUNT-OWED
                               SET LO-SATISFIED TO TRUE
                               MOVE WS-RUN-DATE TO LO-RELEASE-DATE
                               ADD 1 TO WS-ORDERS-SATISFIED
                           END-IF
                           REWRITE LEGAL-ORDER-RECORD
                       END-IF
                   END-IF
               END-IF
               READ LEGAL-ORDER-FILE
                   AT END SET END-OF-LEGAL-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE.

      *> The remittance listing, one block per agency: every order
      *> swept tonight for that agency with its account and amount,
      *> then the agency total the payment is cut for.
       500-PRINT-REMITTANCE.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  REMITTANCE BY AGENCY'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-SEIZED (WS-OT-IDX) > ZERO
                       AND NOT WS-OT-LISTED (WS-OT-IDX)
                   PERFORM 510-PRINT-AGENCY
               END-IF
           END-PERFORM.

       510-PRINT-AGENCY.
           MOVE WS-OT-AGENCY (WS-OT-IDX) TO WS-CURRENT-AGENCY
           MOVE ZERO TO WS-AGENCY-TOTAL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AGENCY: ' WS-CURRENT-AGENCY
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-OT-AG-IDX FROM WS-OT-IDX BY 1
                   UNTIL WS-OT-AG-IDX > WS-OT-COUNT
               IF WS-OT-AGENCY (WS-OT-AG-IDX) = WS-CURRENT-AGENCY
                       AND WS-OT-SEIZED (WS-OT-AG-IDX) > ZERO
                   SET WS-OT-LISTED (WS-OT-AG-IDX) TO TRUE
                   ADD WS-OT-SEIZED (WS-OT-AG-IDX) TO WS-AGENCY-TOTAL
                   IF WS-OT-REMAINING (WS-OT-AG-IDX) > ZERO
                       MOVE 'OPEN' TO WS-ORDER-STATE
                   ELSE
                       MOVE 'SATISFIED' TO WS-ORDER-STATE
                   END-IF
                   MOVE WS-OT-SEIZED (WS-OT-AG-IDX) TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING '  ORDER ' WS-OT-ORDER-NO (WS-OT-AG-IDX)
                       '  ACCOUNT ' WS-OT-ACCOUNT (WS-OT-AG-IDX)
                       '  ' WS-RPT-AMOUNT '  ' WS-ORDER-STATE
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 904-PRINT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-AGENCY-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  AGENCY TOTAL:                       '
               WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> Puts the advanced audit sequence counter back on the
      *> checkpoint record, same patch-in-place REWRITE as
      *> DORMANT-SCAN.
       910-SAVE-SEQ-NO.
           IF NOT WS-CKPT-EMPTY AND WS-REMIT-COUNT > ZERO
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
                 LEGAL-PAYABLE-FILE
           PERFORM 910-SAVE-SEQ-NO
           PERFORM 400-UPDATE-ORDERS
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           PERFORM 500-PRINT-REMITTANCE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ORDERS-ACTIVE TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACTIVE ORDERS:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-REMIT-COUNT TO WS-RPT-COUNT
           MOVE WS-REMIT-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'REMITTANCES:             ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ORDERS-SATISFIED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ORDERS SATISFIED:        ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ORDERS-EXPIRED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ORDERS EXPIRED:          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-RELEASED-ACCOUNTS TO WS-RPT-COUNT
           MOVE WS-RELEASED-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'FREEZES RELEASED:        ' WS-RPT-COUNT
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
