      *> Nightly subledger-to-general-ledger proof: sums
      *> ACCOUNT-BALANCE and ACCOUNT-ACCRUED-INT across ACCOUNT.DAT
      *> by branch and product and proves each pair of sums against
      *> the deposit control accounts on the ledger side. The
      *> control figures are rolled forward from the balances last
      *> proved (GLCTL.DAT) by the night's CTL-BALANCE and
      *> CTL-ACCRUED movement in GLEXTRACT.DAT, so a posting that
      *> moved a customer balance without reaching the audit trail,
      *> or an audit entry that never reached a balance, shows up
      *> here as an out-of-balance branch/product with the
      *> difference.
      *>
      *> An opening deposit keyed through ACCOUNT-MAINT goes
      *> straight onto the new account and never passes through the
      *> audit trail (the same gap BAL-PROOF tags NO BASE). Each
      *> account opened since the last proof is therefore proved on
      *> its own against its audit entries in the window (the audit
      *> sequence numbers after the last proof, through the last
      *> one GLEXTRACT.DAT summarized), and whatever is left over is
      *> its opening deposit: listed, carried into the roll-forward,
      *> and logged as a warning so the ledger books it.
      *>
      *> Every break is logged through EXCEPTION-LOG at severity E,
      *> the controls are left as they were and the run-control
      *> stamp is withheld with RETURN-CODE 8, so the night stops
      *> before the ledger is closed and the rerun proves from the
      *> same starting point. Once a break has been investigated
      *> and the ledger adjusted, operations set the
      *> GLRECON-ACCEPT-DATE run parameter to the business date and
      *> rerun: the breaks are reported again as warnings and the
      *> subledger figures become the new proven balances. The
      *> first run, with no GLCTL.DAT, simply establishes the
      *> controls from the subledger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL GL-FILE ASSIGN TO 'GLEXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'GLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CONTROL-FILE ASSIGN TO 'GLCTL.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  GL-FILE.
       COPY GLEXTRC.

       FD  CONTROL-FILE.
       COPY GLCTL.

       FD  NEW-CONTROL-FILE.
       COPY GLCTL REPLACING
           ==GL-CONTROL-RECORD==      BY ==NEW-CONTROL-RECORD==
           ==GLC-BRANCH==             BY ==NGC-BRANCH==
           ==GLC-PRODUCT==            BY ==NGC-PRODUCT==
           ==GLC-PROVEN-DATE==        BY ==NGC-PROVEN-DATE==
           ==GLC-ACCOUNT-COUNT==      BY ==NGC-ACCOUNT-COUNT==
           ==GLC-BALANCE==            BY ==NGC-BALANCE==
           ==GLC-ACCRUED==            BY ==NGC-ACCRUED==
           ==GLC-PROVEN-SEQ-NO==      BY ==NGC-PROVEN-SEQ-NO==.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-CTL-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-CONTROLS VALUE 'Y'.
           05  WS-GL-EOF-FLAG     PIC X VALUE 'N'.
               88  END-OF-GL      VALUE 'Y'.
           05  WS-AUDIT-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-AUDIT   VALUE 'Y'.
           05  WS-FIRST-PROOF-FLAG PIC X VALUE 'N'.
               88  WS-FIRST-PROOF VALUE 'Y'.
           05  WS-ACCEPT-FLAG     PIC X VALUE 'N'.
               88  WS-BREAKS-ACCEPTED VALUE 'Y'.
           05  WS-SWAP-FLAG       PIC X.
               88  WS-SWAPPED     VALUE 'Y'.
           05  WS-SEQ-MODE-FLAG   PIC X VALUE 'N'.
               88  WS-SEQ-MODE    VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-PRIOR-DATE          PIC X(8).
      *> Audit sequence window: after the last proven entry, through
      *> the last one the extract summarized.
       01  WS-PRIOR-SEQ-NO        PIC 9(9) VALUE ZERO.
       01  WS-GL-THRU-SEQ-NO      PIC 9(9) VALUE ZERO.
       01  WS-ACCEPT-DATE         PIC X(8).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-ENTRY-AMOUNT        PIC S9(9)V99.
       01  WS-BAL-EFFECT          PIC S9(9)V99.
       01  WS-MOVES-BAL-FLAG      PIC X.
           88  WS-MOVES-BAL       VALUE 'Y'.

      *> RUNPARM.DAT interface fields for the GLRECON-ACCEPT-DATE
      *> lookup. The parameter is optional: absent, or set to any
      *> other date, every break stops the night.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
           88  WS-PARM-NO-FILE    VALUE 'M'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> RUN-CONTROL interface fields: the proof runs once per
      *> business date, straight after GL-EXTRACT has written the
      *> night's movement and before anything downstream treats the
      *> day as closed.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'GLRECON'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> EXCEPTION-LOG interface fields: a break is an error
      *> (RETURN-CODE 8, stamp withheld) unless accepted for the
      *> date; opening deposits the ledger has not seen are
      *> warnings (RETURN-CODE 4).
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'GLRECON'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> REPORT-SPOOL interface: the proof goes both to the console
      *> and to the dated report file general ledger works from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'GLRECON'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> One slot per branch and product, wherever it was first met:
      *> the prior controls, the night's movement or the master.
      *> Sorted into branch/product order before the proof prints.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 200 TIMES.
               10  WS-GR-BRANCH       PIC X(3).
               10  WS-GR-PRODUCT      PIC X(3).
               10  WS-GR-PRIOR-BAL    PIC S9(11)V99.
               10  WS-GR-PRIOR-ACR    PIC S9(11)V99.
               10  WS-GR-MOVE-BAL     PIC S9(11)V99.
               10  WS-GR-MOVE-ACR     PIC S9(11)V99.
               10  WS-GR-OPENING      PIC S9(11)V99.
               10  WS-GR-SUB-COUNT    PIC 9(7).
               10  WS-GR-SUB-BAL      PIC S9(11)V99.
               10  WS-GR-SUB-ACR      PIC S9(11)V99.
       01  WS-GR-HOLD             PIC X(120).
       01  WS-GR-USED             PIC 9(3) VALUE ZERO.
       01  WS-GR-IDX              PIC 9(3).
       01  WS-GR-NEXT             PIC 9(3).
       01  WS-GR-FOUND            PIC 9(3).
       01  WS-KEY-BRANCH          PIC X(3).
       01  WS-KEY-PRODUCT         PIC X(3).
       01  WS-GR-OVERFLOW         PIC 9(7) VALUE ZERO.

      *> Accounts opened since the last proof, each proved on its
      *> own against its audit entries in the window to find the
      *> opening deposit.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 500 TIMES.
               10  WS-NEW-ACCOUNT     PIC X(10).
               10  WS-NEW-SLOT        PIC 9(3).
               10  WS-NEW-BALANCE     PIC S9(9)V99.
               10  WS-NEW-MOVEMENT    PIC S9(11)V99.
       01  WS-NEW-USED            PIC 9(3) VALUE ZERO.
       01  WS-NEW-IDX             PIC 9(3).
       01  WS-NEW-FOUND           PIC 9(3).
       01  WS-NEW-OVERFLOW        PIC 9(7) VALUE ZERO.
       01  WS-OPENING-AMOUNT      PIC S9(11)V99.

       01  WS-CONTROL-BAL         PIC S9(11)V99.
       01  WS-CONTROL-ACR         PIC S9(11)V99.
       01  WS-DIFF-BAL            PIC S9(11)V99.
       01  WS-DIFF-ACR            PIC S9(11)V99.
       01  WS-BREAK-MARK          PIC X(6).

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-CTL-LINES-READ      PIC 9(7) VALUE ZERO.
       01  WS-OPENING-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OPENING-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-BREAK-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-SUB-BAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-SUB-ACR       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CTL-BAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CTL-ACR       PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-SUB-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-3        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-LOAD-PRIOR-CONTROLS
           PERFORM 400-LOAD-GL-MOVEMENT
           PERFORM 500-SUM-SUBLEDGER
           IF WS-NEW-USED > ZERO
               PERFORM 550-FIND-OPENING-DEPOSITS
           END-IF
           PERFORM 600-SORT-SLOTS
           PERFORM 650-PROVE-CONTROLS
           IF WS-BREAK-COUNT = ZERO OR WS-BREAKS-ACCEPTED
               PERFORM 700-WRITE-CONTROLS
           END-IF
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-ACCEPT-DATE
           MOVE 'GLRECON-ACCEPT-DATE' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
               MOVE WS-PARM-VALUE(1:8) TO WS-ACCEPT-DATE
           END-IF
           IF WS-ACCEPT-DATE = WS-RUN-DATE
               SET WS-BREAKS-ACCEPTED TO TRUE
           END-IF
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  SUBLEDGER TO GENERAL LEDGER PROOF'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE:        ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-BREAKS-ACCEPTED
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  BREAKS ACCEPTED FOR THIS DATE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF.

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

       220-OPEN-REPORT-SPOOL.
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

      *> A run that cannot start from a sound position is refused
      *> whole: WS-EX-CONDITION and the figures are set by the
      *> caller.
       290-REFUSE-RUN.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-EX-CONDITION ' - RUN REFUSED'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'F' TO WS-EX-SEVERITY
           CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                       WS-RUN-DATE
                                       WS-EX-SEVERITY
                                       WS-EX-CONDITION
                                       WS-EX-FIGURE-1
                                       WS-EX-FIGURE-2
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> The proven date is the same on every record; a file
      *> already proven for this date (or later) means the proof
      *> has been run and rolling forward again would count the
      *> night's movement twice.
       300-LOAD-PRIOR-CONTROLS.
           MOVE SPACES TO WS-PRIOR-DATE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END SET END-OF-CONTROLS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-CONTROLS
               MOVE GLC-BRANCH  TO WS-KEY-BRANCH
               MOVE GLC-PRODUCT TO WS-KEY-PRODUCT
               PERFORM 800-FIND-SLOT
               ADD GLC-BALANCE TO WS-GR-PRIOR-BAL (WS-GR-FOUND)
               ADD GLC-ACCRUED TO WS-GR-PRIOR-ACR (WS-GR-FOUND)
               MOVE GLC-PROVEN-DATE TO WS-PRIOR-DATE
               IF GLC-PROVEN-SEQ-NO NUMERIC
                       AND GLC-PROVEN-SEQ-NO > ZERO
                   MOVE GLC-PROVEN-SEQ-NO TO WS-PRIOR-SEQ-NO
                   SET WS-SEQ-MODE TO TRUE
               END-IF
               READ CONTROL-FILE
                   AT END SET END-OF-CONTROLS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-PRIOR-DATE = SPACES
               SET WS-FIRST-PROOF TO TRUE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  NO PRIOR CONTROLS - ESTABLISHING FROM THE '
                   'SUBLEDGER'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  PRIOR PROOF:     ' WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               IF WS-PRIOR-DATE NOT < WS-RUN-DATE
                   MOVE 'CONTROLS ALREADY PROVEN' TO WS-EX-CONDITION
                   MOVE WS-PRIOR-DATE TO WS-DATE-NUM
                   MOVE WS-DATE-NUM TO WS-EX-FIGURE-1
                   MOVE WS-RUN-DATE TO WS-DATE-NUM
                   MOVE WS-DATE-NUM TO WS-EX-FIGURE-2
                   PERFORM 290-REFUSE-RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> GLEXTRACT.DAT must be the extract for this business date,
      *> taken from the entry after the last proof; proving against
      *> any other movement would report every branch out of
      *> balance, or none that should be.
       400-LOAD-GL-MOVEMENT.
           OPEN INPUT GL-FILE
           READ GL-FILE
               AT END SET END-OF-GL TO TRUE
           END-READ
           IF END-OF-GL
               CLOSE GL-FILE
               MOVE 'NO GL EXTRACT FOR RUN DATE' TO WS-EX-CONDITION
               MOVE ZERO TO WS-EX-FIGURE-1
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-EX-FIGURE-2
               PERFORM 290-REFUSE-RUN
           END-IF
           IF GL-RUN-DATE NOT = WS-RUN-DATE
               CLOSE GL-FILE
               MOVE 'GL EXTRACT NOT FOR RUN DATE' TO WS-EX-CONDITION
               MOVE ZERO TO WS-EX-FIGURE-1
               IF GL-RUN-DATE NUMERIC
                   MOVE GL-RUN-DATE TO WS-DATE-NUM
                   MOVE WS-DATE-NUM TO WS-EX-FIGURE-1
               END-IF
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-EX-FIGURE-2
               PERFORM 290-REFUSE-RUN
           END-IF
           IF GL-FROM-SEQ-NO NOT NUMERIC
                   OR GL-FROM-SEQ-NO NOT = WS-PRIOR-SEQ-NO
               CLOSE GL-FILE
               MOVE 'GL EXTRACT NOT FROM LAST PROOF' TO WS-EX-CONDITION
               MOVE ZERO TO WS-EX-FIGURE-1
               IF GL-FROM-SEQ-NO NUMERIC
                   MOVE GL-FROM-SEQ-NO TO WS-EX-FIGURE-1
               END-IF
               MOVE WS-PRIOR-SEQ-NO TO WS-EX-FIGURE-2
               PERFORM 290-REFUSE-RUN
           END-IF
           IF GL-THRU-SEQ-NO NUMERIC
               MOVE GL-THRU-SEQ-NO TO WS-GL-THRU-SEQ-NO
           END-IF
           PERFORM UNTIL END-OF-GL
               EVALUATE GL-TYPE
                   WHEN 'CTL-BALANCE'
                       MOVE GL-BRANCH  TO WS-KEY-BRANCH
                       MOVE GL-PRODUCT TO WS-KEY-PRODUCT
                       PERFORM 800-FIND-SLOT
                       ADD GL-TOTAL-AMOUNT
                           TO WS-GR-MOVE-BAL (WS-GR-FOUND)
                       ADD 1 TO WS-CTL-LINES-READ
                   WHEN 'CTL-ACCRUED'
                       MOVE GL-BRANCH  TO WS-KEY-BRANCH
                       MOVE GL-PRODUCT TO WS-KEY-PRODUCT
                       PERFORM 800-FIND-SLOT
                       ADD GL-TOTAL-AMOUNT
                           TO WS-GR-MOVE-ACR (WS-GR-FOUND)
                       ADD 1 TO WS-CTL-LINES-READ
               END-EVALUATE
               READ GL-FILE
                   AT END SET END-OF-GL TO TRUE
               END-READ
           END-PERFORM
           CLOSE GL-FILE.

      *> Spaces in ACCOUNT-BRANCH are head office, as in every
      *> reporting job and in GL-EXTRACT's control movement.
       500-SUM-SUBLEDGER.
           OPEN INPUT ACCOUNT-FILE
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ACCOUNTS-READ
               MOVE ACCOUNT-BRANCH TO WS-KEY-BRANCH
               IF WS-KEY-BRANCH = SPACES
                   MOVE '001' TO WS-KEY-BRANCH
               END-IF
               MOVE ACCOUNT-PRODUCT-CODE TO WS-KEY-PRODUCT
               PERFORM 800-FIND-SLOT
               ADD 1 TO WS-GR-SUB-COUNT (WS-GR-FOUND)
               IF ACCOUNT-BALANCE NUMERIC
                   ADD ACCOUNT-BALANCE TO WS-GR-SUB-BAL (WS-GR-FOUND)
               END-IF
               IF ACCOUNT-ACCRUED-INT NUMERIC
                   ADD ACCOUNT-ACCRUED-INT
                       TO WS-GR-SUB-ACR (WS-GR-FOUND)
               END-IF
               IF NOT WS-FIRST-PROOF
                       AND ACCOUNT-OPEN-DATE > WS-PRIOR-DATE
                       AND ACCOUNT-OPEN-DATE NOT > WS-RUN-DATE
                   PERFORM 510-NOTE-NEW-ACCOUNT
               END-IF
               READ ACCOUNT-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       510-NOTE-NEW-ACCOUNT.
           IF WS-NEW-USED < 500
               ADD 1 TO WS-NEW-USED
               MOVE ACCOUNT-NUMBER TO WS-NEW-ACCOUNT (WS-NEW-USED)
               MOVE WS-GR-FOUND TO WS-NEW-SLOT (WS-NEW-USED)
               MOVE ZERO TO WS-NEW-BALANCE (WS-NEW-USED)
               IF ACCOUNT-BALANCE NUMERIC
                   MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE (WS-NEW-USED)
               END-IF
               MOVE ZERO TO WS-NEW-MOVEMENT (WS-NEW-USED)
           ELSE
               ADD 1 TO WS-NEW-OVERFLOW
           END-IF.

      *> The new accounts' audit entries in the window, on the same
      *> signs GL-EXTRACT gives the control movement; what the
      *> balance holds beyond them came in as the opening deposit.
       550-FIND-OPENING-DEPOSITS.
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END SET END-OF-AUDIT TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUDIT
               IF (WS-SEQ-MODE
                       AND AUDIT-SEQ-NO NUMERIC
                       AND AUDIT-SEQ-NO > WS-PRIOR-SEQ-NO
                       AND AUDIT-SEQ-NO NOT > WS-GL-THRU-SEQ-NO)
                    OR (NOT WS-SEQ-MODE
                       AND AUDIT-TIMESTAMP(1:8) > WS-PRIOR-DATE
                       AND AUDIT-TIMESTAMP(1:8) NOT > WS-RUN-DATE)
                   PERFORM 560-BALANCE-EFFECT
                   IF WS-MOVES-BAL
                       PERFORM 570-FIND-NEW-ACCOUNT
                       IF WS-NEW-FOUND > ZERO
                           ADD WS-BAL-EFFECT
                               TO WS-NEW-MOVEMENT (WS-NEW-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END SET END-OF-AUDIT TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OPENING DEPOSITS KEYED OUTSIDE POSTING'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT     BR  PRD           OPENING DEPOSIT'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-USED
               COMPUTE WS-OPENING-AMOUNT =
                   WS-NEW-BALANCE (WS-NEW-IDX)
                   - WS-NEW-MOVEMENT (WS-NEW-IDX)
               IF WS-OPENING-AMOUNT NOT = ZERO
                   MOVE WS-NEW-SLOT (WS-NEW-IDX) TO WS-GR-FOUND
                   ADD WS-OPENING-AMOUNT
                       TO WS-GR-OPENING (WS-GR-FOUND)
                   ADD 1 TO WS-OPENING-COUNT
                   ADD WS-OPENING-AMOUNT TO WS-OPENING-TOTAL
                   MOVE WS-OPENING-AMOUNT TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING WS-NEW-ACCOUNT (WS-NEW-IDX) '  '
                       WS-GR-BRANCH (WS-GR-FOUND) ' '
                       WS-GR-PRODUCT (WS-GR-FOUND) '  '
                       WS-RPT-AMOUNT
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 904-PRINT-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-OPENING-COUNT TO WS-RPT-COUNT
           MOVE WS-OPENING-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OPENING DEPOSITS: ' WS-RPT-COUNT '   '
               WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> Customer-balance side of an audit entry, exactly as
      *> GL-EXTRACT's 260-ACCUMULATE-CONTROL signs it.
       560-BALANCE-EFFECT.
           MOVE AUDIT-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE ZERO TO WS-BAL-EFFECT
           MOVE 'Y' TO WS-MOVES-BAL-FLAG
           EVALUATE AUDIT-TYPE
               WHEN 'DEPOSIT'
               WHEN 'TRANSFER-CR'
               WHEN 'INTEREST'
               WHEN 'ADJUSTMENT-CR'
               WHEN 'ODP-SWEEP-CR'
               WHEN 'CHARGE-OFF'
                   MOVE WS-ENTRY-AMOUNT TO WS-BAL-EFFECT
               WHEN 'WITHDRAWAL'
               WHEN 'TRANSFER-DR'
               WHEN 'OVERDRAFT-FEE'
               WHEN 'SVC-CHARGE'
               WHEN 'EXT-PAYMENT'
               WHEN 'DEPOSIT-RTN'
               WHEN 'ADJUSTMENT-DR'
               WHEN 'EARLY-WD-PEN'
               WHEN 'ODP-SWEEP-DR'
               WHEN 'ODP-XFER-FEE'
               WHEN 'LEGAL-REMIT'
                   COMPUTE WS-BAL-EFFECT = ZERO - WS-ENTRY-AMOUNT
               WHEN OTHER
                   MOVE 'N' TO WS-MOVES-BAL-FLAG
           END-EVALUATE.

       570-FIND-NEW-ACCOUNT.
           MOVE ZERO TO WS-NEW-FOUND
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-USED
                      OR WS-NEW-FOUND > ZERO
               IF WS-NEW-ACCOUNT (WS-NEW-IDX) = AUDIT-ACCOUNT
                   MOVE WS-NEW-IDX TO WS-NEW-FOUND
               END-IF
           END-PERFORM.

      *> Branch/product order for the report. The new-account table
      *> holds slot numbers, so the sort runs only after the opening
      *> deposits have been carried to their slots.
       600-SORT-SLOTS.
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAP-FLAG
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                       UNTIL WS-GR-IDX >= WS-GR-USED
                   COMPUTE WS-GR-NEXT = WS-GR-IDX + 1
                   IF WS-GR-BRANCH (WS-GR-IDX) >
                           WS-GR-BRANCH (WS-GR-NEXT)
                       OR (WS-GR-BRANCH (WS-GR-IDX) =
                           WS-GR-BRANCH (WS-GR-NEXT)
                       AND WS-GR-PRODUCT (WS-GR-IDX) >
                           WS-GR-PRODUCT (WS-GR-NEXT))
                       MOVE WS-GR-ENTRY (WS-GR-IDX) TO WS-GR-HOLD
                       MOVE WS-GR-ENTRY (WS-GR-NEXT)
                           TO WS-GR-ENTRY (WS-GR-IDX)
                       MOVE WS-GR-HOLD TO WS-GR-ENTRY (WS-GR-NEXT)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Control = prior proven + the night's movement + opening
      *> deposits; on the first run the subledger is taken as the
      *> control, so nothing can break.
       650-PROVE-CONTROLS.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BR  PRD   ACCTS           SUBLEDGER'
               '             CONTROL          DIFFERENCE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               '-----------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-USED
               PERFORM 660-PROVE-ONE-SLOT
           END-PERFORM
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               '-----------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOTAL-SUB-COUNT TO WS-RPT-COUNT
           MOVE WS-TOTAL-SUB-BAL TO WS-RPT-AMOUNT
           MOVE WS-TOTAL-CTL-BAL TO WS-RPT-AMOUNT-2
           COMPUTE WS-DIFF-BAL = WS-TOTAL-SUB-BAL - WS-TOTAL-CTL-BAL
           MOVE WS-DIFF-BAL TO WS-RPT-AMOUNT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ALL     ' WS-RPT-COUNT ' ' WS-RPT-AMOUNT ' '
               WS-RPT-AMOUNT-2 ' ' WS-RPT-AMOUNT-3
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-TOTAL-SUB-ACR TO WS-RPT-AMOUNT
           MOVE WS-TOTAL-CTL-ACR TO WS-RPT-AMOUNT-2
           COMPUTE WS-DIFF-ACR = WS-TOTAL-SUB-ACR - WS-TOTAL-CTL-ACR
           MOVE WS-DIFF-ACR TO WS-RPT-AMOUNT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '    ACCRUED     ' WS-RPT-AMOUNT ' '
               WS-RPT-AMOUNT-2 ' ' WS-RPT-AMOUNT-3
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       660-PROVE-ONE-SLOT.
           IF WS-FIRST-PROOF
               MOVE WS-GR-SUB-BAL (WS-GR-IDX) TO WS-CONTROL-BAL
               MOVE WS-GR-SUB-ACR (WS-GR-IDX) TO WS-CONTROL-ACR
           ELSE
               COMPUTE WS-CONTROL-BAL =
                   WS-GR-PRIOR-BAL (WS-GR-IDX)
                   + WS-GR-MOVE-BAL (WS-GR-IDX)
                   + WS-GR-OPENING (WS-GR-IDX)
               COMPUTE WS-CONTROL-ACR =
                   WS-GR-PRIOR-ACR (WS-GR-IDX)
                   + WS-GR-MOVE-ACR (WS-GR-IDX)
           END-IF
           COMPUTE WS-DIFF-BAL = WS-GR-SUB-BAL (WS-GR-IDX)
               - WS-CONTROL-BAL
           COMPUTE WS-DIFF-ACR = WS-GR-SUB-ACR (WS-GR-IDX)
               - WS-CONTROL-ACR
           ADD WS-GR-SUB-COUNT (WS-GR-IDX) TO WS-TOTAL-SUB-COUNT
           ADD WS-GR-SUB-BAL (WS-GR-IDX) TO WS-TOTAL-SUB-BAL
           ADD WS-GR-SUB-ACR (WS-GR-IDX) TO WS-TOTAL-SUB-ACR
           ADD WS-CONTROL-BAL TO WS-TOTAL-CTL-BAL
           ADD WS-CONTROL-ACR TO WS-TOTAL-CTL-ACR
           MOVE SPACES TO WS-BREAK-MARK
           IF WS-DIFF-BAL NOT = ZERO
               MOVE ' BREAK' TO WS-BREAK-MARK
           END-IF
           MOVE WS-GR-SUB-COUNT (WS-GR-IDX) TO WS-RPT-COUNT
           MOVE WS-GR-SUB-BAL (WS-GR-IDX) TO WS-RPT-AMOUNT
           MOVE WS-CONTROL-BAL TO WS-RPT-AMOUNT-2
           MOVE WS-DIFF-BAL TO WS-RPT-AMOUNT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-GR-BRANCH (WS-GR-IDX) ' '
               WS-GR-PRODUCT (WS-GR-IDX) ' ' WS-RPT-COUNT ' '
               WS-RPT-AMOUNT ' ' WS-RPT-AMOUNT-2 ' ' WS-RPT-AMOUNT-3
               WS-BREAK-MARK
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-BREAK-MARK
           IF WS-DIFF-ACR NOT = ZERO
               MOVE ' BREAK' TO WS-BREAK-MARK
           END-IF
           MOVE WS-GR-SUB-ACR (WS-GR-IDX) TO WS-RPT-AMOUNT
           MOVE WS-CONTROL-ACR TO WS-RPT-AMOUNT-2
           MOVE WS-DIFF-ACR TO WS-RPT-AMOUNT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '    ACCRUED     ' WS-RPT-AMOUNT ' '
               WS-RPT-AMOUNT-2 ' ' WS-RPT-AMOUNT-3 WS-BREAK-MARK
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-DIFF-BAL NOT = ZERO
               MOVE SPACES TO WS-EX-CONDITION
               STRING 'GL BALANCE BREAK '
                   WS-GR-BRANCH (WS-GR-IDX) '/'
                   WS-GR-PRODUCT (WS-GR-IDX)
                   DELIMITED BY SIZE INTO WS-EX-CONDITION
               MOVE WS-CONTROL-BAL TO WS-EX-FIGURE-1
               MOVE WS-GR-SUB-BAL (WS-GR-IDX) TO WS-EX-FIGURE-2
               PERFORM 670-LOG-BREAK
           END-IF
           IF WS-DIFF-ACR NOT = ZERO
               MOVE SPACES TO WS-EX-CONDITION
               STRING 'GL ACCRUED BREAK '
                   WS-GR-BRANCH (WS-GR-IDX) '/'
                   WS-GR-PRODUCT (WS-GR-IDX)
                   DELIMITED BY SIZE INTO WS-EX-CONDITION
               MOVE WS-CONTROL-ACR TO WS-EX-FIGURE-1
               MOVE WS-GR-SUB-ACR (WS-GR-IDX) TO WS-EX-FIGURE-2
               PERFORM 670-LOG-BREAK
           END-IF.

       670-LOG-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-BREAKS-ACCEPTED
               MOVE 'W' TO WS-EX-SEVERITY
           ELSE
               MOVE 'E' TO WS-EX-SEVERITY
           END-IF
           CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                       WS-RUN-DATE
                                       WS-EX-SEVERITY
                                       WS-EX-CONDITION
                                       WS-EX-FIGURE-1
                                       WS-EX-FIGURE-2.

      *> The subledger figures become the proven balances. A
      *> branch/product with no accounts left and nothing on it
      *> drops off.
       700-WRITE-CONTROLS.
           OPEN OUTPUT NEW-CONTROL-FILE
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-USED
               IF WS-GR-SUB-COUNT (WS-GR-IDX) > ZERO
                       OR WS-GR-SUB-BAL (WS-GR-IDX) NOT = ZERO
                       OR WS-GR-SUB-ACR (WS-GR-IDX) NOT = ZERO
                   MOVE WS-GR-BRANCH (WS-GR-IDX)  TO NGC-BRANCH
                   MOVE WS-GR-PRODUCT (WS-GR-IDX) TO NGC-PRODUCT
                   MOVE WS-RUN-DATE               TO NGC-PROVEN-DATE
                   MOVE WS-GR-SUB-COUNT (WS-GR-IDX)
                       TO NGC-ACCOUNT-COUNT
                   MOVE WS-GR-SUB-BAL (WS-GR-IDX) TO NGC-BALANCE
                   MOVE WS-GR-SUB-ACR (WS-GR-IDX) TO NGC-ACCRUED
                   MOVE WS-GL-THRU-SEQ-NO         TO NGC-PROVEN-SEQ-NO
                   WRITE NEW-CONTROL-RECORD
               END-IF
           END-PERFORM
           CLOSE NEW-CONTROL-FILE
           CALL 'CBL_DELETE_FILE' USING 'GLCTL.DAT'
               RETURNING WS-DELETE-STATUS
           CALL 'CBL_RENAME_FILE' USING 'GLCTL.NEW' 'GLCTL.DAT'
               RETURNING WS-RENAME-STATUS.

      *> Slot for WS-KEY-BRANCH / WS-KEY-PRODUCT, added on first
      *> sight. A full table pools the rest into the last slot
      *> under '***', which then cannot prove and says so.
       800-FIND-SLOT.
           MOVE ZERO TO WS-GR-FOUND
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-USED
                      OR WS-GR-FOUND > ZERO
               IF WS-GR-BRANCH (WS-GR-IDX) = WS-KEY-BRANCH
                       AND WS-GR-PRODUCT (WS-GR-IDX) = WS-KEY-PRODUCT
                   MOVE WS-GR-IDX TO WS-GR-FOUND
               END-IF
           END-PERFORM
           IF WS-GR-FOUND = ZERO
               IF WS-GR-USED < 200
                   ADD 1 TO WS-GR-USED
                   MOVE WS-GR-USED TO WS-GR-FOUND
                   MOVE WS-KEY-BRANCH  TO WS-GR-BRANCH (WS-GR-FOUND)
                   MOVE WS-KEY-PRODUCT TO WS-GR-PRODUCT (WS-GR-FOUND)
                   MOVE ZERO TO WS-GR-PRIOR-BAL (WS-GR-FOUND)
                                WS-GR-PRIOR-ACR (WS-GR-FOUND)
                                WS-GR-MOVE-BAL (WS-GR-FOUND)
                                WS-GR-MOVE-ACR (WS-GR-FOUND)
                                WS-GR-OPENING (WS-GR-FOUND)
                                WS-GR-SUB-COUNT (WS-GR-FOUND)
                                WS-GR-SUB-BAL (WS-GR-FOUND)
                                WS-GR-SUB-ACR (WS-GR-FOUND)
               ELSE
                   ADD 1 TO WS-GR-OVERFLOW
                   MOVE 200 TO WS-GR-FOUND
                   MOVE '***' TO WS-GR-BRANCH (200)
                   MOVE '***' TO WS-GR-PRODUCT (200)
               END-IF
           END-IF.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       900-END-PROGRAM.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS SUMMED:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CTL-LINES-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CONTROL MOVEMENT LINES:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BREAKS:                  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-NEW-OVERFLOW > ZERO
               MOVE WS-NEW-OVERFLOW TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'NEW ACCOUNTS NOT TRACED: ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           IF WS-GR-OVERFLOW > ZERO
               MOVE WS-GR-OVERFLOW TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'POOLED INTO ***/***:     ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           EVALUATE TRUE
               WHEN WS-BREAK-COUNT = ZERO
                   STRING 'SUBLEDGER PROVES TO THE LEDGER - CONTROLS '
                       'ROLLED TO ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               WHEN WS-BREAKS-ACCEPTED
                   STRING 'BREAKS ACCEPTED - SUBLEDGER TAKEN AS '
                       'PROVEN FOR ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               WHEN OTHER
                   STRING 'OUT OF BALANCE - CONTROLS NOT ROLLED, '
                       'RUN-CONTROL STAMP WITHHELD'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-EVALUATE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-OPENING-COUNT > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'OPENING DEPOSITS NOT IN GL' TO WS-EX-CONDITION
               MOVE WS-OPENING-COUNT TO WS-EX-FIGURE-1
               MOVE WS-OPENING-TOTAL TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           IF WS-BREAK-COUNT = ZERO OR WS-BREAKS-ACCEPTED
               PERFORM 930-STAMP-RUN-CONTROL
           END-IF
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           EVALUATE TRUE
               WHEN WS-BREAK-COUNT > ZERO AND NOT WS-BREAKS-ACCEPTED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BREAK-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OPENING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NEW-OVERFLOW > ZERO OR WS-GR-OVERFLOW > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
