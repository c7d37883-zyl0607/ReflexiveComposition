      *> Nightly teller cash proof and branch vault position: reads
      *> the day's drawers off DRAWER.DAT and each branch's vault
      *> off VAULT.DAT and proves the cash. Every counted drawer is
      *> re-proved against what it should hold — opening cash, plus
      *> cash taken in over the counter and bought from the vault,
      *> less cash paid out and sold back — and any over or short
      *> is written to the audit trail as a TELLER-DIFF entry, which
      *> GL-EXTRACT carries to the teller difference line. A drawer
      *> left uncounted is reported and posts nothing until it is
      *> counted; a late count keyed in DRAWER-MAINT posts on the
      *> next night's run.
      *>
      *> The branch vault position report then sums every drawer by
      *> branch and sets the total beside the vault's own opening,
      *> shipments and count, so each branch manager can prove the
      *> branch's cash for the day from one page.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-PROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRW-KEY.
           SELECT OPTIONAL VAULT-FILE ASSIGN TO 'VAULT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLT-KEY.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'CHECKPNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       COPY DRAWER.

       FD  VAULT-FILE.
       COPY VAULT.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-VAULT-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-VAULTS  VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-RUN-TIME            PIC X(6).

      *> A difference writes a TELLER-DIFF entry to the audit trail,
      *> numbered on from the checkpoint's audit sequence counter
      *> the way NEG-BAL-AGING numbers its CHARGE-OFF entries.
       01  WS-NEXT-AUDIT-SEQ-NO   PIC 9(9) VALUE ZERO.
       01  WS-CKPT-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-CKPT-EMPTY      VALUE 'Y'.

      *> One slot per branch, filled in first-seen order from the
      *> drawers and then the vaults.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 20 TIMES.
               10  WS-BR-CODE         PIC X(3).
               10  WS-BR-DRAWERS      PIC 9(5).
               10  WS-BR-UNCOUNTED    PIC 9(5).
               10  WS-BR-OPENING      PIC S9(11)V99.
               10  WS-BR-CASH-IN      PIC S9(11)V99.
               10  WS-BR-CASH-OUT     PIC S9(11)V99.
               10  WS-BR-BUYS         PIC S9(11)V99.
               10  WS-BR-SELLS        PIC S9(11)V99.
               10  WS-BR-EXPECTED     PIC S9(11)V99.
               10  WS-BR-COUNTED      PIC S9(11)V99.
               10  WS-BR-OVER-SHORT   PIC S9(11)V99.
               10  WS-BR-VAULT-FLAG   PIC X.
                   88  WS-BR-VAULT-OPENED  VALUE 'O'.
                   88  WS-BR-VAULT-COUNTED VALUE 'C'.
               10  WS-BR-VLT-OPENING  PIC S9(11)V99.
               10  WS-BR-VLT-SHIP-IN  PIC S9(11)V99.
               10  WS-BR-VLT-SHIP-OUT PIC S9(11)V99.
               10  WS-BR-VLT-COUNTED  PIC S9(11)V99.
       01  WS-BR-USED             PIC 9(3) VALUE ZERO.
       01  WS-BR-IDX              PIC 9(3).
       01  WS-BR-FOUND            PIC 9(3).
       01  WS-LOOKUP-BRANCH       PIC X(3).

       01  WS-EXPECTED-CASH       PIC S9(11)V99.
       01  WS-VAULT-EXPECTED      PIC S9(11)V99.
       01  WS-VAULT-DIFFERENCE    PIC S9(11)V99.
       01  WS-BRANCH-ON-HAND      PIC S9(11)V99.
       01  WS-DRAWER-NOTE         PIC X(16).

       01  WS-DRAWERS-READ        PIC 9(7) VALUE ZERO.
       01  WS-DRAWERS-UNCOUNTED   PIC 9(7) VALUE ZERO.
       01  WS-UNCOUNTED-EXPECTED  PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFS-POSTED        PIC 9(7) VALUE ZERO.
       01  WS-OVERS-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-SHORTS-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-LATE-COUNTS         PIC 9(7) VALUE ZERO.
       01  WS-VAULT-BREAKS        PIC 9(5) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-3        PIC -ZZZ,ZZZ,ZZ9.99.

      *> EXCEPTION-LOG interface fields: an uncounted drawer and a
      *> vault that does not prove are warnings (RETURN-CODE 4) for
      *> the branch in the morning.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'DRAWERPRF'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> REPORT-SPOOL interface: the cash proof goes both to the
      *> console and to the dated report file the branches work
      *> from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'DRAWERPRF'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> RUN-CONTROL interface fields: the proof runs once per
      *> business date, after the day's slips have posted and
      *> before GL-EXTRACT, so the teller differences are on the
      *> same night's extract.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'DRAWERPRF'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROVE-DRAWER
               UNTIL END-OF-FILE
           PERFORM 400-LOAD-VAULTS
           PERFORM 500-PRINT-BRANCH-POSITIONS
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
           STRING '  TELLER CASH PROOF / BRANCH VAULT POSITION'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  BUSINESS DATE:   ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TELLER   BRN        EXPECTED         COUNTED'
               '      OVER/SHORT'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > 20
               MOVE SPACES TO WS-BR-CODE (WS-BR-IDX)
               MOVE SPACE TO WS-BR-VAULT-FLAG (WS-BR-IDX)
               MOVE ZERO TO WS-BR-DRAWERS (WS-BR-IDX)
                            WS-BR-UNCOUNTED (WS-BR-IDX)
                            WS-BR-OPENING (WS-BR-IDX)
                            WS-BR-CASH-IN (WS-BR-IDX)
                            WS-BR-CASH-OUT (WS-BR-IDX)
                            WS-BR-BUYS (WS-BR-IDX)
                            WS-BR-SELLS (WS-BR-IDX)
                            WS-BR-EXPECTED (WS-BR-IDX)
                            WS-BR-COUNTED (WS-BR-IDX)
                            WS-BR-OVER-SHORT (WS-BR-IDX)
                            WS-BR-VLT-OPENING (WS-BR-IDX)
                            WS-BR-VLT-SHIP-IN (WS-BR-IDX)
                            WS-BR-VLT-SHIP-OUT (WS-BR-IDX)
                            WS-BR-VLT-COUNTED (WS-BR-IDX)
           END-PERFORM
           OPEN I-O DRAWER-FILE
           OPEN EXTEND AUDIT-FILE
           READ DRAWER-FILE NEXT
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

      *> Today's drawers are proved and summed into their branch;
      *> an earlier day's drawer is picked up only when it has been
      *> counted late and its difference is still to post.
       300-PROVE-DRAWER.
           COMPUTE WS-EXPECTED-CASH =
               DRW-OPENING-CASH + DRW-CASH-IN - DRW-CASH-OUT
               + DRW-VAULT-BUYS - DRW-VAULT-SELLS
           EVALUATE TRUE
               WHEN DRW-DATE = WS-RUN-DATE
                   ADD 1 TO WS-DRAWERS-READ
                   PERFORM 310-ACCUMULATE-BRANCH
                   IF DRW-COUNTED
                       PERFORM 320-POST-DIFFERENCE
                   ELSE
                       ADD 1 TO WS-DRAWERS-UNCOUNTED
                       ADD WS-EXPECTED-CASH TO WS-UNCOUNTED-EXPECTED
                       ADD 1 TO WS-BR-UNCOUNTED (WS-BR-FOUND)
                       MOVE 'NOT COUNTED' TO WS-DRAWER-NOTE
                       PERFORM 330-PRINT-DRAWER
                   END-IF
               WHEN DRW-DATE < WS-RUN-DATE AND DRW-COUNTED
                       AND NOT DRW-DIFF-POSTED
                   ADD 1 TO WS-LATE-COUNTS
                   PERFORM 320-POST-DIFFERENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ DRAWER-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       310-ACCUMULATE-BRANCH.
           MOVE DRW-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 315-FIND-BRANCH
           ADD 1 TO WS-BR-DRAWERS (WS-BR-FOUND)
           ADD DRW-OPENING-CASH TO WS-BR-OPENING (WS-BR-FOUND)
           ADD DRW-CASH-IN      TO WS-BR-CASH-IN (WS-BR-FOUND)
           ADD DRW-CASH-OUT     TO WS-BR-CASH-OUT (WS-BR-FOUND)
           ADD DRW-VAULT-BUYS   TO WS-BR-BUYS (WS-BR-FOUND)
           ADD DRW-VAULT-SELLS  TO WS-BR-SELLS (WS-BR-FOUND)
           ADD WS-EXPECTED-CASH TO WS-BR-EXPECTED (WS-BR-FOUND)
           IF DRW-COUNTED
               ADD DRW-COUNTED-CASH TO WS-BR-COUNTED (WS-BR-FOUND)
           END-IF.

       315-FIND-BRANCH.
           MOVE ZERO TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-USED
               IF WS-BR-CODE (WS-BR-IDX) = WS-LOOKUP-BRANCH
                   MOVE WS-BR-IDX TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = ZERO
               IF WS-BR-USED < 20
                   ADD 1 TO WS-BR-USED
                   MOVE WS-BR-USED TO WS-BR-FOUND
                   MOVE WS-LOOKUP-BRANCH TO WS-BR-CODE (WS-BR-FOUND)
               ELSE
                   DISPLAY 'BRANCH TABLE FULL - ' WS-LOOKUP-BRANCH
                       ' POOLED INTO LAST SLOT'
                   MOVE 20 TO WS-BR-FOUND
                   MOVE '***' TO WS-BR-CODE (20)
               END-IF
           END-IF.

      *> The difference is re-proved from the drawer as it stands
      *> tonight rather than taken from the count screen, so cash a
      *> teller session added after the count is not lost.
       320-POST-DIFFERENCE.
           COMPUTE DRW-OVER-SHORT = DRW-COUNTED-CASH - WS-EXPECTED-CASH
           IF DRW-DATE = WS-RUN-DATE
               ADD DRW-OVER-SHORT TO WS-BR-OVER-SHORT (WS-BR-FOUND)
               MOVE SPACES TO WS-DRAWER-NOTE
           ELSE
               STRING 'LATE ' DRW-DATE
                   DELIMITED BY SIZE INTO WS-DRAWER-NOTE
           END-IF
           IF DRW-OVER-SHORT NOT = ZERO AND NOT DRW-DIFF-POSTED
               PERFORM 325-WRITE-DIFF-AUDIT
               IF DRW-OVER-SHORT > ZERO
                   ADD DRW-OVER-SHORT TO WS-OVERS-TOTAL
               ELSE
                   ADD DRW-OVER-SHORT TO WS-SHORTS-TOTAL
               END-IF
           END-IF
           MOVE 'Y' TO DRW-POSTED-FLAG
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   DISPLAY 'DRAWER REWRITE ERROR: ' DRW-KEY
           END-REWRITE
           PERFORM 330-PRINT-DRAWER.

      *> No customer account is touched: the entry carries the
      *> drawer's branch and teller, and the signed difference — an
      *> over positive, a short negative.
       325-WRITE-DIFF-AUDIT.
           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE WS-RUN-DATE       TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-RUN-TIME       TO AUDIT-TIMESTAMP(9:6)
           MOVE SPACES            TO AUDIT-ACCOUNT
           MOVE 'TELLER-DIFF'     TO AUDIT-TYPE
           MOVE DRW-OVER-SHORT    TO AUDIT-AMOUNT
           MOVE ZERO              TO AUDIT-BALANCE
           MOVE SPACES            TO AUDIT-STATUS
           STRING 'DRAWER ' DRW-TELLER
               DELIMITED BY SIZE INTO AUDIT-STATUS
           MOVE DRW-BRANCH        TO AUDIT-BRANCH
           MOVE SPACES            TO AUDIT-REF-NO
           MOVE SPACES            TO AUDIT-ORIG-REF
           MOVE SPACES            TO AUDIT-SERIAL
           MOVE WS-RC-JOB-NAME    TO AUDIT-OPERATOR
           MOVE SPACES            TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-DIFFS-POSTED.

       330-PRINT-DRAWER.
           MOVE WS-EXPECTED-CASH TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           IF DRW-COUNTED
               MOVE DRW-COUNTED-CASH TO WS-RPT-AMOUNT-2
               MOVE DRW-OVER-SHORT TO WS-RPT-AMOUNT-3
               STRING DRW-TELLER ' ' DRW-BRANCH ' ' WS-RPT-AMOUNT
                   ' ' WS-RPT-AMOUNT-2 ' ' WS-RPT-AMOUNT-3 ' '
                   WS-DRAWER-NOTE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING DRW-TELLER ' ' DRW-BRANCH ' ' WS-RPT-AMOUNT
                   '   ' WS-DRAWER-NOTE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM 904-PRINT-REPORT-LINE.

       400-LOAD-VAULTS.
           OPEN INPUT VAULT-FILE
           READ VAULT-FILE NEXT
               AT END SET END-OF-VAULTS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-VAULTS
               IF VLT-DATE = WS-RUN-DATE
                   MOVE VLT-BRANCH TO WS-LOOKUP-BRANCH
                   PERFORM 315-FIND-BRANCH
                   MOVE VLT-STATUS
                       TO WS-BR-VAULT-FLAG (WS-BR-FOUND)
                   MOVE VLT-OPENING-CASH
                       TO WS-BR-VLT-OPENING (WS-BR-FOUND)
                   MOVE VLT-SHIPMENTS-IN
                       TO WS-BR-VLT-SHIP-IN (WS-BR-FOUND)
                   MOVE VLT-SHIPMENTS-OUT
                       TO WS-BR-VLT-SHIP-OUT (WS-BR-FOUND)
                   MOVE VLT-COUNTED-CASH
                       TO WS-BR-VLT-COUNTED (WS-BR-FOUND)
               END-IF
               READ VAULT-FILE NEXT
                   AT END SET END-OF-VAULTS TO TRUE
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE.

       500-PRINT-BRANCH-POSITIONS.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-USED
               PERFORM 510-PRINT-ONE-BRANCH
           END-PERFORM.

      *> The vault should hold its opening cash and shipments in,
      *> less shipments out, less what the drawers bought, plus
      *> what they sold back. The branch's cash on hand is the
      *> counted vault plus the counted drawers.
       510-PRINT-ONE-BRANCH.
           COMPUTE WS-VAULT-EXPECTED =
               WS-BR-VLT-OPENING (WS-BR-IDX)
               + WS-BR-VLT-SHIP-IN (WS-BR-IDX)
               - WS-BR-VLT-SHIP-OUT (WS-BR-IDX)
               - WS-BR-BUYS (WS-BR-IDX)
               + WS-BR-SELLS (WS-BR-IDX)
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-DRAWERS (WS-BR-IDX) TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BRANCH ' WS-BR-CODE (WS-BR-IDX)
               ' CASH POSITION - DRAWERS: ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-OPENING (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DRAWER OPENING CASH:   ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-CASH-IN (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CASH IN OVER COUNTER:  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-CASH-OUT (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CASH OUT OVER COUNTER: ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-BUYS (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  BOUGHT FROM VAULT:     ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-SELLS (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  SOLD TO VAULT:         ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-EXPECTED (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DRAWERS EXPECTED:      ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-COUNTED (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DRAWERS COUNTED:       ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-OVER-SHORT (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DRAWERS OVER/SHORT:    ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-BR-UNCOUNTED (WS-BR-IDX) > ZERO
               MOVE WS-BR-UNCOUNTED (WS-BR-IDX) TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  *** DRAWERS NOT COUNTED: ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           IF WS-BR-VAULT-FLAG (WS-BR-IDX) = SPACE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  *** VAULT NOT OPENED FOR THE DAY'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               ADD 1 TO WS-VAULT-BREAKS
           ELSE
               PERFORM 520-PRINT-VAULT
           END-IF.

       520-PRINT-VAULT.
           MOVE WS-BR-VLT-OPENING (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  VAULT OPENING CASH:    ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-VLT-SHIP-IN (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  SHIPMENTS IN:          ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-BR-VLT-SHIP-OUT (WS-BR-IDX) TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  SHIPMENTS OUT:         ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-VAULT-EXPECTED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  VAULT EXPECTED:        ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-BR-VAULT-COUNTED (WS-BR-IDX)
               COMPUTE WS-VAULT-DIFFERENCE =
                   WS-BR-VLT-COUNTED (WS-BR-IDX) - WS-VAULT-EXPECTED
               MOVE WS-BR-VLT-COUNTED (WS-BR-IDX) TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  VAULT COUNTED:         ' WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               MOVE WS-VAULT-DIFFERENCE TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-SPOOL-LINE
               IF WS-VAULT-DIFFERENCE = ZERO
                   STRING '  VAULT DIFFERENCE:      ' WS-RPT-AMOUNT
                       '  IN BALANCE'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               ELSE
                   STRING '  VAULT DIFFERENCE:      ' WS-RPT-AMOUNT
                       '  *** OUT OF BALANCE ***'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   ADD 1 TO WS-VAULT-BREAKS
                   MOVE 'W' TO WS-EX-SEVERITY
                   MOVE 'VAULT COUNT DIFFERENCE'
                       TO WS-EX-CONDITION
                   MOVE WS-VAULT-EXPECTED TO WS-EX-FIGURE-1
                   MOVE WS-BR-VLT-COUNTED (WS-BR-IDX)
                       TO WS-EX-FIGURE-2
                   CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                               WS-RUN-DATE
                                               WS-EX-SEVERITY
                                               WS-EX-CONDITION
                                               WS-EX-FIGURE-1
                                               WS-EX-FIGURE-2
               END-IF
               PERFORM 904-PRINT-REPORT-LINE
               COMPUTE WS-BRANCH-ON-HAND =
                   WS-BR-VLT-COUNTED (WS-BR-IDX)
                   + WS-BR-COUNTED (WS-BR-IDX)
               MOVE WS-BRANCH-ON-HAND TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  BRANCH CASH ON HAND:   ' WS-RPT-AMOUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  *** VAULT NOT COUNTED'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               ADD 1 TO WS-VAULT-BREAKS
           END-IF.

      *> Puts the advanced audit sequence counter back on the
      *> checkpoint record, same patch-in-place REWRITE as
      *> NEG-BAL-AGING.
       910-SAVE-SEQ-NO.
           IF NOT WS-CKPT-EMPTY AND WS-DIFFS-POSTED > ZERO
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
           CLOSE DRAWER-FILE
                 AUDIT-FILE
           PERFORM 910-SAVE-SEQ-NO
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-DRAWERS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DRAWERS FOR THE DAY:     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-DRAWERS-UNCOUNTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DRAWERS NOT COUNTED:     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-LATE-COUNTS TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LATE COUNTS POSTED:      ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-DIFFS-POSTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DIFFERENCES POSTED:      ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-OVERS-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL OVERS:             ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-SHORTS-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL SHORTS:            ' WS-RPT-AMOUNT
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
           IF WS-DRAWERS-UNCOUNTED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'TELLER DRAWERS NOT COUNTED' TO WS-EX-CONDITION
               MOVE WS-DRAWERS-UNCOUNTED TO WS-EX-FIGURE-1
               MOVE WS-UNCOUNTED-EXPECTED TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           PERFORM 930-STAMP-RUN-CONTROL
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           IF WS-DRAWERS-UNCOUNTED > ZERO OR WS-VAULT-BREAKS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
