      *> onto TRANS.DAT properly framed: a header and trailer that
      *> 207-VALIDATE-BATCH-HEADER will accept when the file was
      *> empty, or appended under the existing frame with the counts
      *> bumped the way every feeder job does. Cash taken in and
      *> paid out is added to the teller's drawer for the day
      *> (DRAWER.DAT, opened in DRAWER-MAINT) at the same sign-off,
      *> so the drawer count at the end of the shift has a figure
      *> to prove against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-ENTRY.
       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRW-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  DRAWER-FILE.
       COPY DRAWER.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SESSION-FLAG    PIC X VALUE 'O'.
               88  WS-FILE-BARE   VALUE 'B'.
           05  WS-HDR-EOF-FLAG    PIC X VALUE 'N'.
               88  WS-HDR-EOF     VALUE 'Y'.
           05  WS-DRAWER-FLAG     PIC X VALUE 'N'.
               88  WS-DRAWER-OPEN VALUE 'Y'.

       01  WS-OPERATOR            PIC X(8).
       01  WS-TELLER-BRANCH       PIC X(3).
      *> Supervisor who overrode the teller's item limit on the slip
      *> being keyed; spaces on a slip within the limit.
       01  WS-SLIP-APPROVER       PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-ENTRY-TIME          PIC X(6).

       01  WS-ENTRY-ACCOUNT       PIC X(10).
       01  WS-ENTRY-TO-ACCOUNT    PIC X(10).
       01  WS-ENTRY-SERIAL        PIC X(8).
       01  WS-ENTRY-CASH          PIC X.
           88  WS-CASH-SLIP       VALUE 'Y'.
       01  WS-ENTRY-AMOUNT-X      PIC X(14).
       01  WS-ENTRY-AMOUNT       PIC 9(7)V99.
       01  WS-NUMVAL-TEST         PIC 9(2).

      *> The session's keyed slips, held whole until sign-off so the
      *> batch frame can be written with a truthful count. The image
      *> is oversized against the 133-byte TRANSACTION-RECORD so a
      *> record-layout change cannot quietly truncate it.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-IMAGE OCCURS 500 TIMES PIC X(150).
       01  WS-ITEM-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-ITEM-IDX            PIC 9(3).

       01  WS-DEBIT-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDIT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-TOTAL        PIC S9(9)V99 VALUE ZERO.
      *> Counter cash this session, added to the drawer at
      *> sign-off. The drawer's expected cash at sign-on bounds what
      *> can be paid out.
       01  WS-CASH-IN-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CASH-IN-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-CASH-OUT-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CASH-OUT-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-DRAWER-CASH         PIC S9(11)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
       01  WS-RPT-BALANCE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.

      *> The teller signs on against the operator master; the
      *> slips carry the signed-on ID and the teller's home branch.
       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           DISPLAY '============================================'
           DISPLAY '  TELLER TRANSACTION ENTRY'
           DISPLAY '============================================'
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'TELLER-ENTRY' TO SO-PROGRAM
           MOVE 'T' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           MOVE SO-BRANCH TO WS-TELLER-BRANCH
           MOVE 'CHECK' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                   'THE BATCH WINDOW'
               STOP RUN
           END-IF
           MOVE 'QUERY' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           MOVE SPACES TO WS-BATCH-ID
           STRING 'TL' WS-TELLER-BRANCH WS-BUSINESS-DATE(5:4)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           PERFORM 210-CHECK-DRAWER
           OPEN INPUT ACCOUNT-FILE.

      *> Cash slips need the teller's drawer open for the day; a
      *> session without one can still key transfers and non-cash
      *> items.
       210-CHECK-DRAWER.
           OPEN INPUT DRAWER-FILE
           MOVE WS-OPERATOR TO DRW-TELLER
           MOVE WS-BUSINESS-DATE TO DRW-DATE
           READ DRAWER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DRW-OPEN
                       SET WS-DRAWER-OPEN TO TRUE
                       COMPUTE WS-DRAWER-CASH =
                           DRW-OPENING-CASH + DRW-CASH-IN
                           - DRW-CASH-OUT + DRW-VAULT-BUYS
                           - DRW-VAULT-SELLS
                   END-IF
           END-READ
           CLOSE DRAWER-FILE
           IF WS-DRAWER-OPEN
               MOVE WS-DRAWER-CASH TO WS-RPT-AMOUNT
               DISPLAY 'DRAWER OPEN - CASH ON HAND ' WS-RPT-AMOUNT
           ELSE
               DISPLAY 'NO OPEN DRAWER FOR ' WS-OPERATOR
                   ' - CASH SLIPS WILL NOT BE ACCEPTED'
           END-IF.

       300-KEY-ONE-SLIP.
           DISPLAY '--------------------------------------------'
           DISPLAY 'Account Number (blank = sign off): '
                               'withdrawal): '
                       ACCEPT WS-ENTRY-SERIAL
                   END-IF
                   MOVE 'N' TO WS-ENTRY-CASH
                   IF WS-KEY-DEPOSIT OR WS-KEY-WITHDRAWAL
                       DISPLAY 'Cash over the counter? (Y/N): '
                       ACCEPT WS-ENTRY-CASH
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ENTRY-AMOUNT = ZERO
                           DISPLAY 'ZERO AMOUNT - SLIP NOT ACCEPTED'
                       WHEN WS-CASH-SLIP AND NOT WS-DRAWER-OPEN
                           DISPLAY 'NO OPEN DRAWER - CASH SLIP NOT '
                                   'ACCEPTED'
                       WHEN WS-CASH-SLIP AND WS-KEY-WITHDRAWAL
                               AND WS-ENTRY-AMOUNT > WS-DRAWER-CASH
                           DISPLAY 'NOT ENOUGH CASH IN DRAWER - SLIP '
                                   'NOT ACCEPTED'
                       WHEN WS-ENTRY-AMOUNT > SO-ITEM-LIMIT
                           PERFORM 325-OVERRIDE-SLIP
                       WHEN OTHER
                           PERFORM 330-ACCEPT-SLIP
                   END-EVALUATE
               END-IF
           END-IF.

      *> A slip past the teller's item limit is accepted only with a
      *> supervisor's override keyed at the counter; the override
      *> travels on the slip as its approval, so posting does not
      *> queue it a second time. No override, no slip — and the
      *> attempt goes on the violation log.
       325-OVERRIDE-SLIP.
           MOVE 'OVRD' TO SO-FUNCTION
           MOVE WS-ENTRY-AMOUNT TO SO-AMOUNT
           MOVE SPACES TO SO-DETAIL
           STRING 'A/C ' WS-ENTRY-ACCOUNT ' TYPE ' WS-ENTRY-TYPE
               DELIMITED BY SIZE INTO SO-DETAIL
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF SO-SIGNED-ON
               MOVE SO-OVERRIDE-ID TO WS-SLIP-APPROVER
               PERFORM 330-ACCEPT-SLIP
           ELSE
               MOVE 'VIOL' TO SO-FUNCTION
               MOVE 'OVER LIMIT' TO SO-VIOLATION
               MOVE SO-ITEM-LIMIT TO SO-LIMIT
               CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
               DISPLAY 'OVER TELLER LIMIT - SLIP NOT ACCEPTED'
           END-IF
           MOVE SPACES TO WS-SLIP-APPROVER.

       330-ACCEPT-SLIP.
           ACCEPT WS-ENTRY-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE WS-ENTRY-TIME      TO TR-TIME
           MOVE WS-ENTRY-TO-ACCOUNT TO TR-TO-ACCOUNT-NUMBER
           MOVE WS-TELLER-BRANCH   TO TR-BRANCH
           IF WS-SLIP-APPROVER = SPACES
               MOVE SPACE          TO TR-APPROVAL-FLAG
           ELSE
               SET TR-APPROVED     TO TRUE
           END-IF
           ADD 1 TO WS-REF-SEQ
           MOVE SPACES TO TR-REF-NO
           STRING 'T' WS-BUSINESS-DATE(3:6) WS-REF-SEQ
               DELIMITED BY SIZE INTO TR-REF-NO
           MOVE SPACES TO TR-ORIG-REF-NO
           MOVE WS-ENTRY-SERIAL TO TR-SERIAL-NO
           MOVE WS-OPERATOR TO TR-OPERATOR
           MOVE WS-SLIP-APPROVER TO TR-APPROVER
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-ITEM-IMAGE (WS-ITEM-COUNT)
           MOVE TRANSACTION-RECORD TO WS-ITEM-IMAGE (WS-ITEM-COUNT)
               ADD 1 TO WS-DEBIT-COUNT
               ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           IF WS-CASH-SLIP
               IF WS-KEY-DEPOSIT
                   ADD 1 TO WS-CASH-IN-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-CASH-IN-TOTAL
                   ADD WS-ENTRY-AMOUNT TO WS-DRAWER-CASH
               ELSE
                   ADD 1 TO WS-CASH-OUT-COUNT
                   ADD WS-ENTRY-AMOUNT TO WS-CASH-OUT-TOTAL
                   SUBTRACT WS-ENTRY-AMOUNT FROM WS-DRAWER-CASH
               END-IF
           END-IF
           DISPLAY 'SLIP ACCEPTED - REF ' TR-REF-NO.

      *> Sign-off: the session batch goes onto TRANS.DAT. An empty
                       PERFORM 940-APPEND-ITEMS
               END-EVALUATE
           END-IF
           IF WS-CASH-IN-COUNT > ZERO OR WS-CASH-OUT-COUNT > ZERO
               PERFORM 960-UPDATE-DRAWER
           END-IF
           DISPLAY '============================================'
           DISPLAY '  TELLER PROOF - ' WS-OPERATOR
               ' BRANCH ' WS-TELLER-BRANCH
           MOVE WS-DEBIT-TOTAL TO WS-RPT-AMOUNT
           DISPLAY '  DEBITS:  ' WS-RPT-COUNT
               '  TOTAL ' WS-RPT-AMOUNT
           MOVE WS-CASH-IN-COUNT TO WS-RPT-COUNT
           MOVE WS-CASH-IN-TOTAL TO WS-RPT-AMOUNT
           DISPLAY '  CASH IN: ' WS-RPT-COUNT
               '  TOTAL ' WS-RPT-AMOUNT
           MOVE WS-CASH-OUT-COUNT TO WS-RPT-COUNT
           MOVE WS-CASH-OUT-TOTAL TO WS-RPT-AMOUNT
           DISPLAY '  CASH OUT:' WS-RPT-COUNT
               '  TOTAL ' WS-RPT-AMOUNT
           DISPLAY '============================================'.

       910-SENSE-FILE-STATE.
               REWRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.

      *> The session's counter cash goes onto the drawer. The drawer
      *> is re-read rather than rewritten from the sign-on image, so
      *> vault buys and sells keyed meanwhile are kept; a drawer
      *> counted while this session was open still takes the cash,
      *> and the night's proof shows the difference against the
      *> count.
       960-UPDATE-DRAWER.
           OPEN I-O DRAWER-FILE
           MOVE WS-OPERATOR TO DRW-TELLER
           MOVE WS-BUSINESS-DATE TO DRW-DATE
           READ DRAWER-FILE
               INVALID KEY
                   DISPLAY 'DRAWER NO LONGER ON FILE - CASH NOT '
                           'RECORDED ON DRAWER'
               NOT INVALID KEY
                   ADD WS-CASH-IN-COUNT  TO DRW-CASH-IN-COUNT
                   ADD WS-CASH-IN-TOTAL  TO DRW-CASH-IN
                   ADD WS-CASH-OUT-COUNT TO DRW-CASH-OUT-COUNT
                   ADD WS-CASH-OUT-TOTAL TO DRW-CASH-OUT
                   IF DRW-COUNTED
                       DISPLAY 'DRAWER ALREADY COUNTED - RECOUNT '
                               'REQUIRED'
                   END-IF
                   REWRITE TELLER-DRAWER-RECORD
                       INVALID KEY
                           DISPLAY 'DRAWER REWRITE ERROR: ' DRW-KEY
                   END-REWRITE
           END-READ
           CLOSE DRAWER-FILE.
