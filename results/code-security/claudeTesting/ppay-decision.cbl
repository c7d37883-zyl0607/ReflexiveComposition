      *> Positive-pay decision entry: the customer service screen for
      *> recording a business customer's pay/return decision on the
      *> checks BANK-TRANS-PROC held on the positive-pay exception
      *> queue (PPEXCEPT.DAT). The operator keys the account, each
      *> open item is shown with why it was held, and the decision
      *> is written onto the item in place with the operator and
      *> time. A decision can be changed until the cutoff; after the
      *> cutoff (RUNPARM PPAY-CUTOFF-TIME, HHMMSS, default 14:00:00)
      *> the screen only lists — PPAY-SETTLE returns every item
      *> still undecided that night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAY-DECISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PPAY-EXCEPT-FILE ASSIGN TO 'PPEXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PPAY-EXCEPT-FILE.
       COPY PPEXCEPT.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-CUTOFF-FLAG     PIC X VALUE 'N'.
               88  WS-PAST-CUTOFF VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  DECIDE-ITEMS       VALUE 'D'.
           88  LIST-ITEMS         VALUE 'L'.
           88  QUIT-DECISIONS     VALUE 'Q'.

       01  WS-ITEM-CHOICE         PIC X.
           88  PAY-ITEM           VALUE 'P'.
           88  RETURN-ITEM        VALUE 'R'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-NOW-TIME            PIC X(8).
       01  WS-OPERATOR            PIC X(8).
       01  WS-SELECT-ACCOUNT      PIC X(10).
       01  WS-CUTOFF-TIME         PIC 9(6) VALUE 140000.
       01  WS-CUTOFF-DISPLAY      PIC 99B99B99.
       01  WS-ITEM-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DECIDED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
       01  WS-RPT-ISSUED          PIC -Z,ZZZ,ZZ9.99.
       01  WS-DECISION-NAME       PIC X(10).

      *> RUNPARM.DAT interface fields for the PPAY-CUTOFF-TIME
      *> lookup; no parameter (or no file) keeps the 14:00 default.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
           88  WS-PARM-NO-FILE    VALUE 'M'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'PPAY-DECISION' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           MOVE 'PPAY-CUTOFF-TIME' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 240000
               MOVE WS-PARM-NUMBER TO WS-CUTOFF-TIME
           END-IF
           MOVE WS-CUTOFF-TIME TO WS-CUTOFF-DISPLAY
           INSPECT WS-CUTOFF-DISPLAY REPLACING ALL ' ' BY ':'
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-DECISIONS
           STOP RUN.

       200-MENU-LOOP.
           PERFORM 210-CHECK-CUTOFF
           DISPLAY ' '
           DISPLAY 'POSITIVE PAY EXCEPTION DECISIONS'
           DISPLAY '  DECISION CUTOFF: ' WS-CUTOFF-DISPLAY
           IF WS-PAST-CUTOFF
               DISPLAY '  CUTOFF HAS PASSED - UNDECIDED ITEMS WILL '
                       'BE RETURNED TONIGHT'
           END-IF
           DISPLAY '  D - Decide open items for an account'
           DISPLAY '  L - List open items for an account'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN DECIDE-ITEMS
                   PERFORM 210-CHECK-CUTOFF
                   IF WS-PAST-CUTOFF
                       DISPLAY 'DECISION CUTOFF ' WS-CUTOFF-DISPLAY
                               ' HAS PASSED - NO DECISIONS TAKEN'
                   ELSE
                       PERFORM 300-DECIDE-ITEMS
                   END-IF
               WHEN LIST-ITEMS
                   PERFORM 400-LIST-ITEMS
               WHEN QUIT-DECISIONS
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> The wall clock is read fresh each time, so a session left
      *> open over the cutoff cannot slip a late decision in.
       210-CHECK-CUTOFF.
           ACCEPT WS-NOW-TIME FROM TIME
           IF WS-NOW-TIME(1:6) >= WS-CUTOFF-TIME
               SET WS-PAST-CUTOFF TO TRUE
           ELSE
               MOVE 'N' TO WS-CUTOFF-FLAG
           END-IF.

       300-DECIDE-ITEMS.
           DISPLAY 'Account Number: '
           ACCEPT WS-SELECT-ACCOUNT
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-DECIDED-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN I-O PPAY-EXCEPT-FILE
           READ PPAY-EXCEPT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF PX-OPEN AND PX-ACCOUNT-NUMBER = WS-SELECT-ACCOUNT
                   PERFORM 500-SHOW-ITEM
                   DISPLAY 'P - Pay, R - Return, S - Skip: '
                   ACCEPT WS-ITEM-CHOICE
                   IF PAY-ITEM OR RETURN-ITEM
                       PERFORM 310-RECORD-DECISION
                   END-IF
               END-IF
               READ PPAY-EXCEPT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PPAY-EXCEPT-FILE
           IF WS-ITEM-COUNT = ZERO
               DISPLAY 'NO OPEN EXCEPTIONS FOR ACCOUNT '
                   WS-SELECT-ACCOUNT
           ELSE
               MOVE WS-DECIDED-COUNT TO WS-RPT-COUNT
               DISPLAY 'DECISIONS RECORDED: ' WS-RPT-COUNT
           END-IF.

      *> The clock is checked again item by item: an operator still
      *> working the list when the cutoff strikes is stopped there.
       310-RECORD-DECISION.
           PERFORM 210-CHECK-CUTOFF
           IF WS-PAST-CUTOFF
               DISPLAY 'DECISION CUTOFF ' WS-CUTOFF-DISPLAY
                       ' HAS PASSED - DECISION NOT TAKEN'
           ELSE
               MOVE WS-ITEM-CHOICE TO PX-DECISION
               MOVE WS-OPERATOR    TO PX-DECIDED-BY
               MOVE WS-RUN-DATE    TO PX-DECIDED-DATE
               MOVE WS-NOW-TIME(1:6) TO PX-DECIDED-TIME
               REWRITE PPAY-EXCEPTION-RECORD
               ADD 1 TO WS-DECIDED-COUNT
               IF PX-PAY
                   DISPLAY 'ITEM WILL BE PAID IN TONIGHT''S POSTING'
               ELSE
                   DISPLAY 'ITEM WILL BE RETURNED TONIGHT'
               END-IF
           END-IF.

       400-LIST-ITEMS.
           DISPLAY 'Account Number: '
           ACCEPT WS-SELECT-ACCOUNT
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT PPAY-EXCEPT-FILE
           READ PPAY-EXCEPT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF PX-OPEN AND PX-ACCOUNT-NUMBER = WS-SELECT-ACCOUNT
                   PERFORM 500-SHOW-ITEM
               END-IF
               READ PPAY-EXCEPT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PPAY-EXCEPT-FILE
           IF WS-ITEM-COUNT = ZERO
               DISPLAY 'NO OPEN EXCEPTIONS FOR ACCOUNT '
                   WS-SELECT-ACCOUNT
           END-IF.

       500-SHOW-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           EVALUATE TRUE
               WHEN PX-PAY
                   MOVE 'PAY' TO WS-DECISION-NAME
               WHEN PX-RETURN
                   MOVE 'RETURN' TO WS-DECISION-NAME
               WHEN OTHER
                   MOVE 'NONE' TO WS-DECISION-NAME
           END-EVALUATE
           MOVE PX-AMOUNT TO WS-RPT-AMOUNT
           MOVE PX-ISSUED-AMOUNT TO WS-RPT-ISSUED
           DISPLAY '--------------------------------------------'
           DISPLAY 'SERIAL:    ' PX-SERIAL-NO
               '   HELD ' PX-EXCEPT-DATE
           DISPLAY 'REASON:    ' PX-REASON
           DISPLAY 'PRESENTED: ' WS-RPT-AMOUNT
           IF PX-ISSUED-AMOUNT > ZERO
               DISPLAY 'ISSUED:    ' WS-RPT-ISSUED
                   '   PAYEE ' PX-PAYEE
           END-IF
           DISPLAY 'DECISION:  ' WS-DECISION-NAME
           IF NOT PX-UNDECIDED
               DISPLAY '           BY ' PX-DECIDED-BY ' '
                   PX-DECIDED-DATE ' ' PX-DECIDED-TIME
           END-IF.
