      *> the reason, where REJECT-REPAIR manages them like any other
      *> reject; skipped items stay queued for the next review. This
      *> is the dual control on large movements the last exam flagged.
      *> The reviewer signs on as a supervisor and may release only
      *> items within their own approval limit that somebody else
      *> originated; anything else stays queued for another
      *> supervisor and the attempt goes on the violation log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.
       ENVIRONMENT DIVISION.
           ==TR-BRANCH==               BY ==PND-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==PND-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==PND-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==PND-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==PND-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==PND-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==PND-SERIAL-NO==
           ==TR-OPERATOR==             BY ==PND-OPERATOR==
           ==TR-APPROVER==             BY ==PND-APPROVER==
           ==TR-FX-DETAIL==            BY ==PND-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==PND-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==PND-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==PND-FX-RATE==
           ==TR-FX-MARGIN==            BY ==PND-FX-MARGIN==.

       FD  KEEP-FILE.
       COPY TRANREC REPLACING
           ==TR-BRANCH==               BY ==KP-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==KP-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==KP-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==KP-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==KP-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==KP-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==KP-SERIAL-NO==
           ==TR-OPERATOR==             BY ==KP-OPERATOR==
           ==TR-APPROVER==             BY ==KP-APPROVER==
           ==TR-FX-DETAIL==            BY ==KP-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==KP-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==KP-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==KP-FX-RATE==
           ==TR-FX-MARGIN==            BY ==KP-FX-MARGIN==.

       FD  TRANSACTION-FILE.
       COPY TRANREC.
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'APPROVAL-REVIEW' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE 'QUERY' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           MOVE PND-AMOUNT TO WS-RPT-AMOUNT
           DISPLAY '  AMOUNT:     ' WS-RPT-AMOUNT
           DISPLAY '  TRAN DATE:  ' PND-DATE
           DISPLAY '  KEYED BY:   ' PND-OPERATOR
           IF PND-TO-ACCOUNT-NUMBER NOT = SPACES
               DISPLAY '  TO ACCOUNT: ' PND-TO-ACCOUNT-NUMBER
           END-IF
           DISPLAY 'Decision: '
           ACCEPT WS-ITEM-CHOICE
           EVALUATE TRUE
               WHEN APPROVE-ITEM AND PND-OPERATOR = SO-OPERATOR-ID
                   DISPLAY 'YOU ORIGINATED THIS ITEM - ANOTHER '
                           'SUPERVISOR MUST APPROVE IT'
                   MOVE 'SELF APPROVAL' TO SO-VIOLATION
                   MOVE ZERO TO SO-LIMIT
                   PERFORM 340-LOG-REFUSAL
                   PERFORM 330-KEEP-PENDING
               WHEN APPROVE-ITEM AND PND-AMOUNT > SO-APPROVE-LIMIT
                   DISPLAY 'AMOUNT IS OVER YOUR APPROVAL LIMIT'
                   MOVE 'OVER LIMIT' TO SO-VIOLATION
                   MOVE SO-APPROVE-LIMIT TO SO-LIMIT
                   PERFORM 340-LOG-REFUSAL
                   PERFORM 330-KEEP-PENDING
               WHEN APPROVE-ITEM
                   PERFORM 310-RELEASE-APPROVED
               WHEN DENY-ITEM

      *> The released item goes back onto TRANS.DAT carrying the
      *> approval mark, so 305-DIVERT-FOR-APPROVAL waves it through
      *> on the next posting run instead of queueing it again. A
      *> check the customer already told positive pay to honour
      *> keeps that mark alongside the approval.
       310-RELEASE-APPROVED.
           MOVE PENDING-RECORD TO TRANSACTION-RECORD
           IF TR-PPAY-RELEASED
               MOVE 'B' TO TR-APPROVAL-FLAG
           ELSE
               SET TR-APPROVED TO TRUE
           END-IF
           MOVE SO-OPERATOR-ID TO TR-APPROVER
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-APPROVED
           DISPLAY 'ITEM APPROVED - RELEASED FOR NEXT POSTING RUN'.
           ADD 1 TO WS-ITEMS-SKIPPED
           DISPLAY 'ITEM LEFT IN QUEUE'.

       340-LOG-REFUSAL.
           MOVE 'VIOL' TO SO-FUNCTION
           MOVE PND-AMOUNT TO SO-AMOUNT
           MOVE SPACES TO SO-DETAIL
           STRING 'A/C ' PND-ACCOUNT-NUMBER ' ' PND-REF-NO
               DELIMITED BY SIZE INTO SO-DETAIL
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA.

       900-END-PROGRAM.
           CLOSE PENDING-FILE
                 KEEP-FILE
