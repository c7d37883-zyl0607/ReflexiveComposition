      *> framing 207-VALIDATE-BATCH-HEADER expects) ready to be fed
      *> into the next BANK-TRANS-PROC run, so rejected money gets
      *> re-posted through the normal pipeline instead of being
      *> re-keyed by hand or lost. The operator signs on through
      *> OPERATOR-SIGNON; a corrected item goes out under the
      *> repairing operator's ID and loses any approval it carried,
      *> since the approver never saw the corrected figures.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECT-REPAIR.
       ENVIRONMENT DIVISION.
           ==TR-BRANCH==               BY ==WRK-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==WRK-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==WRK-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==WRK-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==WRK-REF-NO==
           ==TR-OPERATOR==             BY ==WRK-OPERATOR==
           ==TR-APPROVER==             BY ==WRK-APPROVER==
           ==TR-FX-DETAIL==            BY ==WRK-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==WRK-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==WRK-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==WRK-FX-RATE==
           ==TR-FX-MARGIN==            BY ==WRK-FX-MARGIN==.

       01  WS-REJECT-AGE-DAYS     PIC S9(5).
       01  WS-RPT-AGE-DAYS        PIC ZZZZ9.
       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
      *> in at the end the same way the feeder jobs' 320-UPDATE-
      *> BATCH-HEADER-COUNT paragraphs patch a header in place.
       200-INIT-PROGRAM.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'REJECT-REPAIR' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           DISPLAY '============================================'
           DISPLAY '  REJECT REPAIR AND RESUBMISSION'
           DISPLAY '  RUN DATE: ' WS-RUN-DATE
           DISPLAY '  OPERATOR: ' SO-OPERATOR-ID
           DISPLAY '============================================'
           READ REJECT-FILE
               AT END SET END-OF-FILE TO TRUE
           MOVE WRK-AMOUNT TO WS-RPT-AMOUNT
           DISPLAY '  AMOUNT:     ' WS-RPT-AMOUNT
           DISPLAY '  TRAN DATE:  ' WRK-DATE
           IF WRK-OPERATOR NOT = SPACES
               DISPLAY '  KEYED BY:   ' WRK-OPERATOR
           END-IF
           IF WRK-TO-ACCOUNT-NUMBER NOT = SPACES
               DISPLAY '  TO ACCOUNT: ' WRK-TO-ACCOUNT-NUMBER
           END-IF
           IF WRK-TRANSFER
               DISPLAY 'To Account [' WRK-TO-ACCOUNT-NUMBER ']: '
               ACCEPT WRK-TO-ACCOUNT-NUMBER
           END-IF
           MOVE SO-OPERATOR-ID TO WRK-OPERATOR
           MOVE SPACES TO WRK-APPROVER
      *> A positive-pay release stays; only the approval goes.
           EVALUATE WRK-APPROVAL-FLAG
               WHEN 'A'
                   MOVE SPACE TO WRK-APPROVAL-FLAG
               WHEN 'B'
                   MOVE 'P' TO WRK-APPROVAL-FLAG
           END-EVALUATE.

       340-WRITE-RESUBMIT.
           IF WRK-OPERATOR = SPACES
               MOVE SO-OPERATOR-ID TO WRK-OPERATOR
           END-IF
           MOVE WORK-TRANSACTION TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-RESUBMITTED
