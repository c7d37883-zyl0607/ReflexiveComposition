               DELIMITED BY SIZE INTO TR-REF-NO
           MOVE RET-REF-NO         TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME     TO TR-OPERATOR
           MOVE SPACES             TO TR-APPROVER
           MOVE SPACES             TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TXNS-APPENDED.

               DELIMITED BY SIZE INTO TR-REF-NO
           MOVE RET-REF-NO         TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME     TO TR-OPERATOR
           MOVE SPACES             TO TR-APPROVER
           MOVE SPACES             TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TXNS-APPENDED.

