           MOVE CL-ITEM-ID         TO TR-REF-NO
           MOVE SPACES             TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME     TO TR-OPERATOR
           MOVE SPACES             TO TR-APPROVER
           MOVE SPACES             TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           PERFORM 330-WRITE-HOLD.
