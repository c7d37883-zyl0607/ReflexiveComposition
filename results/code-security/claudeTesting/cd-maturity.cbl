               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX            PIC 9(3).
       01  WS-PROD-FOUND          PIC 9(3).
                   DELIMITED BY SIZE INTO TR-REF-NO
               MOVE SPACES TO TR-ORIG-REF-NO
               MOVE SPACES TO TR-SERIAL-NO
               MOVE WS-RC-JOB-NAME TO TR-OPERATOR
               MOVE SPACES TO TR-APPROVER
               MOVE SPACES TO TR-FX-DETAIL
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-SWEEPS-POSTED
               MOVE SPACES TO WS-SPOOL-LINE
