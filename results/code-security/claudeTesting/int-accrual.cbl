               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX            PIC 9(3).
       01  WS-PROD-FOUND          PIC 9(3).
           MOVE SPACES            TO AUDIT-REF-NO
           MOVE SPACES            TO AUDIT-ORIG-REF
           MOVE SPACES            TO AUDIT-SERIAL
           MOVE WS-RC-JOB-NAME    TO AUDIT-OPERATOR
           MOVE SPACES            TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD.

       900-END-PROGRAM.
