      *> that table.
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE   PIC X(8).
           05  RC-JOB-DONE-FLAG   OCCURS 40 TIMES PIC X.
