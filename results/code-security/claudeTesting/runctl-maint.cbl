
       01  WS-NEW-DATE            PIC X(8).
       01  WS-FLAG-IDX            PIC 9(3).
       01  WS-FLAG-LINE           PIC X(40).

      *> ACCT-IN-USE gate fields for the after-abend clear: shows
      *> who holds the account-master interlock and releases it on
           88  WS-RC-UNKNOWN-JOB  VALUE 'U'.
           88  WS-RC-NO-FILE      VALUE 'M'.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'RUNCTL-MAINT' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           STOP RUN.
               OPEN OUTPUT RUN-CONTROL-FILE
               MOVE WS-NEW-DATE TO RC-BUSINESS-DATE
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > 40
                   MOVE 'N' TO RC-JOB-DONE-FLAG (WS-FLAG-IDX)
               END-PERFORM
               WRITE RUN-CONTROL-RECORD
      *> one buffer character per slot, spare slots show as spaces.
               MOVE SPACES TO WS-FLAG-LINE
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > 40
                   MOVE RC-JOB-DONE-FLAG (WS-FLAG-IDX)
                       TO WS-FLAG-LINE (WS-FLAG-IDX:1)
               END-PERFORM
