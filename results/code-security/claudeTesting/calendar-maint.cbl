       01  WS-REMOVE-DATE         PIC X(8).
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'CALENDAR-MAINT' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           STOP RUN.
