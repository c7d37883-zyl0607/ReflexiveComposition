       01  WS-RPT-MIN             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'RATETBL-MAINT' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           STOP RUN.
