       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RPT-AMOUNT          PIC Z,ZZZ,ZZ9.99.

      *> The standing-order record owns SO-STATUS and SO-AMOUNT, so
      *> the sign-on area's fields of the same name are renamed here.
       COPY SIGNON REPLACING
           ==SO-STATUS==              BY ==SGN-STATUS==
           ==SO-AMOUNT==              BY ==SGN-AMOUNT==.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'STANDORD-MAINT' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
