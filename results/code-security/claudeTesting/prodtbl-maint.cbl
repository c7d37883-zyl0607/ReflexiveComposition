           ==PD-ALLOWS-OD==      BY ==RET-ALLOWS-OD==
           ==PD-TIME-DEPOSIT==   BY ==RET-TIME-DEPOSIT==
           ==PD-IS-TIME-DEPOSIT== BY ==RET-IS-TIME-DEPOSIT==
           ==PD-XFER-LIMIT==     BY ==RET-XFER-LIMIT==
           ==PD-ANALYZED==       BY ==RET-ANALYZED==
           ==PD-IS-ANALYZED==    BY ==RET-IS-ANALYZED==.

       FD  PROD-AUDIT-FILE.
       01  PROD-AUDIT-RECORD.
           05  WS-NP-OD-ALLOWED   PIC X.
           05  WS-NP-TIME-DEP     PIC X.
           05  WS-NP-XFER-LIMIT   PIC 9(2).
           05  WS-NP-ANALYZED     PIC X.

       01  WS-LIST-COUNT          PIC 9(3).
       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RPT-MIN             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-FEE             PIC Z,ZZZ,ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'PRODUCT-MAINT' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           STOP RUN.
                   DISPLAY 'TRANSFER LIMIT NOT NUMERIC - REJECTED'
                   MOVE 'N' TO WS-ENTRY-OK-FLAG
               END-IF
           END-IF
           IF WS-ENTRY-OK
               DISPLAY 'Analyzed (commercial account analysis '
                       'pricing)? (Y/N): '
               ACCEPT WS-NP-ANALYZED
               IF WS-NP-ANALYZED NOT = 'Y'
                       AND WS-NP-ANALYZED NOT = 'N'
                   DISPLAY 'ANALYZED FLAG MUST BE Y OR N - REJECTED'
                   MOVE 'N' TO WS-ENTRY-OK-FLAG
               END-IF
           END-IF.

       320-ACCEPT-AMOUNT.
               MOVE WS-NP-OD-ALLOWED  TO PD-OD-ALLOWED
               MOVE WS-NP-TIME-DEP    TO PD-TIME-DEPOSIT
               MOVE WS-NP-XFER-LIMIT  TO PD-XFER-LIMIT
               MOVE WS-NP-ANALYZED    TO PD-ANALYZED
               WRITE PRODUCT-RECORD
               CLOSE PRODUCT-FILE
               PERFORM 400-WRITE-AUDIT-LINE
               '  OD ' PD-OD-ALLOWED
               '  TD ' PD-TIME-DEPOSIT
               '  XL ' PD-XFER-LIMIT
               '  AN ' PD-ANALYZED
           READ PRODUCT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
