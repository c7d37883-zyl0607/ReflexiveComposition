      *> Analysis fee schedule maintenance: the supervisor program for
      *> ANLYFEE.DAT, the unit prices ACCOUNT-ANALYSIS charges
      *> analyzed (commercial) accounts for each billable activity.
      *> Maintained the way WATCHLIST-MAINT maintains the watch list:
      *> a price change rewrites the activity's record in place
      *> (same-length REWRITE on the line sequential file), a new
      *> activity is appended. Each record carries who changed it
      *> and when, so a disputed analysis charge can be traced to
      *> the price in force.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANLYFEE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEE-FILE ASSIGN TO 'ANLYFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
       COPY ANLYFEE.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-FOUND-FLAG      PIC X VALUE 'N'.
               88  FEE-FOUND      VALUE 'Y'.
           05  WS-ENTRY-OK-FLAG   PIC X VALUE 'Y'.
               88  WS-ENTRY-OK    VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  SET-PRICE          VALUE 'A'.
           88  LIST-PRICES        VALUE 'L'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-ENTRY-AMOUNT-X      PIC X(14).
       01  WS-NUMVAL-TEST         PIC 9(2).

      *> The entry as keyed, held apart from the record area while
      *> the file is scanned for an existing price.
       01  WS-NEW-FEE.
           05  WS-NF-ACTIVITY     PIC X(12).
               88  WS-NF-VALID    VALUES 'DEPOSIT'
                                         'ITEM-PAID'
                                         'TRANSFER'
                                         'EXT-PAYMENT'
                                         'RETURN-ITEM'
                                         'OVERDRAFT'
                                         'MAINTENANCE'.
           05  WS-NF-DESCRIPTION  PIC X(20).
           05  WS-NF-UNIT-PRICE   PIC 9(5)V99.
       01  WS-OLD-PRICE           PIC 9(5)V99.
       01  WS-PRICE-DISPLAY       PIC ZZ,ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'ANLYFEE-MAINT' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           STOP RUN.

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'ANALYSIS FEE SCHEDULE MAINTENANCE'
           DISPLAY '  A - Add or change an activity price'
           DISPLAY '  L - List the fee schedule'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN SET-PRICE
                   PERFORM 300-SET-PRICE
               WHEN LIST-PRICES
                   PERFORM 500-LIST-PRICES
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

       300-SET-PRICE.
           MOVE 'Y' TO WS-ENTRY-OK-FLAG
           DISPLAY 'Activity (DEPOSIT, ITEM-PAID, TRANSFER, '
                   'EXT-PAYMENT,'
           DISPLAY '  RETURN-ITEM, OVERDRAFT, MAINTENANCE): '
           MOVE SPACES TO WS-NF-ACTIVITY
           ACCEPT WS-NF-ACTIVITY
           IF NOT WS-NF-VALID
               DISPLAY 'UNKNOWN ACTIVITY CODE - REJECTED'
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF
           IF WS-ENTRY-OK
               DISPLAY 'Description (as printed on the statement): '
               MOVE SPACES TO WS-NF-DESCRIPTION
               ACCEPT WS-NF-DESCRIPTION
               IF WS-NF-DESCRIPTION = SPACES
                   MOVE WS-NF-ACTIVITY TO WS-NF-DESCRIPTION
               END-IF
           END-IF
           IF WS-ENTRY-OK
               DISPLAY 'Unit price per occurrence: '
               PERFORM 320-ACCEPT-AMOUNT
               IF WS-ENTRY-OK
                   COMPUTE WS-NF-UNIT-PRICE =
                       FUNCTION NUMVAL (WS-ENTRY-AMOUNT-X)
               END-IF
           END-IF
           IF WS-ENTRY-OK
               PERFORM 350-WRITE-THE-PRICE
           ELSE
               DISPLAY 'PRICE NOT CHANGED'
           END-IF.

       320-ACCEPT-AMOUNT.
           MOVE SPACES TO WS-ENTRY-AMOUNT-X
           ACCEPT WS-ENTRY-AMOUNT-X
           IF WS-ENTRY-AMOUNT-X = SPACES
               MOVE '0' TO WS-ENTRY-AMOUNT-X
           END-IF
           COMPUTE WS-NUMVAL-TEST =
               FUNCTION TEST-NUMVAL (WS-ENTRY-AMOUNT-X)
           IF WS-NUMVAL-TEST NOT = ZERO
               DISPLAY 'AMOUNT NOT NUMERIC - REJECTED'
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.

      *> An activity already on the schedule has its record patched
      *> in place; only a first-time activity is appended, so the
      *> file never holds two prices for the same activity.
       350-WRITE-THE-PRICE.
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN I-O FEE-FILE
           READ FEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 360-SCAN-FOR-ACTIVITY
               UNTIL END-OF-FILE OR FEE-FOUND
           CLOSE FEE-FILE
           IF NOT FEE-FOUND
               OPEN EXTEND FEE-FILE
               MOVE WS-NF-ACTIVITY    TO AF-ACTIVITY
               MOVE WS-NF-DESCRIPTION TO AF-DESCRIPTION
               MOVE WS-NF-UNIT-PRICE  TO AF-UNIT-PRICE
               MOVE WS-RUN-DATE       TO AF-CHANGED-DATE
               MOVE SO-OPERATOR-ID    TO AF-CHANGED-BY
               WRITE ANALYSIS-FEE-RECORD
               CLOSE FEE-FILE
               MOVE WS-NF-UNIT-PRICE TO WS-PRICE-DISPLAY
               DISPLAY 'ACTIVITY ' WS-NF-ACTIVITY ' ADDED AT '
                       WS-PRICE-DISPLAY
           END-IF.

       360-SCAN-FOR-ACTIVITY.
           IF AF-ACTIVITY = WS-NF-ACTIVITY
               SET FEE-FOUND TO TRUE
               MOVE AF-UNIT-PRICE TO WS-OLD-PRICE
               MOVE WS-NF-DESCRIPTION TO AF-DESCRIPTION
               MOVE WS-NF-UNIT-PRICE  TO AF-UNIT-PRICE
               MOVE WS-RUN-DATE       TO AF-CHANGED-DATE
               MOVE SO-OPERATOR-ID    TO AF-CHANGED-BY
               REWRITE ANALYSIS-FEE-RECORD
               MOVE WS-OLD-PRICE TO WS-PRICE-DISPLAY
               DISPLAY 'ACTIVITY ' WS-NF-ACTIVITY ' WAS '
                       WS-PRICE-DISPLAY
               MOVE WS-NF-UNIT-PRICE TO WS-PRICE-DISPLAY
               DISPLAY '  NOW ' WS-PRICE-DISPLAY
           ELSE
               READ FEE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       500-LIST-PRICES.
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY '============================================'
           DISPLAY '  ANALYSIS FEE SCHEDULE'
           DISPLAY '============================================'
           OPEN INPUT FEE-FILE
           READ FEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 510-LIST-ONE-PRICE
               UNTIL END-OF-FILE
           CLOSE FEE-FILE
           DISPLAY 'ACTIVITIES LISTED: ' WS-LIST-COUNT
           DISPLAY '============================================'.

       510-LIST-ONE-PRICE.
           MOVE AF-UNIT-PRICE TO WS-PRICE-DISPLAY
           DISPLAY AF-ACTIVITY ' ' AF-DESCRIPTION ' '
               WS-PRICE-DISPLAY '  ' AF-CHANGED-DATE ' '
               AF-CHANGED-BY
           ADD 1 TO WS-LIST-COUNT
           READ FEE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
