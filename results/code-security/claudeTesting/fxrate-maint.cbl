      *> Exchange-rate table maintenance: the supervisor program for
      *> FXRATE.DAT, the daily buy and sell rates FX-WIRE-INTAKE
      *> converts incoming foreign wires at. Treasury keys each
      *> currency's rates for the business date before the night's
      *> run; a rate keyed ahead for a later date waits on the file
      *> until that date. A correction to a currency's rates for a
      *> date already keyed rewrites that record in place (same-
      *> length REWRITE on the line sequential file, as ANLYFEE-MAINT
      *> does); any other entry is appended, so each day's rates
      *> stay on file as the history behind the conversions made at
      *> them. The edits are enforced on entry: a three-letter
      *> currency code other than USD, a numeric effective date,
      *> numeric non-zero rates, and a buy rate no higher than the
      *> sell rate — a crossed pair would have the bank paying out a
      *> margin on every wire. Each record carries who keyed it and
      *> when.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATE-FILE.
       COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-FOUND-FLAG      PIC X VALUE 'N'.
               88  RATE-FOUND     VALUE 'Y'.
           05  WS-ENTRY-OK-FLAG   PIC X VALUE 'Y'.
               88  WS-ENTRY-OK    VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  SET-RATE           VALUE 'A'.
           88  LIST-RATES         VALUE 'L'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LIST-CURRENCY       PIC X(3).
       01  WS-LIST-FROM-DATE      PIC X(8).
       01  WS-ENTRY-AMOUNT-X      PIC X(14).
       01  WS-NUMVAL-TEST         PIC 9(2).

      *> The entry as keyed, held apart from the record area while
      *> the file is scanned for the same currency and date.
       01  WS-NEW-RATE.
           05  WS-NR-CURRENCY     PIC X(3).
           05  WS-NR-EFF-DATE     PIC X(8).
           05  WS-NR-BUY-RATE     PIC 9(3)V9(7).
           05  WS-NR-SELL-RATE    PIC 9(3)V9(7).
       01  WS-OLD-BUY-RATE        PIC 9(3)V9(7).
       01  WS-OLD-SELL-RATE       PIC 9(3)V9(7).
       01  WS-RATE-DISPLAY        PIC ZZ9.9999999.
       01  WS-RATE-DISPLAY-2      PIC ZZ9.9999999.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'FXRATE-MAINT' TO SO-PROGRAM
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
           DISPLAY 'EXCHANGE RATE TABLE MAINTENANCE'
           DISPLAY '  A - Add or correct a day''s rates'
           DISPLAY '  L - List rates'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN SET-RATE
                   PERFORM 300-SET-RATE
               WHEN LIST-RATES
                   PERFORM 500-LIST-RATES
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

       300-SET-RATE.
           MOVE 'Y' TO WS-ENTRY-OK-FLAG
           DISPLAY 'Currency code (e.g. EUR, GBP, JPY): '
           MOVE SPACES TO WS-NR-CURRENCY
           ACCEPT WS-NR-CURRENCY
           IF WS-NR-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR WS-NR-CURRENCY(1:1) = SPACE
                   OR WS-NR-CURRENCY(2:1) = SPACE
                   OR WS-NR-CURRENCY(3:1) = SPACE
               DISPLAY 'CURRENCY MUST BE A THREE-LETTER CODE - '
                       'REJECTED'
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF
           IF WS-ENTRY-OK AND WS-NR-CURRENCY = 'USD'
               DISPLAY 'USD IS THE BOOK CURRENCY - NO RATE KEPT'
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF
           IF WS-ENTRY-OK
               DISPLAY 'Effective date YYYYMMDD (blank for today): '
               MOVE SPACES TO WS-NR-EFF-DATE
               ACCEPT WS-NR-EFF-DATE
               IF WS-NR-EFF-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-NR-EFF-DATE
               END-IF
               IF WS-NR-EFF-DATE IS NOT NUMERIC
                   DISPLAY 'EFFECTIVE DATE NOT NUMERIC - REJECTED'
                   MOVE 'N' TO WS-ENTRY-OK-FLAG
               END-IF
           END-IF
           IF WS-ENTRY-OK
               DISPLAY 'Buy rate (USD per unit, up to 7 decimals): '
               PERFORM 320-ACCEPT-AMOUNT
               IF WS-ENTRY-OK
                   COMPUTE WS-NR-BUY-RATE =
                       FUNCTION NUMVAL (WS-ENTRY-AMOUNT-X)
                       ON SIZE ERROR
                           DISPLAY 'RATE TOO LARGE - REJECTED'
                           MOVE 'N' TO WS-ENTRY-OK-FLAG
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-ENTRY-OK
               DISPLAY 'Sell rate (USD per unit, up to 7 decimals): '
               PERFORM 320-ACCEPT-AMOUNT
               IF WS-ENTRY-OK
                   COMPUTE WS-NR-SELL-RATE =
                       FUNCTION NUMVAL (WS-ENTRY-AMOUNT-X)
                       ON SIZE ERROR
                           DISPLAY 'RATE TOO LARGE - REJECTED'
                           MOVE 'N' TO WS-ENTRY-OK-FLAG
                   END-COMPUTE
               END-IF
           END-IF
           IF WS-ENTRY-OK
               EVALUATE TRUE
                   WHEN WS-NR-BUY-RATE = ZERO
                           OR WS-NR-SELL-RATE = ZERO
                       DISPLAY 'RATES MUST BE GREATER THAN ZERO - '
                               'REJECTED'
                       MOVE 'N' TO WS-ENTRY-OK-FLAG
                   WHEN WS-NR-BUY-RATE > WS-NR-SELL-RATE
                       DISPLAY 'BUY RATE ABOVE SELL RATE - REJECTED'
                       MOVE 'N' TO WS-ENTRY-OK-FLAG
               END-EVALUATE
           END-IF
           IF WS-ENTRY-OK
               PERFORM 350-WRITE-THE-RATE
           ELSE
               DISPLAY 'RATES NOT CHANGED'
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
               DISPLAY 'RATE NOT NUMERIC - REJECTED'
               MOVE 'N' TO WS-ENTRY-OK-FLAG
           END-IF.

      *> A currency already keyed for the date has its record
      *> patched in place; only a first entry for the currency and
      *> date is appended, so the file never holds two rate pairs
      *> for the same day.
       350-WRITE-THE-RATE.
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN I-O FX-RATE-FILE
           READ FX-RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 360-SCAN-FOR-RATE
               UNTIL END-OF-FILE OR RATE-FOUND
           CLOSE FX-RATE-FILE
           IF NOT RATE-FOUND
               OPEN EXTEND FX-RATE-FILE
               MOVE WS-NR-CURRENCY    TO FX-CURRENCY
               MOVE WS-NR-EFF-DATE    TO FX-EFFECTIVE-DATE
               MOVE WS-NR-BUY-RATE    TO FX-BUY-RATE
               MOVE WS-NR-SELL-RATE   TO FX-SELL-RATE
               MOVE WS-RUN-DATE       TO FX-CHANGED-DATE
               MOVE SO-OPERATOR-ID    TO FX-CHANGED-BY
               WRITE FX-RATE-RECORD
               CLOSE FX-RATE-FILE
               MOVE WS-NR-BUY-RATE  TO WS-RATE-DISPLAY
               MOVE WS-NR-SELL-RATE TO WS-RATE-DISPLAY-2
               DISPLAY WS-NR-CURRENCY ' EFFECTIVE ' WS-NR-EFF-DATE
                       ' ADDED  BUY ' WS-RATE-DISPLAY
                       '  SELL ' WS-RATE-DISPLAY-2
           END-IF.

       360-SCAN-FOR-RATE.
           IF FX-CURRENCY = WS-NR-CURRENCY
                   AND FX-EFFECTIVE-DATE = WS-NR-EFF-DATE
               SET RATE-FOUND TO TRUE
               MOVE FX-BUY-RATE  TO WS-OLD-BUY-RATE
               MOVE FX-SELL-RATE TO WS-OLD-SELL-RATE
               MOVE WS-NR-BUY-RATE    TO FX-BUY-RATE
               MOVE WS-NR-SELL-RATE   TO FX-SELL-RATE
               MOVE WS-RUN-DATE       TO FX-CHANGED-DATE
               MOVE SO-OPERATOR-ID    TO FX-CHANGED-BY
               REWRITE FX-RATE-RECORD
               MOVE WS-OLD-BUY-RATE  TO WS-RATE-DISPLAY
               MOVE WS-OLD-SELL-RATE TO WS-RATE-DISPLAY-2
               DISPLAY WS-NR-CURRENCY ' EFFECTIVE ' WS-NR-EFF-DATE
                       ' WAS  BUY ' WS-RATE-DISPLAY
                       '  SELL ' WS-RATE-DISPLAY-2
               MOVE WS-NR-BUY-RATE  TO WS-RATE-DISPLAY
               MOVE WS-NR-SELL-RATE TO WS-RATE-DISPLAY-2
               DISPLAY '  NOW  BUY ' WS-RATE-DISPLAY
                       '  SELL ' WS-RATE-DISPLAY-2
           ELSE
               READ FX-RATE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *> Lists the file in the order it was keyed, optionally for
      *> one currency and from a given date, so a day's rate sheet
      *> or one currency's history can be checked.
       500-LIST-RATES.
           DISPLAY 'Currency to list (blank for all): '
           MOVE SPACES TO WS-LIST-CURRENCY
           ACCEPT WS-LIST-CURRENCY
           DISPLAY 'From effective date YYYYMMDD (blank for all): '
           MOVE SPACES TO WS-LIST-FROM-DATE
           ACCEPT WS-LIST-FROM-DATE
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY '============================================'
           DISPLAY '  EXCHANGE RATES (USD PER UNIT)'
           DISPLAY '  CCY EFFECTIVE         BUY         SELL  '
                   'KEYED    BY'
           DISPLAY '============================================'
           OPEN INPUT FX-RATE-FILE
           READ FX-RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 510-LIST-ONE-RATE
               UNTIL END-OF-FILE
           CLOSE FX-RATE-FILE
           DISPLAY 'RATES LISTED: ' WS-LIST-COUNT
           DISPLAY '============================================'.

       510-LIST-ONE-RATE.
           IF (WS-LIST-CURRENCY = SPACES
                   OR FX-CURRENCY = WS-LIST-CURRENCY)
                   AND (WS-LIST-FROM-DATE = SPACES
                   OR FX-EFFECTIVE-DATE >= WS-LIST-FROM-DATE)
               MOVE FX-BUY-RATE  TO WS-RATE-DISPLAY
               MOVE FX-SELL-RATE TO WS-RATE-DISPLAY-2
               DISPLAY '  ' FX-CURRENCY ' ' FX-EFFECTIVE-DATE ' '
                   WS-RATE-DISPLAY ' ' WS-RATE-DISPLAY-2 '  '
                   FX-CHANGED-DATE ' ' FX-CHANGED-BY
               ADD 1 TO WS-LIST-COUNT
           END-IF
           READ FX-RATE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
