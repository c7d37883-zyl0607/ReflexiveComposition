      *> Debit card maintenance: the customer-service program for
      *> CARDMAST.DAT. Issues a card against an account, hot-cards
      *> it when the customer reports it lost or stolen, closes it,
      *> puts a hot-carded card back in service once it is found,
      *> and changes its daily ATM cash and purchase limits. Putting
      *> a hot card back in service, or raising a limit above the
      *> shop default, takes a supervisor's override. Cards are
      *> never deleted, so a settlement item arriving on a retired
      *> card can still be traced to its account.
      *> CARD-AUTHORIZE reads the status and limits during the day;
      *> CARD-SETTLE-INTAKE reads them at night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC access: maintenance reads by card number, the
      *> account listing browses the whole master.
           SELECT OPTIONAL CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CARDMAST.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CARD-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-CARDS   VALUE 'Y'.
           05  WS-FOUND-FLAG      PIC X VALUE 'N'.
               88  CARD-FOUND     VALUE 'Y'.
           05  WS-ADD-ERROR-FLAG  PIC X VALUE 'N'.
               88  WS-ADD-ERROR   VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  ISSUE-CARD         VALUE 'A'.
           88  HOT-CARD           VALUE 'H'.
           88  CLOSE-CARD         VALUE 'C'.
           88  REACTIVATE-CARD    VALUE 'R'.
           88  CHANGE-LIMITS      VALUE 'L'.
           88  INQUIRE-CARD       VALUE 'I'.
           88  LIST-CARDS         VALUE 'S'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.
       01  WS-CONFIRM             PIC X.

      *> ACCT-IN-USE gate fields: a card is issued only against an
      *> account on the master, which is not opened while a batch
      *> job owns it.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE SPACES.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> RUNPARM.DAT interface fields for the default limits a new
      *> card is issued with (CARD-ATM-LIMIT, CARD-POS-LIMIT); no
      *> parameter keeps the shop defaults below.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.
       01  WS-DEFAULT-ATM-LIMIT   PIC 9(5)V99 VALUE 500.00.
       01  WS-DEFAULT-POS-LIMIT   PIC 9(7)V99 VALUE 2500.00.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-OPERATOR            PIC X(8).
       01  WS-SEARCH-CARD         PIC X(16).
       01  WS-SEARCH-ACCOUNT      PIC X(10).
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LIMIT-ENTRY         PIC X(14).
       01  WS-NUMVAL-TEST         PIC 9(2).
       01  WS-NEW-ATM-LIMIT       PIC 9(5)V99.
       01  WS-NEW-POS-LIMIT       PIC 9(7)V99.
       01  WS-PRIOR-ATM-LIMIT     PIC 9(5)V99.
       01  WS-PRIOR-POS-LIMIT     PIC 9(7)V99.
       01  WS-RPT-ATM-LIMIT       PIC ZZ,ZZ9.99.
       01  WS-RPT-POS-LIMIT       PIC Z,ZZZ,ZZ9.99.
       01  WS-STATUS-NAME         PIC X(10).

      *> Default expiry: the last day of the issue month three years
      *> on — the first of the following month, less a day.
       01  WS-EXPIRY-WORK.
           05  WS-EXP-YEAR        PIC 9(4).
           05  WS-EXP-MONTH       PIC 9(2).
           05  WS-EXP-DAY         PIC 9(2).
       01  WS-EXPIRY-NUM REDEFINES WS-EXPIRY-WORK PIC 9(8).
       01  WS-DATE-INTEGER        PIC 9(9).

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'CARD-MAINT' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           MOVE 'CHECK' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-LOCK-HELD
               DISPLAY 'ACCOUNT MASTER IN USE BY '
                   WS-LOCK-HOLDER ' - TRY AGAIN AFTER '
                   'THE BATCH WINDOW'
               STOP RUN
           END-IF
           PERFORM 110-LOAD-DEFAULT-LIMITS
           OPEN INPUT ACCOUNT-FILE
           OPEN I-O CARD-FILE
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           CLOSE ACCOUNT-FILE
                 CARD-FILE
           STOP RUN.

       110-LOAD-DEFAULT-LIMITS.
           MOVE 'CARD-ATM-LIMIT' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER < 100000
               MOVE WS-PARM-NUMBER TO WS-DEFAULT-ATM-LIMIT
           END-IF
           MOVE 'CARD-POS-LIMIT' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER < 10000000
               MOVE WS-PARM-NUMBER TO WS-DEFAULT-POS-LIMIT
           END-IF.

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'DEBIT CARD MAINTENANCE'
           DISPLAY '  A - Issue card'
           DISPLAY '  H - Hot-card (lost / stolen)'
           DISPLAY '  C - Close card'
           DISPLAY '  R - Reactivate hot-carded card'
           DISPLAY '  L - Change daily limits'
           DISPLAY '  I - Inquire on card'
           DISPLAY '  S - List cards on an account'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN ISSUE-CARD
                   PERFORM 300-ISSUE-CARD
               WHEN HOT-CARD
                   PERFORM 400-HOT-CARD
               WHEN CLOSE-CARD
                   PERFORM 410-CLOSE-CARD
               WHEN REACTIVATE-CARD
                   PERFORM 420-REACTIVATE-CARD
               WHEN CHANGE-LIMITS
                   PERFORM 500-CHANGE-LIMITS
               WHEN INQUIRE-CARD
                   PERFORM 600-INQUIRE-CARD
               WHEN LIST-CARDS
                   PERFORM 700-LIST-CARDS
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> The card must draw on an open account and its number must
      *> be new. Limits left blank take the shop defaults; expiry
      *> left blank runs three years.
       300-ISSUE-CARD.
           MOVE 'N' TO WS-ADD-ERROR-FLAG
           DISPLAY 'Card Number: '
           ACCEPT WS-SEARCH-CARD
           DISPLAY 'Account Number: '
           ACCEPT WS-SEARCH-ACCOUNT
           EVALUATE TRUE
               WHEN WS-SEARCH-CARD = SPACES
                   DISPLAY 'CARD NUMBER REQUIRED - CARD NOT ISSUED'
                   SET WS-ADD-ERROR TO TRUE
               WHEN WS-SEARCH-CARD NOT NUMERIC
                   DISPLAY 'CARD NUMBER MUST BE 16 DIGITS - CARD NOT '
                           'ISSUED'
                   SET WS-ADD-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-ADD-ERROR
               MOVE WS-SEARCH-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT NOT ON FILE - CARD NOT ISSUED'
                       SET WS-ADD-ERROR TO TRUE
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED OR ACCOUNT-CHARGED-OFF
                           DISPLAY 'ACCOUNT IS CLOSED - CARD NOT '
                                   'ISSUED'
                           SET WS-ADD-ERROR TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-ADD-ERROR
               MOVE WS-SEARCH-CARD TO CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CARD NUMBER ALREADY ON FILE - CARD '
                               'NOT ISSUED'
                       SET WS-ADD-ERROR TO TRUE
               END-READ
           END-IF
           IF NOT WS-ADD-ERROR
               MOVE SPACES TO CARD-RECORD
               MOVE WS-SEARCH-CARD    TO CARD-NUMBER
               MOVE WS-SEARCH-ACCOUNT TO CARD-ACCOUNT-NUMBER
               DISPLAY 'Cardholder Name (blank = account name): '
               ACCEPT CARD-HOLDER-NAME
               IF CARD-HOLDER-NAME = SPACES
                   MOVE ACCOUNT-NAME TO CARD-HOLDER-NAME
               END-IF
               MOVE WS-DEFAULT-ATM-LIMIT TO WS-NEW-ATM-LIMIT
               MOVE WS-DEFAULT-POS-LIMIT TO WS-NEW-POS-LIMIT
               PERFORM 510-KEY-LIMITS
           END-IF
           IF NOT WS-ADD-ERROR
               MOVE WS-NEW-ATM-LIMIT TO CARD-ATM-LIMIT
               MOVE WS-NEW-POS-LIMIT TO CARD-POS-LIMIT
               MOVE WS-RUN-DATE TO CARD-ISSUE-DATE
               DISPLAY 'Expiry Date (YYYYMMDD, blank = 3 years): '
               ACCEPT CARD-EXPIRY-DATE
               IF CARD-EXPIRY-DATE = SPACES
                   PERFORM 310-DEFAULT-EXPIRY
               END-IF
               IF CARD-EXPIRY-DATE NOT NUMERIC
                       OR CARD-EXPIRY-DATE <= WS-RUN-DATE
                   DISPLAY 'INVALID EXPIRY DATE - CARD NOT ISSUED'
                   SET WS-ADD-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ADD-ERROR
               SET CARD-ACTIVE TO TRUE
               MOVE WS-RUN-DATE TO CARD-STATUS-DATE
               MOVE WS-OPERATOR TO CARD-STATUS-BY
               WRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY 'CARD WRITE ERROR - CARD NOT ISSUED'
                   NOT INVALID KEY
                       DISPLAY 'CARD ISSUED ON ACCOUNT '
                           CARD-ACCOUNT-NUMBER ' - ' ACCOUNT-NAME
               END-WRITE
           END-IF.

       310-DEFAULT-EXPIRY.
           MOVE WS-RUN-DATE TO WS-EXPIRY-NUM
           ADD 3 TO WS-EXP-YEAR
           IF WS-EXP-MONTH = 12
               ADD 1 TO WS-EXP-YEAR
               MOVE 1 TO WS-EXP-MONTH
           ELSE
               ADD 1 TO WS-EXP-MONTH
           END-IF
           MOVE 1 TO WS-EXP-DAY
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-EXPIRY-NUM) - 1
           COMPUTE WS-EXPIRY-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-EXPIRY-NUM TO CARD-EXPIRY-DATE.

      *> Hot-carding takes effect on the next authorization; items
      *> the network already approved still settle, and the night's
      *> settlement report lists them against the card.
       400-HOT-CARD.
           PERFORM 800-READ-CARD
           IF CARD-FOUND
               IF NOT CARD-ACTIVE
                   DISPLAY 'CARD IS NOT ACTIVE - STATUS '
                       WS-STATUS-NAME
               ELSE
                   DISPLAY 'Hot-card this card? (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       SET CARD-HOT TO TRUE
                       PERFORM 810-REWRITE-CARD
                       DISPLAY 'CARD HOT-CARDED - AUTHORIZATIONS '
                               'WILL BE DECLINED'
                   END-IF
               END-IF
           END-IF.

       410-CLOSE-CARD.
           PERFORM 800-READ-CARD
           IF CARD-FOUND
               IF CARD-CLOSED
                   DISPLAY 'CARD IS ALREADY CLOSED'
               ELSE
                   DISPLAY 'Close this card? (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       SET CARD-CLOSED TO TRUE
                       PERFORM 810-REWRITE-CARD
                       DISPLAY 'CARD CLOSED'
                   END-IF
               END-IF
           END-IF.

      *> Only a hot-carded card comes back into service — a closed
      *> card stays closed and a replacement is issued instead — and
      *> only while its account is still open. The card was reported
      *> lost or stolen, so a supervisor must override.
       420-REACTIVATE-CARD.
           PERFORM 800-READ-CARD
           IF CARD-FOUND
               IF NOT CARD-HOT
                   DISPLAY 'ONLY A HOT-CARDED CARD CAN BE '
                           'REACTIVATED - STATUS ' WS-STATUS-NAME
               ELSE
                   MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY 'ACCOUNT NO LONGER ON FILE - '
                                   'CARD NOT REACTIVATED'
                       NOT INVALID KEY
                           IF ACCOUNT-CLOSED OR ACCOUNT-CHARGED-OFF
                               DISPLAY 'ACCOUNT IS CLOSED - CARD '
                                       'NOT REACTIVATED'
                           ELSE
                               DISPLAY 'Reactivate this card? '
                                       '(Y/N): '
                               ACCEPT WS-CONFIRM
                               IF WS-CONFIRM = 'Y'
                                   PERFORM 425-OVERRIDE-REACTIVATE
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.

       425-OVERRIDE-REACTIVATE.
           MOVE ZERO TO SO-AMOUNT SO-LIMIT
           MOVE 'CARD REACTIVATE' TO SO-VIOLATION
           MOVE SPACES TO SO-DETAIL
           STRING 'CARD ' CARD-NUMBER
               DELIMITED BY SIZE INTO SO-DETAIL
           PERFORM 840-SUPERVISOR-OVERRIDE
           IF SO-SIGNED-ON
               SET CARD-ACTIVE TO TRUE
               PERFORM 810-REWRITE-CARD
               DISPLAY 'CARD REACTIVATED - APPROVED BY '
                   SO-OVERRIDE-ID
           ELSE
               DISPLAY 'NO SUPERVISOR OVERRIDE - CARD NOT '
                       'REACTIVATED'
           END-IF.

       500-CHANGE-LIMITS.
           PERFORM 800-READ-CARD
           IF CARD-FOUND
               MOVE 'N' TO WS-ADD-ERROR-FLAG
               MOVE CARD-ATM-LIMIT TO WS-NEW-ATM-LIMIT
               MOVE CARD-POS-LIMIT TO WS-NEW-POS-LIMIT
               PERFORM 510-KEY-LIMITS
               IF NOT WS-ADD-ERROR
                   MOVE WS-NEW-ATM-LIMIT TO CARD-ATM-LIMIT
                   MOVE WS-NEW-POS-LIMIT TO CARD-POS-LIMIT
                   PERFORM 810-REWRITE-CARD
                   DISPLAY 'DAILY LIMITS CHANGED'
               END-IF
           END-IF.

      *> Each limit is keyed over the value already in
      *> WS-NEW-ATM-LIMIT / WS-NEW-POS-LIMIT; blank keeps it. Raising
      *> either one above the shop default needs a supervisor's
      *> override, whether on a new card or an existing one.
       510-KEY-LIMITS.
           MOVE WS-NEW-ATM-LIMIT TO WS-PRIOR-ATM-LIMIT
           MOVE WS-NEW-POS-LIMIT TO WS-PRIOR-POS-LIMIT
           MOVE WS-NEW-ATM-LIMIT TO WS-RPT-ATM-LIMIT
           DISPLAY 'Daily ATM Cash Limit (blank = '
               WS-RPT-ATM-LIMIT '): '
           PERFORM 520-ACCEPT-LIMIT
           IF NOT WS-ADD-ERROR AND WS-LIMIT-ENTRY NOT = SPACES
               IF FUNCTION NUMVAL (WS-LIMIT-ENTRY) < 100000
                   COMPUTE WS-NEW-ATM-LIMIT =
                       FUNCTION NUMVAL (WS-LIMIT-ENTRY)
               ELSE
                   DISPLAY 'ATM LIMIT TOO LARGE - NO CHANGE MADE'
                   SET WS-ADD-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ADD-ERROR
               MOVE WS-NEW-POS-LIMIT TO WS-RPT-POS-LIMIT
               DISPLAY 'Daily Purchase Limit (blank = '
                   WS-RPT-POS-LIMIT '): '
               PERFORM 520-ACCEPT-LIMIT
           END-IF
           IF NOT WS-ADD-ERROR AND WS-LIMIT-ENTRY NOT = SPACES
               IF FUNCTION NUMVAL (WS-LIMIT-ENTRY) < 10000000
                   COMPUTE WS-NEW-POS-LIMIT =
                       FUNCTION NUMVAL (WS-LIMIT-ENTRY)
               ELSE
                   DISPLAY 'PURCHASE LIMIT TOO LARGE - NO CHANGE '
                           'MADE'
                   SET WS-ADD-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ADD-ERROR
               PERFORM 530-CHECK-LIMIT-OVERRIDE
           END-IF.

       520-ACCEPT-LIMIT.
           MOVE SPACES TO WS-LIMIT-ENTRY
           ACCEPT WS-LIMIT-ENTRY
           IF WS-LIMIT-ENTRY NOT = SPACES
               COMPUTE WS-NUMVAL-TEST =
                   FUNCTION TEST-NUMVAL (WS-LIMIT-ENTRY)
               IF WS-NUMVAL-TEST NOT = ZERO
                       OR WS-LIMIT-ENTRY(1:1) = '-'
                   DISPLAY 'LIMIT NOT NUMERIC - NO CHANGE MADE'
                   SET WS-ADD-ERROR TO TRUE
               END-IF
           END-IF.

      *> The override is asked for on the larger of the raised
      *> limits, against the supervisor's approval limit.
       530-CHECK-LIMIT-OVERRIDE.
           MOVE ZERO TO SO-AMOUNT
           IF WS-NEW-ATM-LIMIT > WS-DEFAULT-ATM-LIMIT
                   AND WS-NEW-ATM-LIMIT > WS-PRIOR-ATM-LIMIT
               MOVE WS-NEW-ATM-LIMIT TO SO-AMOUNT
               MOVE WS-DEFAULT-ATM-LIMIT TO SO-LIMIT
           END-IF
           IF WS-NEW-POS-LIMIT > WS-DEFAULT-POS-LIMIT
                   AND WS-NEW-POS-LIMIT > WS-PRIOR-POS-LIMIT
                   AND WS-NEW-POS-LIMIT > SO-AMOUNT
               MOVE WS-NEW-POS-LIMIT TO SO-AMOUNT
               MOVE WS-DEFAULT-POS-LIMIT TO SO-LIMIT
           END-IF
           IF SO-AMOUNT > ZERO
               MOVE 'CARD LIMIT' TO SO-VIOLATION
               MOVE SPACES TO SO-DETAIL
               STRING 'CARD ' CARD-NUMBER
                   DELIMITED BY SIZE INTO SO-DETAIL
               PERFORM 840-SUPERVISOR-OVERRIDE
               IF NOT SO-SIGNED-ON
                   DISPLAY 'NO SUPERVISOR OVERRIDE - LIMIT ABOVE '
                           'DEFAULT REFUSED'
                   SET WS-ADD-ERROR TO TRUE
               END-IF
           END-IF.

       600-INQUIRE-CARD.
           PERFORM 800-READ-CARD
           IF CARD-FOUND
               PERFORM 820-SHOW-CARD
           END-IF.

       700-LIST-CARDS.
           DISPLAY 'Account Number: '
           ACCEPT WS-SEARCH-ACCOUNT
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-CARD-EOF-FLAG
           MOVE LOW-VALUES TO CARD-NUMBER
           START CARD-FILE KEY >= CARD-NUMBER
               INVALID KEY SET END-OF-CARDS TO TRUE
           END-START
           IF NOT END-OF-CARDS
               READ CARD-FILE NEXT
                   AT END SET END-OF-CARDS TO TRUE
               END-READ
           END-IF
           PERFORM 710-LIST-ONE-CARD
               UNTIL END-OF-CARDS
           DISPLAY 'CARDS LISTED: ' WS-LIST-COUNT.

       710-LIST-ONE-CARD.
           IF CARD-ACCOUNT-NUMBER = WS-SEARCH-ACCOUNT
               PERFORM 820-SHOW-CARD
               ADD 1 TO WS-LIST-COUNT
           END-IF
           READ CARD-FILE NEXT
               AT END SET END-OF-CARDS TO TRUE
           END-READ.

       800-READ-CARD.
           MOVE 'N' TO WS-FOUND-FLAG
           DISPLAY 'Card Number: '
           ACCEPT WS-SEARCH-CARD
           MOVE WS-SEARCH-CARD TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   DISPLAY 'CARD NOT FOUND'
               NOT INVALID KEY
                   SET CARD-FOUND TO TRUE
                   PERFORM 830-NAME-STATUS
           END-READ.

       810-REWRITE-CARD.
           MOVE WS-RUN-DATE TO CARD-STATUS-DATE
           MOVE WS-OPERATOR TO CARD-STATUS-BY
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY 'CARD REWRITE ERROR: ' CARD-NUMBER
           END-REWRITE.

       820-SHOW-CARD.
           PERFORM 830-NAME-STATUS
           MOVE CARD-ATM-LIMIT TO WS-RPT-ATM-LIMIT
           MOVE CARD-POS-LIMIT TO WS-RPT-POS-LIMIT
           DISPLAY '  CARD: ' CARD-NUMBER '  ACCOUNT '
               CARD-ACCOUNT-NUMBER '  ' WS-STATUS-NAME
           DISPLAY '    HOLDER:    ' CARD-HOLDER-NAME
           DISPLAY '    ATM LIMIT: ' WS-RPT-ATM-LIMIT
               '  PURCHASE LIMIT ' WS-RPT-POS-LIMIT
           DISPLAY '    ISSUED ' CARD-ISSUE-DATE
               '  EXPIRES ' CARD-EXPIRY-DATE
               '  LAST CHANGED ' CARD-STATUS-DATE
               ' BY ' CARD-STATUS-BY.

       830-NAME-STATUS.
           EVALUATE TRUE
               WHEN CARD-ACTIVE
                   MOVE 'ACTIVE' TO WS-STATUS-NAME
               WHEN CARD-HOT
                   MOVE 'HOT-CARDED' TO WS-STATUS-NAME
               WHEN CARD-CLOSED
                   MOVE 'CLOSED' TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-NAME
           END-EVALUATE.

      *> Asks OPERATOR-SIGNON for a supervisor's override, as
      *> TELLER-ENTRY does for an over-limit slip. The caller sets
      *> SO-AMOUNT, SO-LIMIT, SO-VIOLATION and SO-DETAIL; a refusal
      *> is logged against the signed-on operator.
       840-SUPERVISOR-OVERRIDE.
           MOVE 'OVRD' TO SO-FUNCTION
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               MOVE 'VIOL' TO SO-FUNCTION
               CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           END-IF.
