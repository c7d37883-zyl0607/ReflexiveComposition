      *> Dispute and error-claim maintenance: the customer-service
      *> program for CLAIMS.DAT. A claim is opened against one item
      *> already posted to the account — named by its reference off
      *> the statement or AUDIT-SEARCH, and found on the keyed audit
      *> history — with the date the customer reported it, the
      *> amount in dispute and the reason. Opening sets the two
      *> regulatory deadlines: the provisional-credit date, a count
      *> of business days on from the claim (CLAIM-PROV-DAYS), by
      *> which the customer must have the money back if the
      *> investigation is still running, and the resolution date, a
      *> count of calendar days (CLAIM-RESOLVE-DAYS, or
      *> CLAIM-EXTENDED-DAYS where the longer window applies — an
      *> account opened within the last 30 days, a point-of-sale or
      *> a foreign-initiated item). DISPUTE-POST watches both dates
      *> every night and issues the provisional credit itself.
      *>
      *> Resolving a claim is a supervisor's decision — in the
      *> customer's favor or denied — and is only recorded here;
      *> DISPUTE-POST carries it out that night (the credit made
      *> final, or the provisional credit reversed) and NOTICE-GEN
      *> writes the customer's letter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLAIM-FILE ASSIGN TO 'CLAIMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL AUDIT-INDEX-FILE ASSIGN TO 'AUDITIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY CLAIMREC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  AUDIT-INDEX-FILE.
       COPY AUDITIX.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-FOUND-FLAG      PIC X VALUE 'N'.
               88  CLAIM-FOUND    VALUE 'Y'.
           05  WS-ADD-ERROR-FLAG  PIC X VALUE 'N'.
               88  WS-ADD-ERROR   VALUE 'Y'.
           05  WS-ITEM-FLAG       PIC X VALUE 'N'.
               88  ITEM-FOUND     VALUE 'Y'.
           05  WS-AIX-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-INDEX   VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  OPEN-CLAIM         VALUE 'O'.
           88  RESOLVE-CLAIM      VALUE 'R'.
           88  INQUIRE-CLAIM      VALUE 'I'.
           88  LIST-CLAIMS        VALUE 'L'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.

      *> ACCT-IN-USE gate fields: the claim is checked against the
      *> account master, which is not opened while a batch job owns
      *> it.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE SPACES.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> RUNPARM.DAT interface fields for the claim windows
      *> (CLAIM-PROV-DAYS business days, CLAIM-RESOLVE-DAYS and
      *> CLAIM-EXTENDED-DAYS calendar days); no parameter keeps the
      *> regulatory defaults below.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.
       01  WS-PROV-DAYS           PIC 9(3) VALUE 10.
       01  WS-RESOLVE-DAYS        PIC 9(3) VALUE 45.
       01  WS-EXTENDED-DAYS       PIC 9(3) VALUE 90.
      *> An account this new at the claim date takes the extended
      *> window without the operator being asked.
       01  WS-NEW-ACCOUNT-DAYS    PIC 9(3) VALUE 30.

      *> BANK-CALENDAR interface fields: the provisional-credit
      *> deadline counts business days only.
       01  WS-CAL-FUNCTION        PIC X(5).
       01  WS-CAL-DATE            PIC X(8).
       01  WS-CAL-RESULT          PIC X(8).
       01  WS-CAL-STATUS          PIC X.
           88  WS-CAL-OK          VALUE 'O'.

       01  WS-DATE-NUM            PIC 9(8).
       01  WS-OPEN-DATE-NUM       PIC 9(8).
       01  WS-DATE-INTEGER        PIC 9(9).
       01  WS-DAYS-OPEN           PIC S9(7).

      *> New claim staged here while the file is scanned for a
      *> claim already open on the same posting, so the scan does
      *> not overwrite it.
       01  WS-NEW-CLAIM           PIC X(250).
       01  WS-RUN-DATE            PIC X(8).
       01  WS-SEARCH-REF          PIC X(12).
       01  WS-SEARCH-ACCOUNT      PIC X(10).
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RPT-POSTED          PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-CLAIMED         PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-PROV            PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-FINAL           PIC Z,ZZZ,ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'CLAIM-MAINT' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-LOAD-CLAIM-WINDOWS
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
           OPEN INPUT ACCOUNT-FILE
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           CLOSE ACCOUNT-FILE
           STOP RUN.

       110-LOAD-CLAIM-WINDOWS.
           MOVE 'CLAIM-PROV-DAYS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-PROV-DAYS
           END-IF
           MOVE 'CLAIM-RESOLVE-DAYS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-RESOLVE-DAYS
           END-IF
           MOVE 'CLAIM-EXTENDED-DAYS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-EXTENDED-DAYS
           END-IF.

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'DISPUTE / ERROR CLAIM MAINTENANCE'
           DISPLAY '  O - Open claim on a posted item'
           DISPLAY '  R - Record resolution (supervisor)'
           DISPLAY '  I - Inquire on claim'
           DISPLAY '  L - List claims'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN OPEN-CLAIM
                   PERFORM 300-OPEN-CLAIM
               WHEN RESOLVE-CLAIM
                   PERFORM 400-RESOLVE-CLAIM
               WHEN INQUIRE-CLAIM
                   PERFORM 500-INQUIRE-CLAIM
               WHEN LIST-CLAIMS
                   PERFORM 600-LIST-CLAIMS
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> The claim must name an account on file and an item posted
      *> to it; the amount in dispute cannot exceed what was posted,
      *> and a posting carries one claim only — a customer who
      *> comes back on the same item is working the existing case.
       300-OPEN-CLAIM.
           MOVE 'N' TO WS-ADD-ERROR-FLAG
           MOVE SPACES TO DISPUTE-CLAIM-RECORD
           DISPLAY 'Account Number: '
           ACCEPT DC-ACCOUNT-NUMBER
           DISPLAY 'Reference of disputed item: '
           ACCEPT DC-ORIG-REF
           DISPLAY 'Date Customer Reported (YYYYMMDD, blank = today): '
           ACCEPT DC-CLAIM-DATE
           IF DC-CLAIM-DATE = SPACES
               MOVE WS-RUN-DATE TO DC-CLAIM-DATE
           END-IF
           EVALUATE TRUE
               WHEN DC-ORIG-REF = SPACES
                   DISPLAY 'ITEM REFERENCE REQUIRED - CLAIM NOT '
                           'OPENED'
                   SET WS-ADD-ERROR TO TRUE
               WHEN DC-CLAIM-DATE NOT NUMERIC
                       OR DC-CLAIM-DATE > WS-RUN-DATE
                   DISPLAY 'INVALID CLAIM DATE - CLAIM NOT OPENED'
                   SET WS-ADD-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-ADD-ERROR
               MOVE DC-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT NOT ON FILE - CLAIM NOT '
                               'OPENED'
                       SET WS-ADD-ERROR TO TRUE
               END-READ
           END-IF
           IF NOT WS-ADD-ERROR
               MOVE DC-ACCOUNT-NUMBER TO WS-SEARCH-ACCOUNT
               MOVE DC-ORIG-REF TO WS-SEARCH-REF
               PERFORM 310-FIND-POSTED-ITEM
               IF ITEM-FOUND
                   PERFORM 430-SHOW-POSTED-ITEM
               ELSE
                   DISPLAY 'NO POSTED ITEM ' DC-ORIG-REF
                       ' ON ACCOUNT ' DC-ACCOUNT-NUMBER
                       ' - CLAIM NOT OPENED'
                   SET WS-ADD-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ADD-ERROR
                   AND DC-CLAIM-DATE < DC-POSTED-DATE
               DISPLAY 'CLAIM DATE BEFORE THE ITEM POSTED - CLAIM '
                       'NOT OPENED'
               SET WS-ADD-ERROR TO TRUE
           END-IF
           IF NOT WS-ADD-ERROR
               DISPLAY 'Amount in Dispute (0 = whole item): '
               ACCEPT DC-CLAIM-AMOUNT
               IF DC-CLAIM-AMOUNT NUMERIC AND DC-CLAIM-AMOUNT = ZERO
                   MOVE DC-POSTED-AMOUNT TO DC-CLAIM-AMOUNT
               END-IF
               DISPLAY 'Reason (U-Unauthorized, A-Wrong amount, '
                       'D-Duplicate, N-Not received, O-Other): '
               ACCEPT DC-REASON
               DISPLAY 'Customer''s Description: '
               ACCEPT DC-REASON-TEXT
               EVALUATE TRUE
                   WHEN DC-CLAIM-AMOUNT NOT NUMERIC
                       DISPLAY 'INVALID CLAIM AMOUNT - CLAIM NOT '
                               'OPENED'
                       SET WS-ADD-ERROR TO TRUE
                   WHEN DC-CLAIM-AMOUNT > DC-POSTED-AMOUNT
                       DISPLAY 'CLAIM EXCEEDS THE POSTED AMOUNT - '
                               'CLAIM NOT OPENED'
                       SET WS-ADD-ERROR TO TRUE
                   WHEN NOT DC-VALID-REASON
                       DISPLAY 'INVALID REASON CODE - CLAIM NOT '
                               'OPENED'
                       SET WS-ADD-ERROR TO TRUE
               END-EVALUATE
           END-IF
           IF NOT WS-ADD-ERROR
               PERFORM 320-SET-EXTENDED-WINDOW
               PERFORM 330-COMPUTE-DEADLINES
           END-IF
           IF NOT WS-ADD-ERROR
               SET DC-OPEN TO TRUE
               MOVE ZERO TO DC-PROV-AMOUNT
               MOVE ZERO TO DC-FINAL-AMOUNT
               MOVE SO-OPERATOR-ID TO DC-OPENED-BY
               MOVE DISPUTE-CLAIM-RECORD TO WS-NEW-CLAIM
               PERFORM 700-FIND-CLAIM
               IF CLAIM-FOUND
                   DISPLAY 'A CLAIM ON ITEM ' WS-SEARCH-REF
                       ' IS ALREADY ON FILE - CLAIM NOT OPENED'
               ELSE
                   OPEN EXTEND CLAIM-FILE
                   MOVE WS-NEW-CLAIM TO DISPUTE-CLAIM-RECORD
                   WRITE DISPUTE-CLAIM-RECORD
                   CLOSE CLAIM-FILE
                   DISPLAY 'CLAIM OPENED FOR ACCOUNT '
                       DC-ACCOUNT-NUMBER ' - ' ACCOUNT-NAME
                   DISPLAY '  PROVISIONAL CREDIT DUE BY '
                       DC-PROV-DUE-DATE
                   DISPLAY '  RESOLUTION DUE BY         '
                       DC-RESOLVE-DUE-DATE
               END-IF
           END-IF.

      *> Positions the keyed audit history at the account and reads
      *> its entries for the reference, the way AUDIT-SEARCH walks
      *> one account. Today's postings reach the index overnight,
      *> so an item posted today cannot be claimed until tomorrow.
      *> The item may be of any age: posting checks an adjustment
      *> whose original has aged off the posted-reference history
      *> against this same keyed history, which is never pruned.
       310-FIND-POSTED-ITEM.
           MOVE 'N' TO WS-ITEM-FLAG
           MOVE 'N' TO WS-AIX-EOF-FLAG
           OPEN INPUT AUDIT-INDEX-FILE
           MOVE WS-SEARCH-ACCOUNT TO AIX-ACCOUNT
           MOVE LOW-VALUES        TO AIX-TIMESTAMP
           MOVE ZERO              TO AIX-SEQ-NO
           START AUDIT-INDEX-FILE KEY >= AIX-KEY
               INVALID KEY SET END-OF-INDEX TO TRUE
           END-START
           PERFORM UNTIL END-OF-INDEX OR ITEM-FOUND
               READ AUDIT-INDEX-FILE NEXT
                   AT END SET END-OF-INDEX TO TRUE
               END-READ
               IF NOT END-OF-INDEX
                   IF AIX-ACCOUNT NOT = WS-SEARCH-ACCOUNT
                       SET END-OF-INDEX TO TRUE
                   ELSE
                       IF AIX-REF-NO = WS-SEARCH-REF
                           SET ITEM-FOUND TO TRUE
                           MOVE AIX-TYPE TO DC-POSTED-TYPE
                           MOVE AIX-TIMESTAMP(1:8) TO DC-POSTED-DATE
                           MOVE AIX-AMOUNT TO DC-POSTED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDIT-INDEX-FILE.

      *> A new account takes the extended window automatically;
      *> otherwise the operator says whether the item is one that
      *> carries it (point-of-sale or foreign-initiated).
       320-SET-EXTENDED-WINDOW.
           MOVE 'N' TO DC-EXTENDED
           MOVE ZERO TO WS-DAYS-OPEN
           IF ACCOUNT-OPEN-DATE NUMERIC
               MOVE ACCOUNT-OPEN-DATE TO WS-OPEN-DATE-NUM
               MOVE DC-CLAIM-DATE TO WS-DATE-NUM
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-OPEN-DATE-NUM)
               IF WS-DAYS-OPEN NOT > WS-NEW-ACCOUNT-DAYS
                   MOVE 'Y' TO DC-EXTENDED
                   DISPLAY 'NEW ACCOUNT - EXTENDED RESOLUTION WINDOW '
                           'APPLIES'
               END-IF
           END-IF
           IF NOT DC-EXTENDED-WINDOW
               DISPLAY 'Point-of-sale or foreign-initiated item? '
                       '(Y/N): '
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 'Y'
                   MOVE 'Y' TO DC-EXTENDED
               END-IF
           END-IF.

      *> The provisional-credit date steps forward one business day
      *> at a time through BANK-CALENDAR; the resolution date is
      *> plain calendar days on the date number line.
       330-COMPUTE-DEADLINES.
           MOVE DC-CLAIM-DATE TO WS-CAL-RESULT
           MOVE 'O' TO WS-CAL-STATUS
           MOVE 'NEXT' TO WS-CAL-FUNCTION
           PERFORM WS-PROV-DAYS TIMES
               IF WS-CAL-OK
                   MOVE WS-CAL-RESULT TO WS-CAL-DATE
                   CALL 'BANK-CALENDAR' USING WS-CAL-FUNCTION
                                               WS-CAL-DATE
                                               WS-CAL-RESULT
                                               WS-CAL-STATUS
               END-IF
           END-PERFORM
           IF WS-CAL-OK
               MOVE WS-CAL-RESULT TO DC-PROV-DUE-DATE
           ELSE
               DISPLAY 'CALENDAR ERROR ON CLAIM DATE - CLAIM NOT '
                       'OPENED'
               SET WS-ADD-ERROR TO TRUE
           END-IF
           MOVE DC-CLAIM-DATE TO WS-DATE-NUM
           IF DC-EXTENDED-WINDOW
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   + WS-EXTENDED-DAYS
           ELSE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   + WS-RESOLVE-DAYS
           END-IF
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-DATE-NUM TO DC-RESOLVE-DUE-DATE.

      *> The decision is recorded in place — same-length REWRITE on
      *> the line sequential file, as LEGALORD-MAINT releases an
      *> order — and carried out by the next DISPUTE-POST, which
      *> closes the claim once the settlement has posted. Until the
      *> settlement is queued a decision keyed in error can be keyed
      *> again.
       400-RESOLVE-CLAIM.
           IF NOT SO-SUPERVISOR-ROLE
               DISPLAY 'RESOLVING A CLAIM REQUIRES SUPERVISOR '
                       'SIGN-ON'
           ELSE
               DISPLAY 'Reference of disputed item: '
               ACCEPT WS-SEARCH-REF
               MOVE 'N' TO EOF-FLAG
               MOVE 'N' TO WS-FOUND-FLAG
               OPEN I-O CLAIM-FILE
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
               PERFORM 410-SCAN-FOR-RESOLVE
                   UNTIL END-OF-FILE OR CLAIM-FOUND
               CLOSE CLAIM-FILE
               IF NOT CLAIM-FOUND
                   DISPLAY 'NO OPEN CLAIM ON ITEM ' WS-SEARCH-REF
               END-IF
           END-IF.

       410-SCAN-FOR-RESOLVE.
           IF DC-ORIG-REF = WS-SEARCH-REF AND DC-STILL-OPEN
               SET CLAIM-FOUND TO TRUE
               PERFORM 420-SHOW-CLAIM
               MOVE SPACE TO WS-MENU-CHOICE
               IF DC-SETTLE-QUEUED
                   DISPLAY 'SETTLEMENT ALREADY QUEUED FOR POSTING - '
                           'DECISION CANNOT BE CHANGED'
               ELSE
                   DISPLAY 'Decision (F-For customer, D-Denied, '
                           'blank = no change): '
                   ACCEPT WS-MENU-CHOICE
               END-IF
               IF WS-MENU-CHOICE = 'F' OR WS-MENU-CHOICE = 'D'
                   MOVE WS-MENU-CHOICE TO DC-DECISION
                   MOVE WS-RUN-DATE TO DC-DECISION-DATE
                   MOVE SO-OPERATOR-ID TO DC-DECIDED-BY
                   REWRITE DISPUTE-CLAIM-RECORD
                   IF DC-DECIDED-FOR-CUSTOMER
                       DISPLAY 'RESOLVED IN CUSTOMER''S FAVOR - '
                               'CREDIT MADE FINAL TONIGHT'
                   ELSE
                       DISPLAY 'CLAIM DENIED - ANY PROVISIONAL '
                               'CREDIT IS REVERSED TONIGHT'
                   END-IF
               END-IF
           ELSE
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       420-SHOW-CLAIM.
           MOVE DC-CLAIM-AMOUNT TO WS-RPT-CLAIMED
           MOVE DC-PROV-AMOUNT TO WS-RPT-PROV
           MOVE DC-FINAL-AMOUNT TO WS-RPT-FINAL
           DISPLAY '  CLAIM ON ITEM ' DC-ORIG-REF
               '  ACCOUNT ' DC-ACCOUNT-NUMBER
               '  STATUS ' DC-STATUS
           PERFORM 430-SHOW-POSTED-ITEM
           DISPLAY '    CLAIMED:    ' WS-RPT-CLAIMED
               '  ON ' DC-CLAIM-DATE '  REASON ' DC-REASON
               '  BY ' DC-OPENED-BY
           DISPLAY '    ' DC-REASON-TEXT
           DISPLAY '    PROV DUE ' DC-PROV-DUE-DATE
               '  RESOLVE DUE ' DC-RESOLVE-DUE-DATE
               '  EXTENDED ' DC-EXTENDED
           IF DC-PROV-REF NOT = SPACES
               DISPLAY '    PROVISIONAL ' WS-RPT-PROV
                   '  ON ' DC-PROV-DATE '  REF ' DC-PROV-REF
           END-IF
           IF DC-DECIDED
               DISPLAY '    DECISION ' DC-DECISION
                   '  ON ' DC-DECISION-DATE '  BY ' DC-DECIDED-BY
           END-IF
           IF DC-CLOSED
               DISPLAY '    CLOSED ' DC-CLOSED-DATE
                   '  FINAL ' WS-RPT-FINAL '  REF ' DC-FINAL-REF
           END-IF.

       430-SHOW-POSTED-ITEM.
           MOVE DC-POSTED-AMOUNT TO WS-RPT-POSTED
           DISPLAY '    ITEM:       ' DC-POSTED-TYPE
               '  POSTED ' DC-POSTED-DATE '  ' WS-RPT-POSTED.

       500-INQUIRE-CLAIM.
           DISPLAY 'Reference of disputed item: '
           ACCEPT WS-SEARCH-REF
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT CLAIM-FILE
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 510-SCAN-FOR-INQUIRY
               UNTIL END-OF-FILE OR CLAIM-FOUND
           CLOSE CLAIM-FILE
           IF NOT CLAIM-FOUND
               DISPLAY 'CLAIM NOT FOUND'
           END-IF.

       510-SCAN-FOR-INQUIRY.
           IF DC-ORIG-REF = WS-SEARCH-REF
               SET CLAIM-FOUND TO TRUE
               PERFORM 420-SHOW-CLAIM
           ELSE
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *> Every claim on one account, or (account left blank) every
      *> claim still open.
       600-LIST-CLAIMS.
           DISPLAY 'Account Number (blank = all open claims): '
           ACCEPT WS-SEARCH-ACCOUNT
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY '============================================'
           DISPLAY '  DISPUTE / ERROR CLAIMS'
           DISPLAY '============================================'
           OPEN INPUT CLAIM-FILE
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 610-LIST-ONE-CLAIM
               UNTIL END-OF-FILE
           CLOSE CLAIM-FILE
           DISPLAY 'CLAIMS LISTED: ' WS-LIST-COUNT
           DISPLAY '============================================'.

       610-LIST-ONE-CLAIM.
           IF (WS-SEARCH-ACCOUNT = SPACES AND DC-STILL-OPEN)
                   OR DC-ACCOUNT-NUMBER = WS-SEARCH-ACCOUNT
               PERFORM 420-SHOW-CLAIM
               ADD 1 TO WS-LIST-COUNT
           END-IF
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Duplicate-claim check for 300-OPEN-CLAIM.
       700-FIND-CLAIM.
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT CLAIM-FILE
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE OR CLAIM-FOUND
               IF DC-ORIG-REF = WS-SEARCH-REF
                   SET CLAIM-FOUND TO TRUE
               ELSE
                   READ CLAIM-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE CLAIM-FILE.
