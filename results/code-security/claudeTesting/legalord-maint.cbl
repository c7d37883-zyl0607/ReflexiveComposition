      *> Legal-order maintenance: the customer-service program for
      *> LEGALORD.DAT, where levies and garnishments served on the
      *> bank are booked. Unlike ACCOUNT-MAINT's hold, an order does
      *> not freeze the whole account: it records what the agency is
      *> owed and what the customer is entitled to keep, and
      *> BANK-TRANS-PROC freezes only the available funds between
      *> the two. LEGAL-REMIT sweeps the frozen funds to the agency
      *> nightly and closes the order when it is satisfied or
      *> expires; releasing an order here (the agency withdrew it)
      *> takes a supervisor's override, flags it, and the next
      *> posting or remittance run gives the frozen funds back to
      *> the customer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALORD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEGAL-ORDER-FILE ASSIGN TO 'LEGALORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE.
       COPY LEGALORD.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-FOUND-FLAG      PIC X VALUE 'N'.
               88  ORDER-FOUND    VALUE 'Y'.
           05  WS-ADD-ERROR-FLAG  PIC X VALUE 'N'.
               88  WS-ADD-ERROR   VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  ADD-ORDER          VALUE 'A'.
           88  RELEASE-ORDER      VALUE 'R'.
           88  INQUIRE-ORDER      VALUE 'I'.
           88  LIST-ORDERS        VALUE 'L'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.

      *> ACCT-IN-USE gate fields: the order is checked against the
      *> account master, which is not opened while a batch job owns
      *> it.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE SPACES.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> New order staged here while the file is scanned for a
      *> duplicate order number, so the scan does not overwrite it.
       01  WS-NEW-ORDER           PIC X(200).
       01  WS-RUN-DATE            PIC X(8).
       01  WS-SEARCH-ORDER-NO     PIC X(12).
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RPT-OWED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-PROTECTED       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-REMITTED        PIC Z,ZZZ,ZZZ,ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'LEGALORD-MAINT' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
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

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'LEGAL ORDER (LEVY / GARNISHMENT) MAINTENANCE'
           DISPLAY '  A - Add legal order'
           DISPLAY '  R - Release legal order'
           DISPLAY '  I - Inquire on legal order'
           DISPLAY '  L - List legal orders'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN ADD-ORDER
                   PERFORM 300-ADD-ORDER
               WHEN RELEASE-ORDER
                   PERFORM 400-RELEASE-ORDER
               WHEN INQUIRE-ORDER
                   PERFORM 500-INQUIRE-ORDER
               WHEN LIST-ORDERS
                   PERFORM 600-LIST-ORDERS
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> The order must name an account on file that has not been
      *> closed — a levy on a closed account is answered to the
      *> agency on paper, not booked — and its number must be new.
       300-ADD-ORDER.
           MOVE 'N' TO WS-ADD-ERROR-FLAG
           MOVE SPACES TO LEGAL-ORDER-RECORD
           DISPLAY 'Order Number: '
           ACCEPT LO-ORDER-NO
           DISPLAY 'Order Type (G-Garnishment, L-Tax levy): '
           ACCEPT LO-ORDER-TYPE
           DISPLAY 'Issuing Agency: '
           ACCEPT LO-AGENCY
           DISPLAY 'Account Number: '
           ACCEPT LO-ACCOUNT-NUMBER
           DISPLAY 'Amount Owed: '
           ACCEPT LO-AMOUNT-OWED
           DISPLAY 'Protected Amount (customer keeps): '
           ACCEPT LO-PROTECTED-AMT
           DISPLAY 'Date Served (YYYYMMDD, blank = today): '
           ACCEPT LO-SERVED-DATE
           IF LO-SERVED-DATE = SPACES
               MOVE WS-RUN-DATE TO LO-SERVED-DATE
           END-IF
           DISPLAY 'Expiry Date (YYYYMMDD, blank = none): '
           ACCEPT LO-EXPIRY-DATE
           MOVE ZERO TO LO-REMITTED-AMT
           MOVE SPACES TO LO-RELEASE-DATE
           SET LO-ACTIVE TO TRUE
           EVALUATE TRUE
               WHEN LO-ORDER-NO = SPACES
                   DISPLAY 'ORDER NUMBER REQUIRED - ORDER NOT ADDED'
                   SET WS-ADD-ERROR TO TRUE
               WHEN NOT LO-GARNISHMENT AND NOT LO-TAX-LEVY
                   DISPLAY 'INVALID ORDER TYPE - ORDER NOT ADDED'
                   SET WS-ADD-ERROR TO TRUE
               WHEN LO-AMOUNT-OWED NOT NUMERIC
                       OR LO-AMOUNT-OWED = ZERO
                   DISPLAY 'INVALID AMOUNT OWED - ORDER NOT ADDED'
                   SET WS-ADD-ERROR TO TRUE
               WHEN LO-PROTECTED-AMT NOT NUMERIC
                   DISPLAY 'INVALID PROTECTED AMOUNT - ORDER NOT '
                           'ADDED'
                   SET WS-ADD-ERROR TO TRUE
               WHEN LO-EXPIRY-DATE NOT = SPACES
                       AND LO-EXPIRY-DATE < LO-SERVED-DATE
                   DISPLAY 'EXPIRY BEFORE SERVED DATE - ORDER NOT '
                           'ADDED'
                   SET WS-ADD-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-ADD-ERROR
               MOVE LO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT NOT ON FILE - ORDER NOT ADDED'
                       SET WS-ADD-ERROR TO TRUE
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED
                           DISPLAY 'ACCOUNT IS CLOSED - ORDER NOT '
                                   'ADDED'
                           SET WS-ADD-ERROR TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT WS-ADD-ERROR
               MOVE LEGAL-ORDER-RECORD TO WS-NEW-ORDER
               MOVE LO-ORDER-NO TO WS-SEARCH-ORDER-NO
               PERFORM 700-FIND-ORDER
               IF ORDER-FOUND
                   DISPLAY 'ORDER NUMBER ALREADY ON FILE - ORDER NOT '
                           'ADDED'
               ELSE
                   OPEN EXTEND LEGAL-ORDER-FILE
                   MOVE WS-NEW-ORDER TO LEGAL-ORDER-RECORD
                   WRITE LEGAL-ORDER-RECORD
                   DISPLAY 'LEGAL ORDER ADDED FOR ACCOUNT '
                       LO-ACCOUNT-NUMBER ' - ' ACCOUNT-NAME
                   CLOSE LEGAL-ORDER-FILE
               END-IF
           END-IF.

      *> Releasing flips LO-STATUS in place — same-length REWRITE on
      *> the line sequential file, as STOPPAY-MAINT cancels a stop.
      *> A release unfreezes the customer's funds, so it needs a
      *> supervisor's override for the amount owed, as TELLER-ENTRY
      *> asks for an over-limit slip; a refusal is logged.
       400-RELEASE-ORDER.
           DISPLAY 'Order Number to release: '
           ACCEPT WS-SEARCH-ORDER-NO
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN I-O LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 410-SCAN-FOR-RELEASE
               UNTIL END-OF-FILE OR ORDER-FOUND
           CLOSE LEGAL-ORDER-FILE
           IF NOT ORDER-FOUND
               DISPLAY 'NO ACTIVE ORDER ' WS-SEARCH-ORDER-NO
           END-IF.

       410-SCAN-FOR-RELEASE.
           IF LO-ORDER-NO = WS-SEARCH-ORDER-NO AND LO-ACTIVE
               SET ORDER-FOUND TO TRUE
               PERFORM 420-SHOW-ORDER
               DISPLAY 'Release this order? (Y/N): '
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 'Y'
                   PERFORM 415-OVERRIDE-RELEASE
               END-IF
           ELSE
               READ LEGAL-ORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       415-OVERRIDE-RELEASE.
           MOVE 'OVRD' TO SO-FUNCTION
           MOVE LO-AMOUNT-OWED TO SO-AMOUNT
           MOVE SPACES TO SO-DETAIL
           STRING LO-ORDER-NO ' A/C ' LO-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO SO-DETAIL
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF SO-SIGNED-ON
               SET LO-RELEASED TO TRUE
               MOVE WS-RUN-DATE TO LO-RELEASE-DATE
               REWRITE LEGAL-ORDER-RECORD
               DISPLAY 'LEGAL ORDER RELEASED - APPROVED BY '
                   SO-OVERRIDE-ID
           ELSE
               MOVE 'VIOL' TO SO-FUNCTION
               MOVE 'ORDER RELEASE' TO SO-VIOLATION
               MOVE ZERO TO SO-LIMIT
               CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
               DISPLAY 'NO SUPERVISOR OVERRIDE - ORDER NOT RELEASED'
           END-IF.

       420-SHOW-ORDER.
           MOVE LO-AMOUNT-OWED TO WS-RPT-OWED
           MOVE LO-PROTECTED-AMT TO WS-RPT-PROTECTED
           MOVE LO-REMITTED-AMT TO WS-RPT-REMITTED
           DISPLAY '  ORDER: ' LO-ORDER-NO '  TYPE ' LO-ORDER-TYPE
               '  ACCOUNT ' LO-ACCOUNT-NUMBER '  STATUS ' LO-STATUS
           DISPLAY '    AGENCY:    ' LO-AGENCY
           DISPLAY '    OWED:      ' WS-RPT-OWED
               '  PROTECTED ' WS-RPT-PROTECTED
           DISPLAY '    REMITTED:  ' WS-RPT-REMITTED
           DISPLAY '    SERVED ' LO-SERVED-DATE
               '  EXPIRES ' LO-EXPIRY-DATE
               '  RELEASED ' LO-RELEASE-DATE.

       500-INQUIRE-ORDER.
           DISPLAY 'Order Number: '
           ACCEPT WS-SEARCH-ORDER-NO
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 510-SCAN-FOR-INQUIRY
               UNTIL END-OF-FILE OR ORDER-FOUND
           CLOSE LEGAL-ORDER-FILE
           IF NOT ORDER-FOUND
               DISPLAY 'ORDER NOT FOUND'
           END-IF.

       510-SCAN-FOR-INQUIRY.
           IF LO-ORDER-NO = WS-SEARCH-ORDER-NO
               SET ORDER-FOUND TO TRUE
               PERFORM 420-SHOW-ORDER
               MOVE LO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY '    ACCOUNT NO LONGER ON FILE'
                   NOT INVALID KEY
                       IF ACCOUNT-LEGAL-FROZEN NOT NUMERIC
                           MOVE ZERO TO ACCOUNT-LEGAL-FROZEN
                       END-IF
                       MOVE ACCOUNT-LEGAL-FROZEN TO WS-RPT-OWED
                       DISPLAY '    FROZEN ON ACCOUNT NOW: '
                           WS-RPT-OWED
               END-READ
           ELSE
               READ LEGAL-ORDER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       600-LIST-ORDERS.
           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY '============================================'
           DISPLAY '  LEGAL ORDERS ON FILE'
           DISPLAY '============================================'
           OPEN INPUT LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 610-LIST-ONE-ORDER
               UNTIL END-OF-FILE
           CLOSE LEGAL-ORDER-FILE
           DISPLAY 'ORDERS LISTED: ' WS-LIST-COUNT
           DISPLAY '============================================'.

       610-LIST-ONE-ORDER.
           PERFORM 420-SHOW-ORDER
           ADD 1 TO WS-LIST-COUNT
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Duplicate-number check for 300-ADD-ORDER.
       700-FIND-ORDER.
           MOVE 'N' TO EOF-FLAG
           MOVE 'N' TO WS-FOUND-FLAG
           OPEN INPUT LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE OR ORDER-FOUND
               IF LO-ORDER-NO = WS-SEARCH-ORDER-NO
                   SET ORDER-FOUND TO TRUE
               ELSE
                   READ LEGAL-ORDER-FILE
                       AT END SET END-OF-FILE TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE.
