      *> Operator security maintenance: the security administrator's
      *> program for OPERATOR.DAT. Enrols operators with their home
      *> branch, role and dollar limits, changes them, sets a
      *> temporary PIN (which also clears a lock-out), revokes
      *> leavers, and lists the security-violation log OPERATOR-SIGNON
      *> writes. The administrator signs on like everyone else and
      *> may not maintain their own record — a second administrator
      *> does that.
      *>
      *> On a brand-new installation the operator file is empty and
      *> nobody could sign on to enrol anybody, so the first run
      *> enrols one security administrator before the sign-on; that
      *> administrator then signs on with the temporary PIN and
      *> chooses their own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID.
           SELECT OPTIONAL VIOLATION-FILE ASSIGN TO 'SECVIOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERATOR.

       FD  VIOLATION-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-OPR-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-OPERATORS VALUE 'Y'.
           05  WS-VIOL-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-VIOLATIONS VALUE 'Y'.
           05  WS-OPR-FOUND-FLAG  PIC X VALUE 'N'.
               88  OPERATOR-FOUND VALUE 'Y'.
           05  WS-ENTRY-ERROR-FLAG PIC X VALUE 'N'.
               88  WS-ENTRY-ERROR VALUE 'Y'.
           05  WS-FIRST-RUN-FLAG  PIC X VALUE 'N'.
               88  WS-FIRST-RUN   VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  ADD-OPERATOR       VALUE 'A'.
           88  CHANGE-OPERATOR    VALUE 'C'.
           88  RESET-PIN          VALUE 'P'.
           88  REVOKE-OPERATOR    VALUE 'R'.
           88  INQUIRE-OPERATOR   VALUE 'I'.
           88  LIST-OPERATORS     VALUE 'L'.
           88  LIST-VIOLATIONS    VALUE 'V'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.
       01  WS-CONFIRM             PIC X.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-OPERATOR            PIC X(8).
       01  WS-SEARCH-ID           PIC X(8).
       01  WS-ENTRY-NAME          PIC X(30).
       01  WS-ENTRY-BRANCH        PIC X(3).
       01  WS-ENTRY-ROLE          PIC X.
           88  WS-ENTRY-VALID-ROLE VALUES 'T' 'O' 'S' 'A'.
       01  WS-TEMP-PIN            PIC X(8).
       01  WS-PIN-HASH            PIC 9(9).
       01  WS-SPACE-COUNT         PIC 9(2).
       01  WS-FROM-DATE           PIC X(8).

       01  WS-AMOUNT-ENTRY        PIC X(14).
       01  WS-NUMVAL-TEST         PIC 9(2).
       01  WS-ENTRY-AMOUNT        PIC 9(9)V99.
       01  WS-ENTRY-ITEM-LIMIT    PIC 9(9)V99.
       01  WS-ENTRY-APPROVE-LIMIT PIC 9(9)V99.
       01  WS-LIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC ZZZ,ZZZ,ZZ9.99.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY '============================================'
           DISPLAY '  OPERATOR SECURITY MAINTENANCE'
           DISPLAY '============================================'
           PERFORM 110-CHECK-FIRST-RUN
           IF WS-FIRST-RUN
               PERFORM 120-ENROL-FIRST-ADMIN
           END-IF
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'OPERATOR-MAINT' TO SO-PROGRAM
           MOVE 'A' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           OPEN I-O OPERATOR-FILE
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           CLOSE OPERATOR-FILE
           STOP RUN.

       110-CHECK-FIRST-RUN.
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE NEXT
               AT END SET WS-FIRST-RUN TO TRUE
           END-READ
           CLOSE OPERATOR-FILE.

       120-ENROL-FIRST-ADMIN.
           DISPLAY 'NO OPERATORS ON FILE - ENROL THE FIRST SECURITY '
                   'ADMINISTRATOR'
           MOVE 'INSTALL' TO WS-OPERATOR
           OPEN I-O OPERATOR-FILE
           PERFORM 300-ADD-OPERATOR
           CLOSE OPERATOR-FILE
           MOVE 'N' TO WS-FIRST-RUN-FLAG
           IF NOT WS-ENTRY-ERROR
               DISPLAY 'SIGN ON AS THE NEW ADMINISTRATOR WITH THE '
                       'TEMPORARY PIN'
           ELSE
               STOP RUN
           END-IF.

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'OPERATOR SECURITY MAINTENANCE'
           DISPLAY '  A - Add operator'
           DISPLAY '  C - Change branch / role / limits'
           DISPLAY '  P - Set temporary PIN (clears lock-out)'
           DISPLAY '  R - Revoke operator'
           DISPLAY '  I - Inquire on operator'
           DISPLAY '  L - List operators'
           DISPLAY '  V - List security violations'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN ADD-OPERATOR
                   PERFORM 300-ADD-OPERATOR
               WHEN CHANGE-OPERATOR
                   PERFORM 400-CHANGE-OPERATOR
               WHEN RESET-PIN
                   PERFORM 500-RESET-PIN
               WHEN REVOKE-OPERATOR
                   PERFORM 600-REVOKE-OPERATOR
               WHEN INQUIRE-OPERATOR
                   PERFORM 700-INQUIRE-OPERATOR
               WHEN LIST-OPERATORS
                   PERFORM 750-LIST-OPERATORS
               WHEN LIST-VIOLATIONS
                   PERFORM 800-LIST-VIOLATIONS
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> A new operator starts active with a temporary PIN, which
      *> the first sign-on makes them replace.
       300-ADD-OPERATOR.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           DISPLAY 'Operator ID: '
           ACCEPT WS-SEARCH-ID
           IF WS-SEARCH-ID = SPACES
               DISPLAY 'OPERATOR ID REQUIRED - NOT ADDED'
               SET WS-ENTRY-ERROR TO TRUE
           ELSE
               PERFORM 900-READ-OPERATOR
               IF OPERATOR-FOUND
                   DISPLAY 'OPERATOR ' WS-SEARCH-ID
                       ' ALREADY ON FILE - NOT ADDED'
                   SET WS-ENTRY-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT WS-ENTRY-ERROR
               DISPLAY 'Name: '
               ACCEPT WS-ENTRY-NAME
               PERFORM 310-KEY-PROFILE
           END-IF
           IF NOT WS-ENTRY-ERROR
               PERFORM 320-KEY-TEMP-PIN
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE SPACES TO OPERATOR-RECORD
               MOVE WS-SEARCH-ID    TO OPR-ID
               MOVE WS-ENTRY-NAME   TO OPR-NAME
               MOVE WS-ENTRY-BRANCH TO OPR-BRANCH
               MOVE WS-ENTRY-ROLE   TO OPR-ROLE
               SET OPR-ACTIVE TO TRUE
               MOVE WS-ENTRY-ITEM-LIMIT    TO OPR-ITEM-LIMIT
               MOVE WS-ENTRY-APPROVE-LIMIT TO OPR-APPROVE-LIMIT
               MOVE WS-PIN-HASH     TO OPR-PIN-HASH
               MOVE 'Y'             TO OPR-PIN-RESET
               MOVE WS-RUN-DATE     TO OPR-PIN-CHANGED
               MOVE ZERO            TO OPR-FAILED-COUNT
               MOVE WS-OPERATOR     TO OPR-ADDED-BY
               MOVE WS-RUN-DATE     TO OPR-ADDED-DATE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'OPERATOR WRITE ERROR: ' OPR-ID
                       SET WS-ENTRY-ERROR TO TRUE
                   NOT INVALID KEY
                       DISPLAY 'OPERATOR ' OPR-ID ' ADDED'
               END-WRITE
           END-IF.

      *> Branch, role and the two limits, keyed the same way on add
      *> and change. The first operator on file can only be a
      *> security administrator.
       310-KEY-PROFILE.
           DISPLAY 'Home Branch: '
           ACCEPT WS-ENTRY-BRANCH
           IF WS-FIRST-RUN
               MOVE 'A' TO WS-ENTRY-ROLE
               DISPLAY 'ROLE: A (SECURITY ADMINISTRATOR)'
           ELSE
               DISPLAY 'Role (T-Teller, O-Operations, S-Supervisor, '
                       'A-Security admin): '
               ACCEPT WS-ENTRY-ROLE
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-BRANCH = SPACES
                   DISPLAY 'BRANCH REQUIRED - NOTHING RECORDED'
                   SET WS-ENTRY-ERROR TO TRUE
               WHEN NOT WS-ENTRY-VALID-ROLE
                   DISPLAY 'UNDEFINED ROLE - NOTHING RECORDED'
                   SET WS-ENTRY-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-ENTRY-ERROR
               DISPLAY 'Item Limit (largest item without override): '
               PERFORM 920-ACCEPT-AMOUNT
               MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-ITEM-LIMIT
           END-IF
           IF NOT WS-ENTRY-ERROR
               DISPLAY 'Approval Limit (0 = no approval authority): '
               PERFORM 920-ACCEPT-AMOUNT
               MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-APPROVE-LIMIT
           END-IF
           IF NOT WS-ENTRY-ERROR
                   AND (WS-ENTRY-ROLE = 'T' OR WS-ENTRY-ROLE = 'O')
                   AND WS-ENTRY-APPROVE-LIMIT > ZERO
               DISPLAY 'APPROVAL LIMIT IGNORED - ONLY SUPERVISORS '
                       'APPROVE'
               MOVE ZERO TO WS-ENTRY-APPROVE-LIMIT
           END-IF.

       320-KEY-TEMP-PIN.
           DISPLAY 'Temporary PIN (4 to 8 characters): '
           ACCEPT WS-TEMP-PIN
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT WS-TEMP-PIN(1:4) TALLYING WS-SPACE-COUNT
               FOR ALL SPACES
           IF WS-SPACE-COUNT > ZERO
               DISPLAY 'PIN TOO SHORT - NOTHING RECORDED'
               SET WS-ENTRY-ERROR TO TRUE
           ELSE
               CALL 'PIN-SCRAMBLE' USING WS-SEARCH-ID WS-TEMP-PIN
                                          WS-PIN-HASH
           END-IF.

       400-CHANGE-OPERATOR.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           PERFORM 910-FIND-OTHER-OPERATOR
           IF NOT WS-ENTRY-ERROR
               PERFORM 710-SHOW-OPERATOR
               PERFORM 310-KEY-PROFILE
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE WS-ENTRY-BRANCH TO OPR-BRANCH
               MOVE WS-ENTRY-ROLE   TO OPR-ROLE
               MOVE WS-ENTRY-ITEM-LIMIT    TO OPR-ITEM-LIMIT
               MOVE WS-ENTRY-APPROVE-LIMIT TO OPR-APPROVE-LIMIT
               MOVE WS-OPERATOR     TO OPR-CHANGED-BY
               MOVE WS-RUN-DATE     TO OPR-CHANGED-DATE
               PERFORM 930-REWRITE-OPERATOR
               DISPLAY 'OPERATOR ' OPR-ID ' CHANGED'
           END-IF.

      *> A temporary PIN also unlocks an operator locked out by
      *> wrong PINs; a revoked operator stays revoked.
       500-RESET-PIN.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           PERFORM 910-FIND-OTHER-OPERATOR
           IF NOT WS-ENTRY-ERROR AND OPR-REVOKED
               DISPLAY 'OPERATOR IS REVOKED - PIN NOT SET'
               SET WS-ENTRY-ERROR TO TRUE
           END-IF
           IF NOT WS-ENTRY-ERROR
               PERFORM 320-KEY-TEMP-PIN
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE WS-PIN-HASH TO OPR-PIN-HASH
               MOVE 'Y'         TO OPR-PIN-RESET
               MOVE ZERO        TO OPR-FAILED-COUNT
               SET OPR-ACTIVE TO TRUE
               MOVE WS-OPERATOR TO OPR-CHANGED-BY
               MOVE WS-RUN-DATE TO OPR-CHANGED-DATE
               PERFORM 930-REWRITE-OPERATOR
               DISPLAY 'TEMPORARY PIN SET FOR ' OPR-ID
           END-IF.

       600-REVOKE-OPERATOR.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           PERFORM 910-FIND-OTHER-OPERATOR
           IF NOT WS-ENTRY-ERROR
               PERFORM 710-SHOW-OPERATOR
               DISPLAY 'Revoke this operator? (Y/N): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   SET OPR-REVOKED TO TRUE
                   MOVE WS-OPERATOR TO OPR-CHANGED-BY
                   MOVE WS-RUN-DATE TO OPR-CHANGED-DATE
                   PERFORM 930-REWRITE-OPERATOR
                   DISPLAY 'OPERATOR ' OPR-ID ' REVOKED'
               END-IF
           END-IF.

       700-INQUIRE-OPERATOR.
           DISPLAY 'Operator ID: '
           ACCEPT WS-SEARCH-ID
           PERFORM 900-READ-OPERATOR
           IF OPERATOR-FOUND
               PERFORM 710-SHOW-OPERATOR
           ELSE
               DISPLAY 'OPERATOR NOT ON FILE'
           END-IF.

       710-SHOW-OPERATOR.
           DISPLAY '  OPERATOR:  ' OPR-ID '  ' OPR-NAME
           DISPLAY '  BRANCH:    ' OPR-BRANCH '   ROLE: ' OPR-ROLE
               '   STATUS: ' OPR-STATUS
           MOVE OPR-ITEM-LIMIT TO WS-RPT-AMOUNT
           MOVE OPR-APPROVE-LIMIT TO WS-RPT-AMOUNT-2
           DISPLAY '  ITEM LIMIT:    ' WS-RPT-AMOUNT
           DISPLAY '  APPROVE LIMIT: ' WS-RPT-AMOUNT-2
           DISPLAY '  LAST SIGN-ON:  ' OPR-LAST-SIGNON
               '   PIN SET: ' OPR-PIN-CHANGED
           IF OPR-MUST-CHANGE-PIN
               DISPLAY '  TEMPORARY PIN OUTSTANDING'
           END-IF.

       750-LIST-OPERATORS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-OPR-EOF-FLAG
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY SET END-OF-OPERATORS TO TRUE
           END-START
           DISPLAY 'ID       NAME                           BRN R S'
               '     ITEM LIMIT  APPROVE LIMIT'
           PERFORM UNTIL END-OF-OPERATORS
               READ OPERATOR-FILE NEXT
                   AT END SET END-OF-OPERATORS TO TRUE
               END-READ
               IF NOT END-OF-OPERATORS
                   ADD 1 TO WS-LIST-COUNT
                   MOVE OPR-ITEM-LIMIT TO WS-RPT-AMOUNT
                   MOVE OPR-APPROVE-LIMIT TO WS-RPT-AMOUNT-2
                   DISPLAY OPR-ID ' ' OPR-NAME ' ' OPR-BRANCH ' '
                       OPR-ROLE ' ' OPR-STATUS ' ' WS-RPT-AMOUNT ' '
                       WS-RPT-AMOUNT-2
               END-IF
           END-PERFORM
           MOVE WS-LIST-COUNT TO WS-RPT-COUNT
           DISPLAY 'OPERATORS LISTED: ' WS-RPT-COUNT.

       800-LIST-VIOLATIONS.
           DISPLAY 'From Date (YYYYMMDD, blank = today): '
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-VIOL-EOF-FLAG
           OPEN INPUT VIOLATION-FILE
           READ VIOLATION-FILE
               AT END SET END-OF-VIOLATIONS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-VIOLATIONS
               IF SV-DATE >= WS-FROM-DATE
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SV-DATE ' ' SV-TIME ' ' SV-OPERATOR ' '
                       SV-PROGRAM ' ' SV-VIOLATION
                   IF SV-AMOUNT > ZERO OR SV-DETAIL NOT = SPACES
                       MOVE SV-AMOUNT TO WS-RPT-AMOUNT
                       MOVE SV-LIMIT TO WS-RPT-AMOUNT-2
                       DISPLAY '    AMOUNT ' WS-RPT-AMOUNT
                           ' LIMIT ' WS-RPT-AMOUNT-2 ' ' SV-DETAIL
                   END-IF
               END-IF
               READ VIOLATION-FILE
                   AT END SET END-OF-VIOLATIONS TO TRUE
               END-READ
           END-PERFORM
           CLOSE VIOLATION-FILE
           MOVE WS-LIST-COUNT TO WS-RPT-COUNT
           DISPLAY 'VIOLATIONS LISTED: ' WS-RPT-COUNT.

       900-READ-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-FLAG
           MOVE WS-SEARCH-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPERATOR-FOUND TO TRUE
           END-READ.

      *> An administrator's own record is maintained by another
      *> administrator; trying it is logged like any other attempt
      *> beyond authority.
       910-FIND-OTHER-OPERATOR.
           DISPLAY 'Operator ID: '
           ACCEPT WS-SEARCH-ID
           PERFORM 900-READ-OPERATOR
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   DISPLAY 'OPERATOR NOT ON FILE'
                   SET WS-ENTRY-ERROR TO TRUE
               WHEN WS-SEARCH-ID = WS-OPERATOR
                   DISPLAY 'YOUR OWN RECORD MUST BE MAINTAINED BY '
                           'ANOTHER ADMINISTRATOR'
                   MOVE 'VIOL' TO SO-FUNCTION
                   MOVE 'SELF MAINTENANCE' TO SO-VIOLATION
                   MOVE ZERO TO SO-AMOUNT SO-LIMIT
                   MOVE SPACES TO SO-DETAIL
                   CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
                   SET WS-ENTRY-ERROR TO TRUE
           END-EVALUATE.

       920-ACCEPT-AMOUNT.
           MOVE ZERO TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-AMOUNT-ENTRY
           ACCEPT WS-AMOUNT-ENTRY
           IF WS-AMOUNT-ENTRY NOT = SPACES
               COMPUTE WS-NUMVAL-TEST =
                   FUNCTION TEST-NUMVAL (WS-AMOUNT-ENTRY)
               IF WS-NUMVAL-TEST NOT = ZERO
                       OR WS-AMOUNT-ENTRY(1:1) = '-'
                   DISPLAY 'AMOUNT NOT NUMERIC - NOTHING RECORDED'
                   SET WS-ENTRY-ERROR TO TRUE
               ELSE
                   IF FUNCTION NUMVAL (WS-AMOUNT-ENTRY) < 1000000000
                       COMPUTE WS-ENTRY-AMOUNT =
                           FUNCTION NUMVAL (WS-AMOUNT-ENTRY)
                   ELSE
                       DISPLAY 'AMOUNT TOO LARGE - NOTHING RECORDED'
                       SET WS-ENTRY-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.

       930-REWRITE-OPERATOR.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR REWRITE ERROR: ' OPR-ID
           END-REWRITE.
