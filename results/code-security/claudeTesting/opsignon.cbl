       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-SIGNON.

      *> Shared operator sign-on for the interactive programs, kept
      *> as a single subprogram (same reasoning as RUN-CONTROL and
      *> EXCEPTION-LOG) so every screen checks an operator the same
      *> way against OPERATOR.DAT and every refusal lands on the one
      *> security-violation log (SECVIOL.DAT). The caller gets back
      *> the operator's ID, name, branch, role and dollar limits,
      *> and stamps the ID on whatever it writes.
      *>
      *> Three tries are allowed per sign-on. A wrong PIN counts
      *> against the operator record itself, and the third wrong
      *> PIN in a row locks the operator out until the security
      *> administrator resets the PIN — so walking away and
      *> starting a fresh session does not buy more guesses. The
      *> console never says whether it was the ID or the PIN that
      *> was wrong.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           05  WS-OPR-FOUND-FLAG  PIC X.
               88  WS-OPR-FOUND   VALUE 'Y'.
           05  WS-SIGNON-END-FLAG PIC X.
               88  WS-SIGNON-ENDED VALUE 'Y'.
           05  WS-PIN-OK-FLAG     PIC X.
               88  WS-PIN-OK      VALUE 'Y'.

       01  WS-ENTRY-ID            PIC X(8).
       01  WS-ENTRY-PIN           PIC X(8).
       01  WS-NEW-PIN             PIC X(8).
       01  WS-CONFIRM-PIN         PIC X(8).
       01  WS-PIN-HASH            PIC 9(9).
       01  WS-ATTEMPTS            PIC 9.
       01  WS-SPACE-COUNT         PIC 9(2).

      *> Roles are compared by rank: teller, operations,
      *> supervisor, security administrator.
       01  WS-RANK-ROLE           PIC X.
       01  WS-ROLE-RANK           PIC 9.
       01  WS-HELD-RANK           PIC 9.
       01  WS-NEEDED-RANK         PIC 9.

       01  WS-TODAY               PIC X(8).
       01  WS-NOW                 PIC X(6).

       01  WS-VIOL-OPERATOR       PIC X(8).
       01  WS-VIOL-TYPE           PIC X(20).
       01  WS-VIOL-AMOUNT         PIC 9(9)V99.
       01  WS-VIOL-LIMIT          PIC 9(9)V99.
       01  WS-VIOL-DETAIL         PIC X(30).

       LINKAGE SECTION.
       COPY SIGNON.

       PROCEDURE DIVISION USING SIGNON-AREA.
       100-MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           EVALUATE SO-FUNCTION
               WHEN 'SIGN'
                   PERFORM 200-SIGN-ON
               WHEN 'OVRD'
                   PERFORM 400-OVERRIDE
               WHEN 'VIOL'
                   MOVE SO-OPERATOR-ID TO WS-VIOL-OPERATOR
                   MOVE SO-VIOLATION   TO WS-VIOL-TYPE
                   MOVE SO-AMOUNT      TO WS-VIOL-AMOUNT
                   MOVE SO-LIMIT       TO WS-VIOL-LIMIT
                   MOVE SO-DETAIL      TO WS-VIOL-DETAIL
                   PERFORM 800-LOG-VIOLATION
               WHEN OTHER
                   MOVE 'R' TO SO-STATUS
           END-EVALUATE
           GOBACK.

       200-SIGN-ON.
           MOVE 'R' TO SO-STATUS
           MOVE SPACES TO SO-OPERATOR-ID SO-OPERATOR-NAME SO-BRANCH
                          SO-ROLE
           MOVE ZERO TO SO-ITEM-LIMIT SO-APPROVE-LIMIT
           MOVE ZERO TO WS-ATTEMPTS
           MOVE 'N' TO WS-SIGNON-END-FLAG
           OPEN I-O OPERATOR-FILE
           PERFORM 210-TRY-SIGN-ON
               UNTIL SO-SIGNED-ON OR WS-SIGNON-ENDED
           CLOSE OPERATOR-FILE
           IF NOT SO-SIGNED-ON
               DISPLAY 'SIGN-ON REFUSED - SESSION CANCELLED'
           END-IF.

       210-TRY-SIGN-ON.
           ADD 1 TO WS-ATTEMPTS
           DISPLAY 'Operator ID: '
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID = SPACES
               SET WS-SIGNON-ENDED TO TRUE
           ELSE
               DISPLAY 'PIN: '
               ACCEPT WS-ENTRY-PIN
               PERFORM 300-CHECK-CREDENTIALS
               IF WS-PIN-OK
                   PERFORM 220-CHECK-ROLE
               ELSE
                   IF WS-ATTEMPTS >= 3
                       SET WS-SIGNON-ENDED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> A correct PIN on a role too low for the screen is refused
      *> outright — trying again will not change the role.
       220-CHECK-ROLE.
           MOVE OPR-ROLE TO WS-RANK-ROLE
           PERFORM 700-ROLE-RANK
           MOVE WS-ROLE-RANK TO WS-HELD-RANK
           MOVE SO-REQUIRED-ROLE TO WS-RANK-ROLE
           PERFORM 700-ROLE-RANK
           MOVE WS-ROLE-RANK TO WS-NEEDED-RANK
           IF WS-HELD-RANK < WS-NEEDED-RANK
               DISPLAY 'OPERATOR ' OPR-ID ' IS NOT AUTHORIZED FOR '
                   SO-PROGRAM
               MOVE OPR-ID           TO WS-VIOL-OPERATOR
               MOVE 'NOT AUTHORIZED' TO WS-VIOL-TYPE
               MOVE ZERO             TO WS-VIOL-AMOUNT WS-VIOL-LIMIT
               MOVE SPACES           TO WS-VIOL-DETAIL
               STRING 'ROLE ' OPR-ROLE ' NEEDS ' SO-REQUIRED-ROLE
                   DELIMITED BY SIZE INTO WS-VIOL-DETAIL
               PERFORM 800-LOG-VIOLATION
               SET WS-SIGNON-ENDED TO TRUE
           ELSE
               IF OPR-MUST-CHANGE-PIN
                   PERFORM 230-CHANGE-PIN
               END-IF
               IF NOT WS-SIGNON-ENDED
                   MOVE WS-TODAY TO OPR-LAST-SIGNON(1:8)
                   MOVE WS-NOW   TO OPR-LAST-SIGNON(9:6)
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY 'OPERATOR REWRITE ERROR: ' OPR-ID
                   END-REWRITE
                   MOVE OPR-ID            TO SO-OPERATOR-ID
                   MOVE OPR-NAME          TO SO-OPERATOR-NAME
                   MOVE OPR-BRANCH        TO SO-BRANCH
                   MOVE OPR-ROLE          TO SO-ROLE
                   MOVE OPR-ITEM-LIMIT    TO SO-ITEM-LIMIT
                   MOVE OPR-APPROVE-LIMIT TO SO-APPROVE-LIMIT
                   MOVE 'O' TO SO-STATUS
                   DISPLAY 'SIGNED ON: ' OPR-ID ' ' OPR-NAME
               END-IF
           END-IF.

      *> A temporary PIN from OPERATOR-MAINT is good for this one
      *> sign-on only: the operator picks a PIN of at least four
      *> characters, different from the temporary one, and keys it
      *> twice.
       230-CHANGE-PIN.
           DISPLAY 'TEMPORARY PIN - A NEW PIN MUST BE CHOSEN'
           DISPLAY 'New PIN (4 to 8 characters): '
           ACCEPT WS-NEW-PIN
           DISPLAY 'New PIN again: '
           ACCEPT WS-CONFIRM-PIN
           MOVE ZERO TO WS-SPACE-COUNT
           INSPECT WS-NEW-PIN(1:4) TALLYING WS-SPACE-COUNT
               FOR ALL SPACES
           EVALUATE TRUE
               WHEN WS-SPACE-COUNT > ZERO
                   DISPLAY 'PIN TOO SHORT - NOT CHANGED'
                   SET WS-SIGNON-ENDED TO TRUE
               WHEN WS-NEW-PIN NOT = WS-CONFIRM-PIN
                   DISPLAY 'PINS DO NOT MATCH - NOT CHANGED'
                   SET WS-SIGNON-ENDED TO TRUE
               WHEN WS-NEW-PIN = WS-ENTRY-PIN
                   DISPLAY 'NEW PIN MUST DIFFER FROM THE TEMPORARY '
                           'PIN - NOT CHANGED'
                   SET WS-SIGNON-ENDED TO TRUE
               WHEN OTHER
                   CALL 'PIN-SCRAMBLE' USING OPR-ID WS-NEW-PIN
                                              WS-PIN-HASH
                   MOVE WS-PIN-HASH TO OPR-PIN-HASH
                   MOVE 'N'         TO OPR-PIN-RESET
                   MOVE WS-TODAY    TO OPR-PIN-CHANGED
                   DISPLAY 'PIN CHANGED'
           END-EVALUATE.

      *> Reads the keyed ID and proves the PIN against it. Every
      *> failure is logged under the ID as keyed; a wrong PIN on a
      *> real operator also counts toward the lock-out.
       300-CHECK-CREDENTIALS.
           MOVE 'N' TO WS-PIN-OK-FLAG
           MOVE 'N' TO WS-OPR-FOUND-FLAG
           MOVE WS-ENTRY-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OPR-FOUND TO TRUE
           END-READ
           MOVE WS-ENTRY-ID TO WS-VIOL-OPERATOR
           MOVE ZERO        TO WS-VIOL-AMOUNT WS-VIOL-LIMIT
           MOVE SPACES      TO WS-VIOL-DETAIL
           EVALUATE TRUE
               WHEN NOT WS-OPR-FOUND
                   DISPLAY 'SIGN-ON NOT ACCEPTED'
                   MOVE 'UNKNOWN OPERATOR' TO WS-VIOL-TYPE
                   PERFORM 800-LOG-VIOLATION
               WHEN OPR-REVOKED
                   DISPLAY 'SIGN-ON NOT ACCEPTED'
                   MOVE 'REVOKED OPERATOR' TO WS-VIOL-TYPE
                   PERFORM 800-LOG-VIOLATION
               WHEN OPR-LOCKED
                   DISPLAY 'OPERATOR LOCKED OUT - SEE THE SECURITY '
                           'ADMINISTRATOR'
                   MOVE 'LOCKED OPERATOR' TO WS-VIOL-TYPE
                   PERFORM 800-LOG-VIOLATION
               WHEN OTHER
                   CALL 'PIN-SCRAMBLE' USING WS-ENTRY-ID WS-ENTRY-PIN
                                              WS-PIN-HASH
                   IF WS-PIN-HASH = OPR-PIN-HASH
                       SET WS-PIN-OK TO TRUE
                       MOVE ZERO TO OPR-FAILED-COUNT
                   ELSE
                       PERFORM 310-WRONG-PIN
                   END-IF
           END-EVALUATE.

       310-WRONG-PIN.
           DISPLAY 'SIGN-ON NOT ACCEPTED'
           ADD 1 TO OPR-FAILED-COUNT
           MOVE 'WRONG PIN' TO WS-VIOL-TYPE
           IF OPR-FAILED-COUNT >= 3
               SET OPR-LOCKED TO TRUE
               MOVE 'WRONG PIN - LOCKED OUT' TO WS-VIOL-DETAIL
           END-IF
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR REWRITE ERROR: ' OPR-ID
           END-REWRITE
           PERFORM 800-LOG-VIOLATION.

      *> Supervisor override at the point of entry: a second person
      *> with a supervisor role, an approval limit that covers the
      *> item, and a different ID from the operator keying it. One
      *> try — a refused override refuses the item.
       400-OVERRIDE.
           MOVE 'R' TO SO-STATUS
           MOVE SPACES TO SO-OVERRIDE-ID
           DISPLAY 'SUPERVISOR OVERRIDE REQUIRED'
           DISPLAY 'Supervisor ID (blank = cancel): '
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID NOT = SPACES
               DISPLAY 'PIN: '
               ACCEPT WS-ENTRY-PIN
               OPEN I-O OPERATOR-FILE
               IF WS-ENTRY-ID = SO-OPERATOR-ID
                   DISPLAY 'AN OPERATOR CANNOT OVERRIDE THEIR OWN '
                           'ITEM'
                   MOVE WS-ENTRY-ID     TO WS-VIOL-OPERATOR
                   MOVE 'SELF OVERRIDE' TO WS-VIOL-TYPE
                   MOVE SO-AMOUNT       TO WS-VIOL-AMOUNT
                   MOVE ZERO            TO WS-VIOL-LIMIT
                   MOVE SO-DETAIL       TO WS-VIOL-DETAIL
                   PERFORM 800-LOG-VIOLATION
               ELSE
                   PERFORM 300-CHECK-CREDENTIALS
                   IF WS-PIN-OK
                       PERFORM 410-CHECK-OVERRIDE-AUTHORITY
                   END-IF
               END-IF
               CLOSE OPERATOR-FILE
           END-IF
           IF NOT SO-SIGNED-ON
               DISPLAY 'OVERRIDE NOT GIVEN'
           END-IF.

       410-CHECK-OVERRIDE-AUTHORITY.
           MOVE OPR-ID    TO WS-VIOL-OPERATOR
           MOVE SO-AMOUNT TO WS-VIOL-AMOUNT
           MOVE SO-DETAIL TO WS-VIOL-DETAIL
           EVALUATE TRUE
               WHEN NOT (OPR-SUPERVISOR OR OPR-SECURITY-ADMIN)
                   DISPLAY 'OPERATOR ' OPR-ID ' HAS NO OVERRIDE '
                           'AUTHORITY'
                   MOVE 'NOT AUTHORIZED' TO WS-VIOL-TYPE
                   MOVE ZERO TO WS-VIOL-LIMIT
                   PERFORM 800-LOG-VIOLATION
               WHEN SO-AMOUNT > OPR-APPROVE-LIMIT
                   DISPLAY 'AMOUNT IS OVER ' OPR-ID
                           '''S APPROVAL LIMIT'
                   MOVE 'OVER LIMIT' TO WS-VIOL-TYPE
                   MOVE OPR-APPROVE-LIMIT TO WS-VIOL-LIMIT
                   PERFORM 800-LOG-VIOLATION
               WHEN OTHER
                   MOVE OPR-ID TO SO-OVERRIDE-ID
                   MOVE 'O' TO SO-STATUS
                   DISPLAY 'OVERRIDE GIVEN BY ' OPR-ID
           END-EVALUATE
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY 'OPERATOR REWRITE ERROR: ' OPR-ID
           END-REWRITE.

       700-ROLE-RANK.
           EVALUATE WS-RANK-ROLE
               WHEN 'T'
                   MOVE 1 TO WS-ROLE-RANK
               WHEN 'O'
                   MOVE 2 TO WS-ROLE-RANK
               WHEN 'S'
                   MOVE 3 TO WS-ROLE-RANK
               WHEN 'A'
                   MOVE 4 TO WS-ROLE-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-ROLE-RANK
           END-EVALUATE.

       800-LOG-VIOLATION.
           OPEN EXTEND VIOLATION-FILE
           MOVE WS-TODAY         TO SV-DATE
           MOVE WS-NOW           TO SV-TIME
           MOVE WS-VIOL-OPERATOR TO SV-OPERATOR
           MOVE SO-PROGRAM       TO SV-PROGRAM
           MOVE WS-VIOL-TYPE     TO SV-VIOLATION
           MOVE WS-VIOL-AMOUNT   TO SV-AMOUNT
           MOVE WS-VIOL-LIMIT    TO SV-LIMIT
           MOVE WS-VIOL-DETAIL   TO SV-DETAIL
           WRITE SECURITY-VIOLATION-RECORD
           CLOSE VIOLATION-FILE.
