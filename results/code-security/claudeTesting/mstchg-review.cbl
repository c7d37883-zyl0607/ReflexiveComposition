      *> the APPROVAL-REVIEW pattern, but for master changes — and
      *> records the reviewing operator's decision. An operator can
      *> never apply their own change: an item keyed by the signed-on
      *> operator is forced back into the queue for someone else,
      *> and the attempt goes on the security-violation log. The
      *> reviewer signs on through OPERATOR-SIGNON with at least a
      *> supervisor's role.
      *> Applying re-reads the live master and carries over only the
      *> maintained fields (name, address, phone, overdraft limit,
      *> branch, status) from the queued image, so a balance posted
      *> since the change was keyed is never clobbered. Every
      *> applied or refused change writes an audit line to
      *> MSTAUDT.DAT identifying who keyed and who decided.
      *> Applying a different address clears the account's
      *> returned-mail flag, so held mail starts going out again
      *> to the corrected address.
      *> Party adds and removals keyed on ACCOUNT-MAINT's party
      *> option come through the same queue: applying one writes or
      *> marks the ACCTPTY.DAT record and links or unlinks a joint
      *> owner's CUSTMAST entry, as the keying screen used to do.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CHANGE-REVIEW.
       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL CHANGE-AUDIT-FILE ASSIGN TO 'MSTAUDT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARTY-FILE ASSIGN TO 'ACCTPTY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TAX-ID.

       DATA DIVISION.
       FILE SECTION.
           ==MC-ACTION==            BY ==KP-ACTION==
           ==MC-FIELD-UPDATE==      BY ==KP-FIELD-UPDATE==
           ==MC-STATUS-CHANGE==     BY ==KP-STATUS-CHANGE==
           ==MC-PARTY-ADD==         BY ==KP-PARTY-ADD==
           ==MC-PARTY-REMOVE==      BY ==KP-PARTY-REMOVE==
           ==MC-ACCOUNT-NUMBER==    BY ==KP-ACCOUNT-NUMBER==
           ==MC-NEW-IMAGE==         BY ==KP-NEW-IMAGE==
           ==MC-PARTY-DETAIL==      BY ==KP-PARTY-DETAIL==
           ==MC-PARTY-ROLE==        BY ==KP-PARTY-ROLE==
           ==MC-PARTY-TAX-ID==      BY ==KP-PARTY-TAX-ID==
           ==MC-PARTY-NAME==        BY ==KP-PARTY-NAME==.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.
           05  CA-DECIDED-BY      PIC X(8).
           05  CA-DISPOSITION     PIC X(10).

       FD  PARTY-FILE.
       COPY ACCTPTY.

       FD  CUSTOMER-FILE.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X.
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-PARTY-EOF-FLAG  PIC X.
               88  END-OF-PARTY-FILE VALUE 'Y'.
           05  WS-PARTY-FOUND-FLAG PIC X.
               88  WS-PARTY-FOUND VALUE 'Y'.
           05  WS-CM-FOUND-FLAG   PIC X.
               88  WS-CM-FOUND    VALUE 'Y'.

       01  WS-ITEM-CHOICE         PIC X.
           88  APPLY-CHANGE       VALUE 'A'.
           ==ACCOUNT-SWEEPS-AT-MATURITY== BY ==PI-SWEEPS-AT-MATURITY==
           ==ACCOUNT-SWEEP-ACCOUNT== BY ==PI-SWEEP-ACCOUNT==
           ==ACCOUNT-ACCRUED-INT== BY ==PI-ACCRUED-INT==
           ==ACCOUNT-WH-TO-DATE== BY ==PI-WH-TO-DATE==
           ==ACCOUNT-OD-PROTECT-ACCOUNT== BY ==PI-OD-PROTECT-ACCOUNT==
           ==ACCOUNT-CHARGED-OFF== BY ==PI-CHARGED-OFF==
           ==ACCOUNT-OD-DAYS== BY ==PI-OD-DAYS==
           ==ACCOUNT-CHARGE-OFF-DATE== BY ==PI-CHARGE-OFF-DATE==
           ==ACCOUNT-CHARGE-OFF-AMT== BY ==PI-CHARGE-OFF-AMT==
           ==ACCOUNT-RECOVERED-AMT== BY ==PI-RECOVERED-AMT==
           ==ACCOUNT-LEGAL-FROZEN== BY ==PI-LEGAL-FROZEN==
           ==ACCOUNT-PPAY-FLAG== BY ==PI-PPAY-FLAG==
           ==ACCOUNT-PPAY-ENROLLED== BY ==PI-PPAY-ENROLLED==
           ==ACCOUNT-MAIL-RTN-FLAG== BY ==PI-MAIL-RTN-FLAG==
           ==ACCOUNT-MAIL-RETURNED== BY ==PI-MAIL-RETURNED==
           ==ACCOUNT-MAIL-RTN-COUNT== BY ==PI-MAIL-RTN-COUNT==
           ==ACCOUNT-MAIL-RTN-FIRST== BY ==PI-MAIL-RTN-FIRST==
           ==ACCOUNT-MAIL-RTN-LAST== BY ==PI-MAIL-RTN-LAST==.

       01  WS-REVIEWER            PIC X(8).
       01  WS-RUN-DATE            PIC X(8).
           88  WS-LOCK-HELD       VALUE 'H'.

       01  WS-DISPOSITION         PIC X(10).

      *> CUSTMAST link fields for a joint owner's add or removal.
       01  WS-CM-IDX              PIC 9(2).
       01  WS-CM-SLOT             PIC 9(2).
       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           DISPLAY '============================================'
           DISPLAY '  MASTER-CHANGE REVIEW (SECOND OPERATOR)'
           DISPLAY '============================================'
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'MASTER-CHANGE-REVIEW' TO SO-PROGRAM
           MOVE 'S' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-REVIEWER
           MOVE 'SET' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
           OPEN INPUT  PENDING-CHANGE-FILE
           OPEN OUTPUT KEEP-FILE
           OPEN I-O    ACCOUNT-FILE
           OPEN I-O    CUSTOMER-FILE
           READ PENDING-CHANGE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
                           'UPDATE'
                   DISPLAY '  NEW NAME:    ' PI-ACCOUNT-NAME
                   DISPLAY '  NEW OD LIM:  ' PI-ACCOUNT-OD-LIMIT
                   DISPLAY '  OD PROTECT:  ' PI-OD-PROTECT-ACCOUNT
                   DISPLAY '  POSITIVE PAY:' PI-PPAY-FLAG
               WHEN MC-STATUS-CHANGE
                   DISPLAY 'ACTION:   STATUS CHANGE TO '
                       PI-ACCOUNT-STATUS
               WHEN MC-PARTY-ADD
                   DISPLAY 'ACTION:   ADD PARTY, ROLE '
                       MC-PARTY-ROLE
                   DISPLAY '  NAME:        ' MC-PARTY-NAME
                   DISPLAY '  TAX ID:      ' MC-PARTY-TAX-ID
               WHEN MC-PARTY-REMOVE
                   DISPLAY 'ACTION:   REMOVE PARTY, ROLE '
                       MC-PARTY-ROLE
                   DISPLAY '  NAME:        ' MC-PARTY-NAME
                   DISPLAY '  TAX ID:      ' MC-PARTY-TAX-ID
               WHEN OTHER
                   DISPLAY 'ACTION:   ' MC-ACTION
           END-EVALUATE
           IF MC-KEYED-BY = WS-REVIEWER
               DISPLAY 'KEYED BY THIS OPERATOR - ANOTHER REVIEWER '
                       'MUST DECIDE IT'
               MOVE 'VIOL' TO SO-FUNCTION
               MOVE 'SELF APPROVAL' TO SO-VIOLATION
               MOVE ZERO TO SO-AMOUNT SO-LIMIT
               MOVE SPACES TO SO-DETAIL
               STRING 'MASTER CHANGE A/C ' MC-ACCOUNT-NUMBER
                   DELIMITED BY SIZE INTO SO-DETAIL
               CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
               PERFORM 340-KEEP-PENDING
           ELSE
               DISPLAY 'A - Apply, R - Refuse, S - Skip: '
                   SET WS-ACCT-FOUND TO TRUE
           END-READ
           IF WS-ACCT-FOUND
                   AND (MC-PARTY-ADD OR MC-PARTY-REMOVE)
               PERFORM 350-APPLY-PARTY-CHANGE
           END-IF
           IF WS-ACCT-FOUND
                   AND NOT (MC-PARTY-ADD OR MC-PARTY-REMOVE)
               EVALUATE TRUE
                   WHEN MC-FIELD-UPDATE
                       IF PI-ACCOUNT-ADDRESS NOT = ACCOUNT-ADDRESS
                           PERFORM 320-CLEAR-MAIL-RETURN
                       END-IF
                       MOVE PI-ACCOUNT-NAME    TO ACCOUNT-NAME
                       MOVE PI-ADDR-LINE1      TO ACCT-ADDR-LINE1
                       MOVE PI-ADDR-LINE2      TO ACCT-ADDR-LINE2
                       MOVE PI-ACCOUNT-PHONE   TO ACCOUNT-PHONE
                       MOVE PI-ACCOUNT-OD-LIMIT TO ACCOUNT-OD-LIMIT
                       MOVE PI-ACCOUNT-BRANCH  TO ACCOUNT-BRANCH
                       MOVE PI-OD-PROTECT-ACCOUNT
                           TO ACCOUNT-OD-PROTECT-ACCOUNT
                       MOVE PI-PPAY-FLAG       TO ACCOUNT-PPAY-FLAG
                   WHEN MC-STATUS-CHANGE
                       MOVE PI-ACCOUNT-STATUS  TO ACCOUNT-STATUS
               END-EVALUATE
               END-REWRITE
           END-IF.

      *> The returned mail was recorded against the old address;
      *> the new one starts with a clean history.
       320-CLEAR-MAIL-RETURN.
           IF ACCOUNT-MAIL-RETURNED
               DISPLAY 'NEW ADDRESS - RETURNED-MAIL HOLD CLEARED'
           END-IF
           MOVE 'N'    TO ACCOUNT-MAIL-RTN-FLAG
           MOVE ZERO   TO ACCOUNT-MAIL-RTN-COUNT
           MOVE SPACES TO ACCOUNT-MAIL-RTN-FIRST
           MOVE SPACES TO ACCOUNT-MAIL-RTN-LAST.

       330-REFUSE-CHANGE.
           ADD 1 TO WS-ITEMS-REFUSED
           MOVE 'REFUSED' TO WS-DISPOSITION
           WRITE KEEP-RECORD
           ADD 1 TO WS-ITEMS-KEPT.

      *> A party change touches ACCTPTY.DAT and CUSTMAST only; the
      *> account record itself is not rewritten. An account closed
      *> since the change was keyed takes no new parties.
       350-APPLY-PARTY-CHANGE.
           EVALUATE TRUE
               WHEN ACCOUNT-CLOSED
                   DISPLAY 'ACCOUNT CLOSED SINCE KEYING - '
                           'CHANGE REFUSED'
                   PERFORM 330-REFUSE-CHANGE
               WHEN MC-PARTY-ADD
                   PERFORM 355-ADD-PARTY
               WHEN OTHER
                   PERFORM 365-REMOVE-PARTY
           END-EVALUATE.

      *> The same party may have been queued twice; the second
      *> approval finds the first already on file and is refused.
       355-ADD-PARTY.
           MOVE 'N' TO WS-PARTY-FOUND-FLAG
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACCOUNT-NUMBER = MC-ACCOUNT-NUMBER
                       AND AP-ACTIVE
                       AND AP-ROLE = MC-PARTY-ROLE
                       AND AP-NAME = MC-PARTY-NAME
                       AND AP-TAX-ID = MC-PARTY-TAX-ID
                   SET WS-PARTY-FOUND TO TRUE
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE
           IF WS-PARTY-FOUND
               DISPLAY 'PARTY ALREADY ON ACCOUNT - CHANGE REFUSED'
               PERFORM 330-REFUSE-CHANGE
           ELSE
               MOVE MC-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
               MOVE MC-PARTY-ROLE     TO AP-ROLE
               MOVE MC-PARTY-TAX-ID   TO AP-TAX-ID
               MOVE MC-PARTY-NAME     TO AP-NAME
               SET AP-ACTIVE          TO TRUE
               MOVE WS-RUN-DATE       TO AP-ADDED-DATE
               MOVE MC-KEYED-BY       TO AP-ADDED-BY
               MOVE SPACES            TO AP-REMOVED-DATE
               MOVE SPACES            TO AP-REMOVED-BY
               OPEN EXTEND PARTY-FILE
               WRITE ACCOUNT-PARTY-RECORD
               CLOSE PARTY-FILE
               IF AP-JOINT
                   PERFORM 370-LINK-OWNER
               END-IF
               ADD 1 TO WS-ITEMS-APPLIED
               MOVE 'APPLIED' TO WS-DISPOSITION
               PERFORM 400-WRITE-AUDIT-LINE
               DISPLAY 'PARTY ADDED'
           END-IF.

      *> Marks the first active record matching the queued party
      *> removed in place. One already removed by an earlier
      *> approval leaves nothing to match and the change is refused.
       365-REMOVE-PARTY.
           MOVE 'N' TO WS-PARTY-FOUND-FLAG
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           OPEN I-O PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACCOUNT-NUMBER = MC-ACCOUNT-NUMBER
                       AND AP-ACTIVE
                       AND AP-ROLE = MC-PARTY-ROLE
                       AND AP-NAME = MC-PARTY-NAME
                       AND AP-TAX-ID = MC-PARTY-TAX-ID
                       AND NOT WS-PARTY-FOUND
                   SET WS-PARTY-FOUND TO TRUE
                   SET AP-REMOVED     TO TRUE
                   MOVE WS-RUN-DATE   TO AP-REMOVED-DATE
                   MOVE MC-KEYED-BY   TO AP-REMOVED-BY
                   REWRITE ACCOUNT-PARTY-RECORD
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE
           IF WS-PARTY-FOUND
               IF MC-PARTY-ROLE = 'J'
                       AND MC-PARTY-TAX-ID NOT = SPACES
                   PERFORM 375-UNLINK-OWNER
               END-IF
               ADD 1 TO WS-ITEMS-APPLIED
               MOVE 'APPLIED' TO WS-DISPOSITION
               PERFORM 400-WRITE-AUDIT-LINE
               DISPLAY 'PARTY REMOVED'
           ELSE
               DISPLAY 'PARTY NO LONGER ON ACCOUNT - CHANGE REFUSED'
               PERFORM 330-REFUSE-CHANGE
           END-IF.

      *> Links the account under the joint owner's tax ID, creating
      *> the customer record if they have none, so the account turns
      *> up under every owner — the same link ACCOUNT-MAINT makes for
      *> the primary at opening.
       370-LINK-OWNER.
           MOVE 'N' TO WS-CM-FOUND-FLAG
           MOVE MC-PARTY-TAX-ID TO CM-TAX-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CM-FOUND TO TRUE
           END-READ
           IF WS-CM-FOUND
               MOVE ZERO TO WS-CM-SLOT
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > 10
                   IF CM-ACCOUNT-NUMBER (WS-CM-IDX)
                           = MC-ACCOUNT-NUMBER
                       MOVE WS-CM-IDX TO WS-CM-SLOT
                   END-IF
               END-PERFORM
               IF WS-CM-SLOT = ZERO
                   IF CM-ACCOUNT-COUNT >= 10
                       DISPLAY 'CUSTOMER ACCOUNT LIST FULL - '
                               'NOT LINKED'
                   ELSE
                       ADD 1 TO CM-ACCOUNT-COUNT
                       MOVE MC-ACCOUNT-NUMBER
                           TO CM-ACCOUNT-NUMBER (CM-ACCOUNT-COUNT)
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY 'CUSTOMER RECORD REWRITE '
                                       'ERROR'
                       END-REWRITE
                       DISPLAY 'ACCOUNT LINKED TO CUSTOMER'
                   END-IF
               END-IF
           ELSE
               MOVE MC-PARTY-TAX-ID TO CM-TAX-ID
               MOVE MC-PARTY-NAME   TO CM-NAME
               MOVE 1               TO CM-ACCOUNT-COUNT
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > 10
                   MOVE SPACES TO CM-ACCOUNT-NUMBER (WS-CM-IDX)
               END-PERFORM
               MOVE MC-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER (1)
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'CUSTOMER RECORD WRITE ERROR'
               END-WRITE
               DISPLAY 'NEW CUSTOMER RECORD CREATED'
           END-IF.

      *> The removed owner's link comes off their customer record;
      *> the last slot moves into the gap so the list stays dense.
       375-UNLINK-OWNER.
           MOVE 'N' TO WS-CM-FOUND-FLAG
           MOVE MC-PARTY-TAX-ID TO CM-TAX-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CM-FOUND TO TRUE
           END-READ
           IF WS-CM-FOUND
               MOVE ZERO TO WS-CM-SLOT
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > 10
                   IF CM-ACCOUNT-NUMBER (WS-CM-IDX)
                           = MC-ACCOUNT-NUMBER
                       MOVE WS-CM-IDX TO WS-CM-SLOT
                   END-IF
               END-PERFORM
               IF WS-CM-SLOT > ZERO
                   MOVE CM-ACCOUNT-NUMBER (CM-ACCOUNT-COUNT)
                       TO CM-ACCOUNT-NUMBER (WS-CM-SLOT)
                   MOVE SPACES
                       TO CM-ACCOUNT-NUMBER (CM-ACCOUNT-COUNT)
                   SUBTRACT 1 FROM CM-ACCOUNT-COUNT
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTOMER RECORD REWRITE ERROR'
                   END-REWRITE
                   DISPLAY 'ACCOUNT REMOVED FROM CUSTOMER RECORD '
                       MC-PARTY-TAX-ID
               END-IF
           END-IF.

       400-WRITE-AUDIT-LINE.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND CHANGE-AUDIT-FILE
           CLOSE PENDING-CHANGE-FILE
                 KEEP-FILE
                 ACCOUNT-FILE
                 CUSTOMER-FILE
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
