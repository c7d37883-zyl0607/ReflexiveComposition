               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO 'WATCHLST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARTY-FILE ASSIGN TO 'ACCTPTY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY WATCHLST.

       FD  PARTY-FILE.
       COPY ACCTPTY.

       FD  ARCHIVE-FILE.
       COPY ACCTHIST.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WS-MENU-CHOICE         PIC X.
           88  ADD-ACCOUNT        VALUE 'A'.
           88  CLOSE-ACCOUNT      VALUE 'C'.
           88  HOLD-ACCOUNT       VALUE 'H'.
           88  FIND-ACCOUNT       VALUE 'F'.
           88  PARTY-MAINTENANCE  VALUE 'P'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.

       01  WS-FIND-CHOICE         PIC X.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-OPERATOR            PIC X(8).
      *> Supervisor who overrode a settlement past the operator's
      *> item limit; spaces when no override was needed.
       01  WS-SETTLE-APPROVER     PIC X(8) VALUE SPACES.
       01  WS-PENDING-ACTION      PIC X.
       01  WS-STATUS-MSG          PIC X(30).
       01  WS-CM-FOUND-FLAG       PIC X.
           88  WS-CM-FOUND        VALUE 'Y'.
       01  WS-CM-IDX              PIC 9(2).
       01  WS-CM-SLOT             PIC 9(2).
      *> The tax ID and name being linked to or unlinked from
      *> CUSTMAST.DAT — the primary's off the account record, or a
      *> joint owner's off the party file.
       01  WS-LINK-TAX-ID         PIC X(11).
       01  WS-LINK-NAME           PIC X(30).

      *> Party maintenance work fields. Parties are listed and
      *> removed by their line number on the account's listing.
       01  WS-PARTY-CHOICE        PIC X.
           88  WS-PARTY-ADD       VALUE 'A'.
           88  WS-PARTY-REMOVE    VALUE 'R'.
       01  WS-PARTY-EOF-FLAG      PIC X.
           88  END-OF-PARTY-FILE  VALUE 'Y'.
       01  WS-PARTY-LINE          PIC 9(2).
       01  WS-PARTY-COUNT         PIC 9(2).
       01  WS-PARTY-DUP-FLAG      PIC X.
           88  WS-PARTY-DUPLICATE VALUE 'Y'.
       01  WS-PARTY-ROLE-NAME     PIC X(15).
       01  WS-NEW-PARTY.
           05  WS-NP-ROLE         PIC X.
               88  WS-NP-VALID-ROLE VALUE 'J' 'S' 'B'.
               88  WS-NP-JOINT    VALUE 'J'.
               88  WS-NP-BENEFICIARY VALUE 'B'.
           05  WS-NP-TAX-ID       PIC X(11).
           05  WS-NP-NAME         PIC X(30).

      *> Closure settlement work fields: the final interest accrual
      *> uses the shared INT-CALC-ENGINE with the RATETABLE.DAT
               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX            PIC 9(3).
       01  WS-PROD-FOUND          PIC 9(3).
       01  WS-WL-IDX              PIC 9(3).
       01  WS-WL-EOF-FLAG         PIC X VALUE 'N'.
           88  END-OF-WATCH-FILE  VALUE 'Y'.
       01  WS-SCREEN-NAME         PIC X(30).
       01  WS-SCREEN-MATCH-FLAG   PIC X.
           88  WS-SCREEN-MATCHED  VALUE 'Y'.
       01  WS-NAME-LENGTH         PIC 9(2).
           05  WS-MAT-DAY         PIC 9(2).
       01  WS-TOTAL-MONTHS        PIC S9(7).

      *> Overdraft-protection link validation: the keyed account is
      *> read through the same record area, so the account being
      *> maintained is parked here while the link is checked.
       01  WS-SAVED-ACCOUNT       PIC X(400).
       01  WS-LINK-OK-FLAG        PIC X.
           88  WS-LINK-OK         VALUE 'Y'.

      *> Set when the keyed account number is on the account
      *> history archive: a purged number is never reissued.
       01  WS-RETIRED-FLAG        PIC X.
           88  WS-NUMBER-RETIRED  VALUE 'Y'.
       01  WS-RETIRED-DATE        PIC X(8).

      *> Set when the keyed account number is already a loan on
      *> LOAN.DAT: the two number spaces must never overlap.
       01  WS-LOAN-NUMBER-FLAG    PIC X.
           88  WS-NUMBER-IS-LOAN  VALUE 'Y'.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'ACCOUNT-MAINT' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           CALL 'PRODUCT-TABLE-LOAD' USING WS-PROD-TABLE
                                            WS-PROD-COUNT
                                            WS-PROD-STATUS
           DISPLAY '  C - Close account'
           DISPLAY '  H - Hold/unhold account'
           DISPLAY '  F - Find account by tax ID or name'
           DISPLAY '  P - Parties (joint owners, signers, '
                   'beneficiaries)'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
                   PERFORM 600-HOLD-ACCOUNT
               WHEN FIND-ACCOUNT
                   PERFORM 700-FIND-ACCOUNT
               WHEN PARTY-MAINTENANCE
                   PERFORM 800-PARTY-MAINT
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
       300-ADD-ACCOUNT.
           DISPLAY 'New Account Number: '
           ACCEPT ACCOUNT-NUMBER
           PERFORM 305-CHECK-RETIRED-NUMBER
           PERFORM 306-CHECK-LOAN-NUMBER
           EVALUATE TRUE
               WHEN WS-NUMBER-RETIRED
                   DISPLAY 'ACCOUNT NUMBER RETIRED - CLOSED ACCOUNT '
                           'PURGED ' WS-RETIRED-DATE
                   DISPLAY 'NUMBERS OF PURGED ACCOUNTS ARE NOT '
                           'REISSUED'
               WHEN WS-NUMBER-IS-LOAN
                   DISPLAY 'ACCOUNT NUMBER IN USE BY LOAN - '
                           LN-BORROWER-NAME
                   DISPLAY 'A DEPOSIT ACCOUNT MAY NOT SHARE A LOAN '
                           'NUMBER'
               WHEN OTHER
                   PERFORM 310-KEY-NEW-ACCOUNT
           END-EVALUATE.

      *> The archive holds the audit history of every purged
      *> account under its old number; reissuing the number would
      *> put a stranger's transactions in the new customer's trail.
       305-CHECK-RETIRED-NUMBER.
           MOVE 'N' TO WS-RETIRED-FLAG
           MOVE ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           OPEN INPUT ARCHIVE-FILE
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-NUMBER-RETIRED TO TRUE
                   MOVE AH-PURGE-DATE TO WS-RETIRED-DATE
           END-READ
           CLOSE ARCHIVE-FILE.

      *> Posting looks a to-account up on ACCOUNT.DAT before it
      *> tries LOAN.DAT, so a deposit account under a loan's number
      *> would take the borrower's payments away from the loan.
      *> LOAN-MAINT makes the same check in the other direction.
       306-CHECK-LOAN-NUMBER.
           MOVE 'N' TO WS-LOAN-NUMBER-FLAG
           MOVE ACCOUNT-NUMBER TO LN-LOAN-NUMBER
           OPEN INPUT LOAN-FILE
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-NUMBER-IS-LOAN TO TRUE
           END-READ
           CLOSE LOAN-FILE.

       310-KEY-NEW-ACCOUNT.
           DISPLAY 'Customer Name: '
           ACCEPT ACCOUNT-NAME
           DISPLAY 'Address Line 1: '
           ACCEPT ACCOUNT-BALANCE
           DISPLAY 'Overdraft Limit: '
           ACCEPT ACCOUNT-OD-LIMIT
           MOVE SPACES TO ACCOUNT-OD-PROTECT-ACCOUNT
           PERFORM 360-KEY-OD-PROTECTION
           MOVE 'N' TO ACCOUNT-PPAY-FLAG
           PERFORM 365-KEY-PPAY-ENROLLMENT
           MOVE 'N'    TO ACCOUNT-MAIL-RTN-FLAG
           MOVE ZERO   TO ACCOUNT-MAIL-RTN-COUNT
           MOVE SPACES TO ACCOUNT-MAIL-RTN-FIRST
           MOVE SPACES TO ACCOUNT-MAIL-RTN-LAST
           MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
           MOVE WS-RUN-DATE  TO ACCOUNT-OPEN-DATE
           MOVE WS-RUN-DATE  TO LAST-UPDATE-DATE
      *> record and audit trail exist — but at status 'H', so not
      *> a penny can move until compliance reviews the match and
      *> the hold is lifted through the maker/checker flow.
           MOVE ACCOUNT-NAME TO WS-SCREEN-NAME
           PERFORM 350-SCREEN-AGAINST-WATCH-LIST
           IF WS-SCREEN-MATCHED
               SET ACCOUNT-HELD TO TRUE
                       DISPLAY 'ACCOUNT ADDED'
                   END-IF
                   PERFORM 320-LINK-TO-CUSTOMER
                   PERFORM 370-RECORD-PRIMARY-PARTY
           END-WRITE.

      *> Same tolerance the batch rescreen applies: the shorter
           MOVE ZERO TO WS-NAME-LENGTH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
               IF WS-SCREEN-NAME(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-NAME-LENGTH
               END-IF
           END-PERFORM
                           MOVE WS-WL-LENGTH (WS-WL-IDX)
                               TO WS-COMPARE-LENGTH
                       END-IF
                       IF WS-SCREEN-NAME(1:WS-COMPARE-LENGTH) =
                               WS-WL-NAME (WS-WL-IDX)
                                   (1:WS-COMPARE-LENGTH)
                           SET WS-SCREEN-MATCHED TO TRUE
               END-IF
           END-IF.

      *> The overdraft-protection link must name another account
      *> that exists and is active; anything else is refused and the
      *> link left blank, so posting never has to guess.
       360-KEY-OD-PROTECTION.
           DISPLAY 'OD Protection Account ['
                   ACCOUNT-OD-PROTECT-ACCOUNT '] (blank = none): '
           ACCEPT ACCOUNT-OD-PROTECT-ACCOUNT
           IF ACCOUNT-OD-PROTECT-ACCOUNT NOT = SPACES
               IF ACCOUNT-OD-PROTECT-ACCOUNT = ACCOUNT-NUMBER
                   DISPLAY 'AN ACCOUNT CANNOT PROTECT ITSELF - '
                           'LINK REMOVED'
                   MOVE SPACES TO ACCOUNT-OD-PROTECT-ACCOUNT
               ELSE
                   MOVE 'N' TO WS-LINK-OK-FLAG
                   MOVE ACCOUNT-RECORD TO WS-SAVED-ACCOUNT
                   MOVE ACCOUNT-OD-PROTECT-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY 'OD PROTECTION ACCOUNT NOT FOUND'
                       NOT INVALID KEY
                           IF ACCOUNT-ACTIVE
                               SET WS-LINK-OK TO TRUE
                           ELSE
                               DISPLAY 'OD PROTECTION ACCOUNT NOT '
                                       'ACTIVE'
                           END-IF
                   END-READ
                   MOVE WS-SAVED-ACCOUNT TO ACCOUNT-RECORD
                   IF NOT WS-LINK-OK
                       DISPLAY 'OD PROTECTION LINK REMOVED'
                       MOVE SPACES TO ACCOUNT-OD-PROTECT-ACCOUNT
                   END-IF
               END-IF
           END-IF.

      *> Positive pay is a yes/no election; anything but Y (a blank
      *> answer included, and the LOW-VALUES an older record carries)
      *> is stored as N so every reader sees one of the two.
       365-KEY-PPAY-ENROLLMENT.
           IF NOT ACCOUNT-PPAY-ENROLLED
               MOVE 'N' TO ACCOUNT-PPAY-FLAG
           END-IF
           DISPLAY 'Positive Pay (Y/N) [' ACCOUNT-PPAY-FLAG ']: '
           ACCEPT ACCOUNT-PPAY-FLAG
           IF NOT ACCOUNT-PPAY-ENROLLED
               MOVE 'N' TO ACCOUNT-PPAY-FLAG
           END-IF.

      *> Keeps the customer-level master in step with the account
      *> master: the new account joins the customer record for its
      *> tax ID, creating the customer on first contact. An account
           IF ACCOUNT-TAX-ID = SPACES
               DISPLAY 'NO TAX ID - ACCOUNT NOT LINKED TO A CUSTOMER'
           ELSE
               MOVE ACCOUNT-TAX-ID TO WS-LINK-TAX-ID
               MOVE ACCOUNT-NAME   TO WS-LINK-NAME
               PERFORM 325-LINK-TAX-ID
           END-IF.

      *> Links the account in ACCOUNT-NUMBER under WS-LINK-TAX-ID —
      *> the primary at opening, each joint owner as they are
      *> added — so the account turns up under every owner.
       325-LINK-TAX-ID.
           MOVE 'N' TO WS-CM-FOUND-FLAG
           MOVE WS-LINK-TAX-ID TO CM-TAX-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CM-FOUND TO TRUE
           END-READ
           IF WS-CM-FOUND
               PERFORM 330-APPEND-ACCOUNT-TO-CUSTOMER
           ELSE
               MOVE WS-LINK-TAX-ID TO CM-TAX-ID
               MOVE WS-LINK-NAME   TO CM-NAME
               MOVE 1              TO CM-ACCOUNT-COUNT
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > 10
                   MOVE SPACES TO CM-ACCOUNT-NUMBER (WS-CM-IDX)
               END-PERFORM
               MOVE ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER (1)
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'CUSTOMER RECORD WRITE ERROR'
               END-WRITE
               DISPLAY 'NEW CUSTOMER RECORD CREATED'
           END-IF.

       330-APPEND-ACCOUNT-TO-CUSTOMER.
               END-IF
           END-IF.

      *> The primary owner goes on the party file at opening so the
      *> file lists everyone on the account; the account record
      *> stays the authority for the primary's name and tax ID.
       370-RECORD-PRIMARY-PARTY.
           MOVE ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
           SET AP-PRIMARY      TO TRUE
           MOVE ACCOUNT-TAX-ID TO AP-TAX-ID
           MOVE ACCOUNT-NAME   TO AP-NAME
           SET AP-ACTIVE       TO TRUE
           MOVE WS-RUN-DATE    TO AP-ADDED-DATE
           MOVE WS-OPERATOR    TO AP-ADDED-BY
           MOVE SPACES         TO AP-REMOVED-DATE
           MOVE SPACES         TO AP-REMOVED-BY
           OPEN EXTEND PARTY-FILE
           WRITE ACCOUNT-PARTY-RECORD
           CLOSE PARTY-FILE.

       400-UPDATE-ACCOUNT.
           MOVE SPACES TO WS-STATUS-MSG
           DISPLAY 'Account Number to update: '
      *> records, not applied: a different operator applies or
      *> refuses each one in MASTER-CHANGE-REVIEW. The keyed values
      *> ride the record image on the queue; nothing touches the
      *> master here. An address held for returned mail is flagged
      *> to the operator; a corrected address clears the hold when
      *> the change is applied.
       410-UPDATE-FIELDS.
           IF ACCOUNT-MAIL-RETURNED
               DISPLAY 'MAIL HELD - ADDRESS RETURNED UNDELIVERABLE '
                       ACCOUNT-MAIL-RTN-COUNT ' TIME(S), LAST '
                       ACCOUNT-MAIL-RTN-LAST
               DISPLAY 'A NEW ADDRESS RELEASES HELD MAIL ONCE THE '
                       'CHANGE IS APPROVED'
           END-IF
           DISPLAY 'Customer Name [' ACCOUNT-NAME ']: '
           ACCEPT ACCOUNT-NAME
           DISPLAY 'Address Line 1 [' ACCT-ADDR-LINE1 ']: '
           ACCEPT ACCOUNT-PHONE
           DISPLAY 'Overdraft Limit [' ACCOUNT-OD-LIMIT ']: '
           ACCEPT ACCOUNT-OD-LIMIT
           IF ACCOUNT-OD-PROTECT-ACCOUNT = LOW-VALUES
               MOVE SPACES TO ACCOUNT-OD-PROTECT-ACCOUNT
           END-IF
           PERFORM 360-KEY-OD-PROTECTION
           PERFORM 365-KEY-PPAY-ENROLLMENT
           DISPLAY 'Branch Code [' ACCOUNT-BRANCH ']: '
           ACCEPT ACCOUNT-BRANCH
           MOVE 'U' TO WS-PENDING-ACTION
           MOVE WS-PENDING-ACTION TO MC-ACTION
           MOVE ACCOUNT-NUMBER TO MC-ACCOUNT-NUMBER
           MOVE SPACES TO MC-NEW-IMAGE
           IF MC-PARTY-ADD OR MC-PARTY-REMOVE
               MOVE WS-NP-ROLE     TO MC-PARTY-ROLE
               MOVE WS-NP-TAX-ID   TO MC-PARTY-TAX-ID
               MOVE WS-NP-NAME     TO MC-PARTY-NAME
           ELSE
               MOVE ACCOUNT-RECORD TO MC-NEW-IMAGE
           END-IF
           WRITE MASTER-CHANGE-RECORD
           CLOSE PENDING-CHANGE-FILE
           DISPLAY 'CHANGE QUEUED FOR SECOND-OPERATOR APPROVAL'.
                   MOVE ACCOUNT-BALANCE TO WS-RPT-AMOUNT
                   DISPLAY 'ACCOUNT OVERDRAWN ' WS-RPT-AMOUNT
                       ' - COLLECT THE BALANCE BEFORE CLOSING'
      *> Funds frozen under a levy or garnishment belong to the
      *> agency until the remittance sweeps them or the order is
      *> released; they cannot go out on a settlement check.
               WHEN ACCOUNT-LEGAL-FROZEN NUMERIC
                       AND ACCOUNT-LEGAL-FROZEN > ZERO
                   MOVE ACCOUNT-LEGAL-FROZEN TO WS-RPT-AMOUNT
                   DISPLAY 'FUNDS FROZEN UNDER LEGAL ORDER '
                       WS-RPT-AMOUNT ' - ACCOUNT CANNOT BE CLOSED'
      *> TR-AMOUNT tops out at 9,999,999.99; a balance past it
      *> cannot ride one disbursement transaction, and letting the
      *> MOVE truncate would put a wrong amount on the audit trail.
                   DISPLAY 'BALANCE ' WS-RPT-AMOUNT
                       ' EXCEEDS THE SINGLE-TRANSACTION LIMIT OF'
                       ' 9,999,999.99 - SETTLE MANUALLY'
               WHEN ACCOUNT-BALANCE > SO-ITEM-LIMIT
                   PERFORM 510-OVERRIDE-SETTLEMENT
               WHEN ACCOUNT-BALANCE > ZERO
                   PERFORM 530-GENERATE-SETTLEMENT
               WHEN OTHER
                   END-REWRITE
           END-EVALUATE.

      *> A settlement disbursement past the operator's item limit
      *> needs a supervisor at the desk, the same as an over-limit
      *> slip at the counter; the override rides the disbursement
      *> as its approval, so posting does not queue it again.
       510-OVERRIDE-SETTLEMENT.
           MOVE 'OVRD' TO SO-FUNCTION
           MOVE ACCOUNT-BALANCE TO SO-AMOUNT
           MOVE SPACES TO SO-DETAIL
           STRING 'CLOSE A/C ' ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO SO-DETAIL
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF SO-SIGNED-ON
               MOVE SO-OVERRIDE-ID TO WS-SETTLE-APPROVER
               PERFORM 530-GENERATE-SETTLEMENT
           ELSE
               MOVE 'VIOL' TO SO-FUNCTION
               MOVE 'OVER LIMIT' TO SO-VIOLATION
               MOVE SO-ITEM-LIMIT TO SO-LIMIT
               CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
               DISPLAY 'SETTLEMENT NOT GENERATED - ACCOUNT NOT CLOSED'
           END-IF
           MOVE SPACES TO WS-SETTLE-APPROVER.

      *> The closed account comes off its customer record; the last
      *> slot moves into the gap so the list stays dense.
       520-UNLINK-FROM-CUSTOMER.
           IF ACCOUNT-TAX-ID NOT = SPACES
               MOVE ACCOUNT-TAX-ID TO WS-LINK-TAX-ID
               PERFORM 525-UNLINK-TAX-ID
           END-IF
           PERFORM 527-UNLINK-JOINT-OWNERS.

       525-UNLINK-TAX-ID.
           MOVE 'N' TO WS-CM-FOUND-FLAG
           MOVE WS-LINK-TAX-ID TO CM-TAX-ID
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
                           = ACCOUNT-NUMBER
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
                       WS-LINK-TAX-ID
               END-IF
           END-IF.

      *> A closed account also comes off every joint owner's
      *> customer record. The party records themselves stay as
      *> history of who was on the account.
       527-UNLINK-JOINT-OWNERS.
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                       AND AP-ACTIVE AND AP-JOINT
                       AND AP-TAX-ID NOT = SPACES
                   MOVE AP-TAX-ID TO WS-LINK-TAX-ID
                   PERFORM 525-UNLINK-TAX-ID
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE.

      *> With the daily accrual running, closure pays the exact
      *> accrued position; the operator-dated estimate remains only
      *> for records from before the accrual field existed.
               MOVE SPACES             TO TR-REF-NO
               MOVE SPACES             TO TR-ORIG-REF-NO
               MOVE SPACES             TO TR-SERIAL-NO
               MOVE WS-OPERATOR        TO TR-OPERATOR
               MOVE SPACES             TO TR-APPROVER
               MOVE SPACES             TO TR-FX-DETAIL
               WRITE TRANSACTION-RECORD
               ADD 1 TO WS-SETTLE-TXNS
           END-IF
           MOVE WS-RUN-TIME        TO TR-TIME
           MOVE SPACES             TO TR-TO-ACCOUNT-NUMBER
           MOVE ACCOUNT-BRANCH     TO TR-BRANCH
           IF WS-SETTLE-APPROVER = SPACES
               MOVE SPACE          TO TR-APPROVAL-FLAG
           ELSE
               SET TR-APPROVED     TO TRUE
           END-IF
           MOVE SPACES             TO TR-REF-NO
           MOVE SPACES             TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-OPERATOR        TO TR-OPERATOR
           MOVE WS-SETTLE-APPROVER TO TR-APPROVER
           MOVE SPACES             TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-SETTLE-TXNS
           CLOSE TRANSACTION-FILE
                   DISPLAY 'ACCOUNT NOT FOUND'
               NOT INVALID KEY
                   DISPLAY 'Current status: ' ACCOUNT-STATUS
      *> A charged-off account stays written off: flipping it back
      *> to active here would let posting credit deposits to the
      *> zeroed balance instead of taking them as recoveries.
                   IF ACCOUNT-CHARGED-OFF
                       DISPLAY 'ACCOUNT IS CHARGED OFF, NO CHANGE MADE'
                   ELSE
                   DISPLAY 'New status (A-Active, H-Held): '
                   ACCEPT WS-NEW-STATUS
                   EVALUATE TRUE
                       MOVE 'H' TO WS-PENDING-ACTION
                       PERFORM 420-QUEUE-PENDING-CHANGE
                   END-IF
                   END-IF
           END-READ.

      *> Who is on the account besides the primary: joint owners,
      *> authorized signers and payable-on-death beneficiaries. A
      *> joint owner is linked under their own tax ID in CUSTMAST so
      *> the account shows up in their household too; signers and
      *> beneficiaries are listed on the account only. Every name
      *> added is screened against the watch list first. Adds and
      *> removals are queued on MSTPEND.DAT like any other master
      *> change; MASTER-CHANGE-REVIEW writes the party record and
      *> the CUSTMAST link once a second operator approves.
       800-PARTY-MAINT.
           DISPLAY 'Account Number: '
           ACCEPT ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND'
               NOT INVALID KEY
                   PERFORM 805-PARTY-MENU
           END-READ.

       805-PARTY-MENU.
           PERFORM 810-LIST-PARTIES
           IF ACCOUNT-CLOSED
               DISPLAY 'ACCOUNT IS CLOSED, NO CHANGE MADE'
           ELSE
               DISPLAY 'A-Add party, R-Remove party, '
                       'anything else to return: '
               ACCEPT WS-PARTY-CHOICE
               EVALUATE TRUE
                   WHEN WS-PARTY-ADD
                       PERFORM 820-ADD-PARTY
                   WHEN WS-PARTY-REMOVE
                       PERFORM 830-REMOVE-PARTY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> The primary comes off the account record; the others are
      *> numbered in file order, the numbers the remove option
      *> takes.
       810-LIST-PARTIES.
           DISPLAY 'PRIMARY OWNER:   ' ACCOUNT-NAME '  '
               ACCOUNT-TAX-ID
           MOVE ZERO TO WS-PARTY-COUNT
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                       AND AP-ACTIVE AND NOT AP-PRIMARY
                   ADD 1 TO WS-PARTY-COUNT
                   PERFORM 815-NAME-ROLE
                   DISPLAY WS-PARTY-COUNT ' ' WS-PARTY-ROLE-NAME
                       AP-NAME '  ' AP-TAX-ID
                       '  ADDED ' AP-ADDED-DATE
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE
           IF WS-PARTY-COUNT = ZERO
               DISPLAY 'NO OTHER PARTIES ON THIS ACCOUNT'
           END-IF.

       815-NAME-ROLE.
           EVALUATE TRUE
               WHEN AP-JOINT
                   MOVE 'JOINT OWNER'     TO WS-PARTY-ROLE-NAME
               WHEN AP-SIGNER
                   MOVE 'SIGNER'          TO WS-PARTY-ROLE-NAME
               WHEN AP-BENEFICIARY
                   MOVE 'POD BENEFICIARY' TO WS-PARTY-ROLE-NAME
               WHEN OTHER
                   MOVE 'PRIMARY OWNER'   TO WS-PARTY-ROLE-NAME
           END-EVALUATE.

       820-ADD-PARTY.
           DISPLAY 'Role (J-Joint owner, S-Authorized signer, '
                   'B-POD beneficiary): '
           ACCEPT WS-NP-ROLE
           DISPLAY 'Name: '
           ACCEPT WS-NP-NAME
           DISPLAY 'Tax ID: '
           ACCEPT WS-NP-TAX-ID
           MOVE WS-NP-NAME TO WS-SCREEN-NAME
           EVALUATE TRUE
               WHEN NOT WS-NP-VALID-ROLE
                   DISPLAY 'INVALID ROLE, PARTY NOT ADDED'
               WHEN WS-NP-NAME = SPACES
                   DISPLAY 'NAME REQUIRED, PARTY NOT ADDED'
               WHEN WS-NP-TAX-ID = SPACES
                       AND NOT WS-NP-BENEFICIARY
                   DISPLAY 'TAX ID REQUIRED FOR AN OWNER OR SIGNER, '
                           'PARTY NOT ADDED'
               WHEN WS-NP-TAX-ID NOT = SPACES
                       AND WS-NP-TAX-ID = ACCOUNT-TAX-ID
                   DISPLAY 'TAX ID IS THE PRIMARY OWNER, '
                           'PARTY NOT ADDED'
               WHEN OTHER
                   PERFORM 840-CHECK-DUPLICATE-PARTY
                   IF WS-PARTY-DUPLICATE
                       DISPLAY 'ALREADY ON THIS ACCOUNT IN THAT '
                               'ROLE, PARTY NOT ADDED'
                   ELSE
      *> A listed name is not put on an existing account from this
      *> screen; compliance clears the match first.
                       PERFORM 350-SCREEN-AGAINST-WATCH-LIST
                       IF WS-SCREEN-MATCHED
                           DISPLAY 'WATCH-LIST MATCH - PARTY NOT '
                                   'ADDED, REFER TO COMPLIANCE'
                       ELSE
                           PERFORM 825-WRITE-PARTY
                       END-IF
                   END-IF
           END-EVALUATE.

       825-WRITE-PARTY.
           MOVE 'A' TO WS-PENDING-ACTION
           PERFORM 420-QUEUE-PENDING-CHANGE.

      *> Picks out the chosen party and queues its removal; the
      *> reviewer's apply marks the record removed in place and
      *> takes a joint owner's link off their customer record.
       830-REMOVE-PARTY.
           DISPLAY 'Line number of the party to remove: '
           ACCEPT WS-PARTY-LINE
           IF WS-PARTY-LINE NOT NUMERIC
                   OR WS-PARTY-LINE = ZERO
                   OR WS-PARTY-LINE > WS-PARTY-COUNT
               DISPLAY 'NO SUCH LINE, NO CHANGE MADE'
           ELSE
               MOVE ZERO TO WS-PARTY-COUNT
               MOVE SPACE TO WS-NP-ROLE
               MOVE 'N' TO WS-PARTY-EOF-FLAG
               OPEN INPUT PARTY-FILE
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
               PERFORM UNTIL END-OF-PARTY-FILE
                   IF AP-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                           AND AP-ACTIVE AND NOT AP-PRIMARY
                       ADD 1 TO WS-PARTY-COUNT
                       IF WS-PARTY-COUNT = WS-PARTY-LINE
                           MOVE AP-ROLE      TO WS-NP-ROLE
                           MOVE AP-TAX-ID    TO WS-NP-TAX-ID
                           MOVE AP-NAME      TO WS-NP-NAME
                           DISPLAY 'PARTY TO REMOVE: ' AP-NAME
                       END-IF
                   END-IF
                   READ PARTY-FILE
                       AT END SET END-OF-PARTY-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARTY-FILE
               MOVE 'R' TO WS-PENDING-ACTION
               PERFORM 420-QUEUE-PENDING-CHANGE
           END-IF.

       840-CHECK-DUPLICATE-PARTY.
           MOVE 'N' TO WS-PARTY-DUP-FLAG
           MOVE 'N' TO WS-PARTY-EOF-FLAG
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACCOUNT-NUMBER = ACCOUNT-NUMBER
                       AND AP-ACTIVE
                       AND AP-ROLE = WS-NP-ROLE
                       AND AP-NAME = WS-NP-NAME
                       AND AP-TAX-ID = WS-NP-TAX-ID
                   SET WS-PARTY-DUPLICATE TO TRUE
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE.
