      *> keyed START into the audit-history store AUDITIX.DAT per
      *> account, not the ten full passes of AUDIT.DAT a ten-account
      *> household used to cost — followed by a combined
      *> current-balance total across the household. An account
      *> held jointly is on the CUSTMAST record of every owner, so
      *> it appears in each owner's statement; each section says
      *> whether this customer is the primary or a joint owner and
      *> names everyone else on the account off the party file
      *> (ACCTPTY.DAT) — other owners, signers and beneficiaries.
      *> When the address on any account the customer holds as
      *> primary owner is flagged for returned mail, the statement
      *> prints under a DO NOT MAIL banner and is entered on the
      *> hold-mail register (HOLDMAIL.DAT) for the nightly
      *> hold-mail report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-STATEMENT.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL PARTY-FILE ASSIGN TO 'ACCTPTY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-MAIL-FILE ASSIGN TO 'HOLDMAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  PARTY-FILE.
       COPY ACCTPTY.

       FD  HOLD-MAIL-FILE.
       COPY HOLDMAIL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X.
               88  WS-CM-FOUND    VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X.
               88  ACCT-FOUND     VALUE 'Y'.
           05  WS-PARTY-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-PARTY-FILE VALUE 'Y'.
           05  WS-MAIL-HOLD-FLAG  PIC X VALUE 'N'.
               88  WS-MAIL-HELD   VALUE 'Y'.


      *> ACCT-IN-USE gate fields: interactive programs check the
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
       01  WS-RPT-BALANCE         PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> Active non-primary parties on this customer's accounts,
      *> loaded once for the statement.
       01  WS-PARTY-TABLE.
           05  WS-PT-ENTRY OCCURS 100 TIMES.
               10  WS-PT-ACCOUNT      PIC X(10).
               10  WS-PT-ROLE         PIC X(15).
               10  WS-PT-TAX-ID       PIC X(11).
               10  WS-PT-NAME         PIC X(30).
       01  WS-PT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PT-IDX              PIC 9(3).
       01  WS-OWNERSHIP           PIC X(15).

      *> The first primary-owned account found with its address
      *> flagged for returned mail — the one the hold is entered
      *> under.
       01  WS-HOLD-ACCOUNT        PIC X(10).
       01  WS-HOLD-RTN-COUNT      PIC 9(3).
       01  WS-HOLD-LAST-RETURN    PIC X(8).
       01  WS-HOLD-DATE           PIC X(8).

      *> RUN-CONTROL interface fields: a held item is dated for the
      *> business date whose NOTICE-GEN run lists it on the
      *> hold-mail report. CHECK against the NOTICES job only reads
      *> the control record; it says whether that report has
      *> already printed for the current business date.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'NOTICES'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> BANK-CALENDAR interface fields: an item held after the
      *> report has printed goes on the next business date's.
       01  WS-CAL-FUNCTION        PIC X(5).
       01  WS-CAL-DATE            PIC X(8).
       01  WS-CAL-RESULT          PIC X(8).
       01  WS-CAL-STATUS          PIC X.
           88  WS-CAL-OK          VALUE 'O'.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'CHECK' TO WS-LOCK-FUNCTION
                   WS-STMT-TAX-ID
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           PERFORM 230-CHECK-MAIL-HOLD
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
           PERFORM 210-PRINT-HEADER
           IF WS-MAIL-HELD
               PERFORM 240-HOLD-STATEMENT
           END-IF
           PERFORM 220-LOAD-PARTIES
           OPEN INPUT AUDIT-INDEX-FILE
           PERFORM 300-STATEMENT-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               WS-STMT-TO-DATE
           DISPLAY '============================================'.

       220-LOAD-PARTIES.
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACTIVE AND NOT AP-PRIMARY
                   PERFORM 225-KEEP-PARTY
                       VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE.

       225-KEEP-PARTY.
           IF AP-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER (WS-ACCT-IDX)
               IF WS-PT-COUNT < 100
                   ADD 1 TO WS-PT-COUNT
                   MOVE AP-ACCOUNT-NUMBER
                       TO WS-PT-ACCOUNT (WS-PT-COUNT)
                   MOVE AP-TAX-ID TO WS-PT-TAX-ID (WS-PT-COUNT)
                   MOVE AP-NAME   TO WS-PT-NAME (WS-PT-COUNT)
                   EVALUATE TRUE
                       WHEN AP-JOINT
                           MOVE 'JOINT OWNER'
                               TO WS-PT-ROLE (WS-PT-COUNT)
                       WHEN AP-SIGNER
                           MOVE 'SIGNER'
                               TO WS-PT-ROLE (WS-PT-COUNT)
                       WHEN OTHER
                           MOVE 'POD BENEFICIARY'
                               TO WS-PT-ROLE (WS-PT-COUNT)
                   END-EVALUATE
               ELSE
                   DISPLAY 'PARTY TABLE FULL - ' AP-NAME
                       ' NOT LISTED'
               END-IF
           END-IF.

      *> Only an account the customer holds as primary carries the
      *> customer's own address; a joint account's master address
      *> belongs to its primary owner.
       230-CHECK-MAIL-HOLD.
           IF NOT WS-MAIL-HELD
               MOVE CM-ACCOUNT-NUMBER (WS-ACCT-IDX) TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNT-TAX-ID = WS-STMT-TAX-ID
                               AND ACCOUNT-MAIL-RETURNED
                           SET WS-MAIL-HELD TO TRUE
                           MOVE ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
                           MOVE ACCOUNT-MAIL-RTN-LAST
                               TO WS-HOLD-LAST-RETURN
                           IF ACCOUNT-MAIL-RTN-COUNT IS NUMERIC
                               MOVE ACCOUNT-MAIL-RTN-COUNT
                                   TO WS-HOLD-RTN-COUNT
                           ELSE
                               MOVE ZERO TO WS-HOLD-RTN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       240-HOLD-STATEMENT.
           DISPLAY '*** HOLD MAIL - DO NOT MAIL - ADDRESS RETURNED '
                   'UNDELIVERABLE ***'
           DISPLAY '*** ACCOUNT ' WS-HOLD-ACCOUNT ' RETURNED '
                   WS-HOLD-RTN-COUNT ' TIME(S), LAST '
                   WS-HOLD-LAST-RETURN ' ***'
           DISPLAY '============================================'
           PERFORM 245-DATE-HOLD-ENTRY
           MOVE WS-HOLD-DATE        TO HM-DATE
           MOVE WS-HOLD-ACCOUNT     TO HM-ACCOUNT
           MOVE 'HOUSEHOLD'         TO HM-ITEM
           MOVE CM-NAME             TO HM-NAME
           MOVE WS-HOLD-RTN-COUNT   TO HM-RTN-COUNT
           MOVE WS-HOLD-LAST-RETURN TO HM-LAST-RETURN
           MOVE 'HOUSEHOLD-STATEMENT' TO HM-HELD-BY
           OPEN EXTEND HOLD-MAIL-FILE
           WRITE HOLD-MAIL-RECORD
           CLOSE HOLD-MAIL-FILE.

      *> The hold-mail report lists the entries dated for its own
      *> business date, so the entry carries the posting calendar's
      *> date, not the wall clock: a statement printed over a
      *> weekend or holiday, or after tonight's report has already
      *> run, still makes the next report. The wall clock stands in
      *> only when no run-control record is in force.
       245-DATE-HOLD-ENTRY.
           MOVE 'CHECK' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           EVALUATE TRUE
               WHEN WS-RC-NO-FILE
                   ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD
               WHEN WS-RC-ALREADY-RUN
                   MOVE 'NEXT' TO WS-CAL-FUNCTION
                   MOVE WS-RC-BUSINESS-DATE TO WS-CAL-DATE
                   CALL 'BANK-CALENDAR' USING WS-CAL-FUNCTION
                                               WS-CAL-DATE
                                               WS-CAL-RESULT
                                               WS-CAL-STATUS
                   IF WS-CAL-OK
                       MOVE WS-CAL-RESULT TO WS-HOLD-DATE
                   ELSE
                       MOVE WS-RC-BUSINESS-DATE TO WS-HOLD-DATE
                   END-IF
               WHEN OTHER
                   MOVE WS-RC-BUSINESS-DATE TO WS-HOLD-DATE
           END-EVALUATE.

       300-STATEMENT-ONE-ACCOUNT.
           MOVE CM-ACCOUNT-NUMBER (WS-ACCT-IDX) TO WS-STMT-ACCOUNT
           DISPLAY '--------------------------------------------'
           DISPLAY 'ACCOUNT: ' WS-STMT-ACCOUNT
           PERFORM 330-PRINT-PARTIES
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE 'N' TO EOF-FLAG
           MOVE WS-STMT-ACCOUNT   TO AIX-ACCOUNT
               DISPLAY 'ACCOUNT NOT FOUND ON ACCOUNT-FILE'
           END-IF.

      *> This customer's capacity on the account, then everyone
      *> else on it: the primary off the account record when that
      *> is someone else, and the party file for the rest.
       330-PRINT-PARTIES.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE WS-STMT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ
           IF ACCT-FOUND
               IF ACCOUNT-TAX-ID = WS-STMT-TAX-ID
                   MOVE 'PRIMARY OWNER' TO WS-OWNERSHIP
               ELSE
                   MOVE 'JOINT OWNER'   TO WS-OWNERSHIP
               END-IF
               DISPLAY 'HELD AS: ' WS-OWNERSHIP
               IF ACCOUNT-TAX-ID NOT = WS-STMT-TAX-ID
                   DISPLAY '  PRIMARY OWNER    ' ACCOUNT-NAME
               END-IF
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-ACCOUNT (WS-PT-IDX) = WS-STMT-ACCOUNT
                           AND WS-PT-TAX-ID (WS-PT-IDX)
                               NOT = WS-STMT-TAX-ID
                       DISPLAY '  ' WS-PT-ROLE (WS-PT-IDX) '  '
                           WS-PT-NAME (WS-PT-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       900-PRINT-COMBINED-TOTAL.
           DISPLAY '============================================'
           MOVE WS-COMBINED-BALANCE TO WS-RPT-BALANCE
