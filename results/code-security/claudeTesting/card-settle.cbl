      *> Nightly debit network settlement intake: the card sibling of
      *> ACH-CREDIT-INTAKE. Reads the network's daily settlement file
      *> (its own CARD-SETTLE-RECORD layout), proves its framing and
      *> item count, and turns each settled item into a
      *> TRANSACTION-RECORD on TRANS.DAT ahead of the posting run —
      *> ATM cash and purchases as WITHDRAWALs, refunds and ATM
      *> deposits as DEPOSITs — with the network's item reference in
      *> TR-REF-NO, so posting's duplicate check recognizes a file
      *> sent twice.
      *>
      *> An item that settles an authorization CARD-AUTHORIZE
      *> approved gives that authorization's memo hold back to
      *> ACCOUNT-AVAIL-BALANCE here, just ahead of the posting run
      *> that debits the real amount; it rides with TR-APPROVED set,
      *> since the card's limits and the available balance were
      *> already checked when it was authorized. Authorizations the
      *> network never settles are given back once they are
      *> CARD-AUTH-DAYS old (RUNPARM, default 7).
      *>
      *> Items on a hot-carded or closed card are listed on the
      *> settlement report. Those we authorized before the card was
      *> stopped, and credits, still post; a debit we never
      *> authorized does not — it is left for the card desk to
      *> charge back, as are items on cards or accounts we cannot
      *> post to. The file's net settlement figure is then
      *> reconciled against our own clearing position: what was
      *> posted, plus what was left for chargeback.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLE-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL: a day with no settlement file reads straight AT
      *> END, and the run still ages out stale authorizations.
           SELECT OPTIONAL CARD-SETTLE-FILE ASSIGN TO 'CARDSETL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-AUTH-FILE ASSIGN TO 'CARDAUTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEEP-FILE ASSIGN TO 'CARDAUTH.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-SETTLE-FILE.
       COPY CARDSETL.

       FD  CARD-AUTH-FILE.
       COPY CARDAUTH.

       FD  KEEP-FILE.
       01  KEEP-RECORD            PIC X(103).

       FD  CARD-FILE.
       COPY CARDMAST.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-AUTH-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-AUTHS   VALUE 'Y'.
           05  WS-HDR-EOF-FLAG    PIC X VALUE 'N'.
               88  WS-HDR-EOF     VALUE 'Y'.
           05  WS-CARD-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-CARD-FOUND  VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-POST-FLAG       PIC X VALUE 'N'.
               88  WS-POST-ITEM   VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-RUN-TIME            PIC X(6).

      *> File proof, taken on a full first pass before anything is
      *> written: exactly one header first, exactly one trailer last
      *> for the same settlement, every item readable, and the item
      *> count agreeing with the trailer. A file that fails is
      *> refused whole. The dollar figure is not part of the proof:
      *> the network has already moved the money, so a dollar break
      *> is reconciled and reported after posting, not refused.
       01  WS-PROOF-FIELDS.
           05  WS-PF-RECORDS      PIC 9(7) VALUE ZERO.
           05  WS-PF-HEADERS      PIC 9(7) VALUE ZERO.
           05  WS-PF-TRAILERS     PIC 9(7) VALUE ZERO.
           05  WS-PF-ITEMS        PIC 9(7) VALUE ZERO.
           05  WS-PF-BAD-RECORDS  PIC 9(7) VALUE ZERO.
           05  WS-PF-FIRST-TYPE   PIC X VALUE SPACE.
           05  WS-PF-LAST-TYPE    PIC X VALUE SPACE.
           05  WS-PF-TRL-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-PF-TRL-NET      PIC S9(9)V99 VALUE ZERO.
           05  WS-PF-TRL-ID       PIC X(10) VALUE SPACES.
       01  WS-SETTLE-ID           PIC X(10) VALUE SPACES.
       01  WS-SETTLE-DATE         PIC X(8) VALUE SPACES.
       01  WS-NETWORK-NAME        PIC X(16) VALUE SPACES.

      *> Outstanding authorizations, loaded from CARDAUTH.DAT in file
      *> order so the rewrite pass can pair each outstanding record
      *> with its slot by position.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 10000 TIMES.
               10  WS-AU-REF      PIC X(12).
               10  WS-AU-ACCOUNT  PIC X(10).
               10  WS-AU-AMOUNT   PIC 9(7)V99.
               10  WS-AU-SETTLED  PIC X.
               10  WS-AU-SETTLE-REF PIC X(12).
       01  WS-AUTH-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-AUTH-IDX            PIC 9(5).
       01  WS-AUTH-FOUND-IDX      PIC 9(5).
       01  WS-AUTH-SEQ            PIC 9(5).

      *> Authorizations older than this are given back unsettled.
       01  WS-AUTH-DAYS           PIC 9(3) VALUE 7.
       01  WS-EXPIRE-DATE         PIC X(8).
       01  WS-RUN-DATE-NUM        PIC 9(8).
       01  WS-EXPIRE-DATE-NUM     PIC 9(8).
       01  WS-DATE-INTEGER        PIC 9(9).

       01  WS-ITEM-NOTE           PIC X(26).
       01  WS-TXN-NAME            PIC X(8).

       01  WS-ITEMS-READ          PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-POSTED        PIC 9(7) VALUE ZERO.
       01  WS-POSTED-DEBITS       PIC 9(9)V99 VALUE ZERO.
       01  WS-POSTED-CREDITS      PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEMS-UNPOSTED      PIC 9(7) VALUE ZERO.
       01  WS-UNPOSTED-DEBITS     PIC 9(9)V99 VALUE ZERO.
       01  WS-UNPOSTED-CREDITS    PIC 9(9)V99 VALUE ZERO.
       01  WS-STOPPED-CARD-ITEMS  PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-MATCHED       PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-RELEASED-AMT  PIC 9(9)V99 VALUE ZERO.
       01  WS-DEBITS-UNMATCHED    PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-EXPIRED       PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-EXPIRED-AMT   PIC 9(9)V99 VALUE ZERO.
       01  WS-AUTHS-CARRIED       PIC 9(7) VALUE ZERO.
       01  WS-AUTHS-DROPPED       PIC 9(7) VALUE ZERO.
       01  WS-OUR-POSITION        PIC S9(9)V99 VALUE ZERO.
       01  WS-CLEARING-BREAK      PIC S9(9)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5.

      *> RUNPARM.DAT interface fields for CARD-AUTH-DAYS.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> EXCEPTION-LOG interface fields: a refused file is fatal and
      *> stops the run unstamped (RETURN-CODE 8); items left for
      *> chargeback and a clearing break are warnings (RETURN-CODE
      *> 4) for the card desk in the morning.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'CARDSETL'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> REPORT-SPOOL interface: the settlement report goes both to
      *> the console and to the dated report file the card desk
      *> works from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'CARDSETL'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> ACCT-IN-USE gate fields: the in-use interlock on the
      *> account master shared with every other job and screen.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE 'CARDSETL'.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-RECLAIMED  VALUE 'R'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> RUN-CONTROL interface fields: settlement runs once per
      *> business date, ahead of TRANSPROC, so tonight's card items
      *> post in tonight's batch.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'CARDSETL'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROCESS-RECORD
               UNTIL END-OF-FILE
           PERFORM 400-REWRITE-AUTHORIZATIONS
           PERFORM 900-END-PROGRAM
           STOP RUN.

      *> The items carry the business date the batch will post
      *> under, not the wall clock — same reasoning as
      *> ACH-CREDIT-INTAKE.
       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'CARD-AUTH-DAYS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-AUTH-DAYS
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               - WS-AUTH-DAYS
           COMPUTE WS-EXPIRE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-EXPIRE-DATE-NUM TO WS-EXPIRE-DATE
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DEBIT CARD NETWORK SETTLEMENT'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE:        ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM 210-PROVE-FILE
           MOVE 'SET' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-LOCK-HELD
               DISPLAY 'ACCOUNT MASTER IN USE BY '
                   WS-LOCK-HOLDER ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 230-LOAD-AUTHORIZATIONS
           OPEN INPUT  CARD-SETTLE-FILE
                       CARD-FILE
           OPEN I-O    ACCOUNT-FILE
           OPEN EXTEND TRANSACTION-FILE
           READ CARD-SETTLE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       205-CHECK-RUN-CONTROL.
           MOVE 'CHECK' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           EVALUATE TRUE
               WHEN WS-RC-OK
                   CONTINUE
               WHEN WS-RC-NO-FILE
                   DISPLAY 'NO RUN-CONTROL FILE - SEQUENCE NOT '
                           'ENFORCED THIS RUN'
               WHEN WS-RC-ALREADY-RUN
                   DISPLAY WS-RC-JOB-NAME ' ALREADY COMPLETE FOR '
                       'BUSINESS DATE ' WS-RC-BUSINESS-DATE
                       ' - RUN REFUSED'
                   STOP RUN
               WHEN WS-RC-OUT-OF-SEQ
                   DISPLAY WS-RC-JOB-NAME ' OUT OF SEQUENCE - AN '
                       'EARLIER JOB HAS NOT COMPLETED - RUN REFUSED'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'RUN-CONTROL ERROR - RUN REFUSED'
                   STOP RUN
           END-EVALUATE.

      *> First pass: tallies the whole file against its own header
      *> and trailer before a single item is written. An empty file
      *> (no settlement today) proves trivially.
       210-PROVE-FILE.
           OPEN INPUT CARD-SETTLE-FILE
           READ CARD-SETTLE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               PERFORM 215-TALLY-RECORD
               READ CARD-SETTLE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE CARD-SETTLE-FILE
           MOVE 'N' TO EOF-FLAG
           IF WS-PF-RECORDS > ZERO
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'SETTLEMENT ' WS-SETTLE-ID
                   '  NETWORK ' WS-NETWORK-NAME
                   '  DATED ' WS-SETTLE-DATE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-PF-HEADERS NOT = 1
                           OR WS-PF-TRAILERS NOT = 1
                           OR WS-PF-FIRST-TYPE NOT = 'H'
                           OR WS-PF-LAST-TYPE NOT = 'T'
                           OR WS-PF-BAD-RECORDS > ZERO
                           OR WS-PF-TRL-ID NOT = WS-SETTLE-ID
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING 'SETTLEMENT FILE FRAMING INVALID - '
                           'HEADER/TRAILER MISSING OR BAD RECORDS'
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       PERFORM 904-PRINT-REPORT-LINE
                       MOVE 'CARD SETTLEMENT FRAMING INVALID'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-BAD-RECORDS TO WS-EX-FIGURE-1
                       MOVE WS-PF-RECORDS TO WS-EX-FIGURE-2
                       PERFORM 225-REFUSE-FILE
                   WHEN WS-PF-ITEMS NOT = WS-PF-TRL-COUNT
                       MOVE WS-PF-TRL-COUNT TO WS-RPT-COUNT
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING 'ITEM COUNT DOES NOT AGREE WITH '
                           'TRAILER ' WS-RPT-COUNT
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       PERFORM 904-PRINT-REPORT-LINE
                       MOVE 'CARD SETTLEMENT COUNT BREAK'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-TRL-COUNT TO WS-EX-FIGURE-1
                       MOVE WS-PF-ITEMS TO WS-EX-FIGURE-2
                       PERFORM 225-REFUSE-FILE
               END-EVALUATE
           END-IF.

       215-TALLY-RECORD.
           ADD 1 TO WS-PF-RECORDS
           IF WS-PF-RECORDS = 1
               MOVE CS-RECORD-TYPE TO WS-PF-FIRST-TYPE
           END-IF
           MOVE CS-RECORD-TYPE TO WS-PF-LAST-TYPE
           EVALUATE TRUE
               WHEN CS-HEADER
                   ADD 1 TO WS-PF-HEADERS
                   MOVE CS-SETTLE-ID    TO WS-SETTLE-ID
                   MOVE CS-SETTLE-DATE  TO WS-SETTLE-DATE
                   MOVE CS-NETWORK-NAME TO WS-NETWORK-NAME
               WHEN CS-ITEM
                   IF CS-AMOUNT IS NUMERIC
                           AND (CS-DEBIT-ITEM OR CS-CREDIT-ITEM)
                           AND CS-NETWORK-REF NOT = SPACES
                       ADD 1 TO WS-PF-ITEMS
                   ELSE
                       ADD 1 TO WS-PF-BAD-RECORDS
                   END-IF
               WHEN CS-TRAILER
                   ADD 1 TO WS-PF-TRAILERS
                   MOVE CS-TRL-SETTLE-ID TO WS-PF-TRL-ID
                   IF CS-TRL-ITEM-COUNT IS NUMERIC
                           AND CS-TRL-NET-AMOUNT IS NUMERIC
                           AND (CS-TRL-NET-DEBIT
                                OR CS-TRL-NET-CREDIT)
                       MOVE CS-TRL-ITEM-COUNT TO WS-PF-TRL-COUNT
                       IF CS-TRL-NET-DEBIT
                           MOVE CS-TRL-NET-AMOUNT TO WS-PF-TRL-NET
                       ELSE
                           COMPUTE WS-PF-TRL-NET =
                               ZERO - CS-TRL-NET-AMOUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-PF-BAD-RECORDS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PF-BAD-RECORDS
           END-EVALUATE.

      *> Same stance as ACH-CREDIT-INTAKE: the file is left where it
      *> is for operations to take up with the network, and the run
      *> stops unstamped so it can simply be rerun.
       225-REFUSE-FILE.
           MOVE 'F' TO WS-EX-SEVERITY
           CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                       WS-RUN-DATE
                                       WS-EX-SEVERITY
                                       WS-EX-CONDITION
                                       WS-EX-FIGURE-1
                                       WS-EX-FIGURE-2
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       220-OPEN-REPORT-SPOOL.
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       230-LOAD-AUTHORIZATIONS.
           OPEN INPUT CARD-AUTH-FILE
           READ CARD-AUTH-FILE
               AT END SET END-OF-AUTHS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUTHS
               IF CA-OUTSTANDING
                   IF WS-AUTH-COUNT < 10000
                       ADD 1 TO WS-AUTH-COUNT
                       MOVE CA-AUTH-REF
                           TO WS-AU-REF (WS-AUTH-COUNT)
                       MOVE CA-ACCOUNT-NUMBER
                           TO WS-AU-ACCOUNT (WS-AUTH-COUNT)
                       MOVE CA-AMOUNT
                           TO WS-AU-AMOUNT (WS-AUTH-COUNT)
                       MOVE 'N' TO WS-AU-SETTLED (WS-AUTH-COUNT)
                       MOVE SPACES
                           TO WS-AU-SETTLE-REF (WS-AUTH-COUNT)
                   ELSE
                       DISPLAY 'AUTHORIZATION TABLE FULL - '
                           CA-AUTH-REF ' CARRIED UNMATCHED'
                   END-IF
               END-IF
               READ CARD-AUTH-FILE
                   AT END SET END-OF-AUTHS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CARD-AUTH-FILE
           MOVE 'N' TO WS-AUTH-EOF-FLAG.

       300-PROCESS-RECORD.
           IF CS-ITEM
               PERFORM 305-PROCESS-ITEM
           END-IF
           READ CARD-SETTLE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       305-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE SPACES TO WS-ITEM-NOTE
           MOVE 'Y' TO WS-POST-FLAG
           MOVE 'N' TO WS-CARD-FOUND-FLAG
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE ZERO TO WS-AUTH-FOUND-IDX
           IF CS-DEBIT-ITEM AND CS-AUTH-REF NOT = SPACES
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                           OR WS-AUTH-FOUND-IDX > ZERO
                   IF WS-AU-REF (WS-AUTH-IDX) = CS-AUTH-REF
                           AND WS-AU-SETTLED (WS-AUTH-IDX) = 'N'
                       MOVE WS-AUTH-IDX TO WS-AUTH-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           MOVE CS-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   MOVE 'CARD NOT ON FILE' TO WS-ITEM-NOTE
                   MOVE 'N' TO WS-POST-FLAG
               NOT INVALID KEY
                   SET WS-CARD-FOUND TO TRUE
           END-READ
      *> A stopped card's debit posts only if we authorized it
      *> before the card was stopped.
           IF WS-CARD-FOUND AND NOT CARD-ACTIVE
               ADD 1 TO WS-STOPPED-CARD-ITEMS
               EVALUATE TRUE
                   WHEN CS-DEBIT-ITEM AND WS-AUTH-FOUND-IDX = ZERO
                       MOVE 'N' TO WS-POST-FLAG
                       IF CARD-HOT
                           MOVE 'HOT CARD - NOT AUTHORIZED'
                               TO WS-ITEM-NOTE
                       ELSE
                           MOVE 'CLOSED CARD - NOT AUTHORIZD'
                               TO WS-ITEM-NOTE
                       END-IF
                   WHEN CARD-HOT
                       MOVE 'HOT CARD - POSTED' TO WS-ITEM-NOTE
                   WHEN OTHER
                       MOVE 'CLOSED CARD - POSTED' TO WS-ITEM-NOTE
               END-EVALUATE
           END-IF
           IF WS-POST-ITEM
               MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON FILE' TO WS-ITEM-NOTE
                       MOVE 'N' TO WS-POST-FLAG
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-POST-ITEM AND ACCOUNT-CLOSED
               MOVE 'ACCOUNT CLOSED' TO WS-ITEM-NOTE
               MOVE 'N' TO WS-POST-FLAG
           END-IF
           IF WS-POST-ITEM
               IF WS-AUTH-FOUND-IDX > ZERO
                   PERFORM 310-RELEASE-AUTHORIZATION
               END-IF
               PERFORM 320-WRITE-TRANSACTION
           ELSE
               ADD 1 TO WS-ITEMS-UNPOSTED
               IF CS-DEBIT-ITEM
                   ADD CS-AMOUNT TO WS-UNPOSTED-DEBITS
               ELSE
                   ADD CS-AMOUNT TO WS-UNPOSTED-CREDITS
               END-IF
           END-IF
           IF WS-ITEM-NOTE NOT = SPACES
               PERFORM 330-PRINT-ITEM
           END-IF.

      *> The hold comes back in full even when the settled amount
      *> differs (a tip, a fuel pre-authorization): posting takes
      *> the real amount.
       310-RELEASE-AUTHORIZATION.
           IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
               MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
           END-IF
           IF WS-AU-ACCOUNT (WS-AUTH-FOUND-IDX) = ACCOUNT-NUMBER
               ADD WS-AU-AMOUNT (WS-AUTH-FOUND-IDX)
                   TO ACCOUNT-AVAIL-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY 'ACCOUNT REWRITE ERROR: '
                           ACCOUNT-NUMBER
               END-REWRITE
           ELSE
               PERFORM 315-RELEASE-OTHER-ACCOUNT
           END-IF
           MOVE 'Y' TO WS-AU-SETTLED (WS-AUTH-FOUND-IDX)
           MOVE CS-NETWORK-REF TO WS-AU-SETTLE-REF (WS-AUTH-FOUND-IDX)
           ADD 1 TO WS-AUTHS-MATCHED
           ADD WS-AU-AMOUNT (WS-AUTH-FOUND-IDX)
               TO WS-AUTHS-RELEASED-AMT.

      *> The card was moved to another account between the
      *> authorization and its settlement: the hold is given back to
      *> the account it was taken from, and the item's own account
      *> is re-read for posting.
       315-RELEASE-OTHER-ACCOUNT.
           MOVE WS-AU-ACCOUNT (WS-AUTH-FOUND-IDX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
                       MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
                   END-IF
                   ADD WS-AU-AMOUNT (WS-AUTH-FOUND-IDX)
                       TO ACCOUNT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ACCOUNT REWRITE ERROR: '
                               ACCOUNT-NUMBER
                   END-REWRITE
           END-READ
           MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       320-WRITE-TRANSACTION.
           MOVE CARD-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
           IF CS-DEBIT-ITEM
               SET WITHDRAWAL TO TRUE
               ADD CS-AMOUNT TO WS-POSTED-DEBITS
           ELSE
               SET DEPOSIT TO TRUE
               ADD CS-AMOUNT TO WS-POSTED-CREDITS
           END-IF
           MOVE CS-AMOUNT          TO TR-AMOUNT
           MOVE WS-RUN-DATE        TO TR-DATE
           MOVE WS-RUN-TIME        TO TR-TIME
           MOVE SPACES             TO TR-TO-ACCOUNT-NUMBER
           MOVE SPACES             TO TR-BRANCH
           IF WS-AUTH-FOUND-IDX > ZERO
               SET TR-APPROVED     TO TRUE
           ELSE
               MOVE SPACE          TO TR-APPROVAL-FLAG
               IF CS-DEBIT-ITEM
                   ADD 1 TO WS-DEBITS-UNMATCHED
               END-IF
           END-IF
           MOVE CS-NETWORK-REF     TO TR-REF-NO
           MOVE SPACES             TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME     TO TR-OPERATOR
           MOVE SPACES             TO TR-APPROVER
           MOVE SPACES             TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-POSTED.

       330-PRINT-ITEM.
           EVALUATE TRUE
               WHEN CS-ATM-CASH
                   MOVE 'ATM CASH' TO WS-TXN-NAME
               WHEN CS-PURCHASE
                   MOVE 'PURCHASE' TO WS-TXN-NAME
               WHEN CS-REFUND
                   MOVE 'REFUND' TO WS-TXN-NAME
               WHEN OTHER
                   MOVE 'ATM DEP' TO WS-TXN-NAME
           END-EVALUATE
           MOVE CS-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING CS-CARD-NUMBER ' ' WS-TXN-NAME ' '
               WS-RPT-AMOUNT ' ' CS-NETWORK-REF ' ' WS-ITEM-NOTE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> Rebuilds CARDAUTH.DAT: outstanding authorizations this run
      *> settled or aged out are resolved and dropped, the rest
      *> carried; today's records are kept whatever their status so
      *> the day's limit tallies stay whole. Same delete/rename
      *> idiom as HOLD-RELEASE.
       400-REWRITE-AUTHORIZATIONS.
           MOVE ZERO TO WS-AUTH-SEQ
           OPEN INPUT  CARD-AUTH-FILE
           OPEN OUTPUT KEEP-FILE
           READ CARD-AUTH-FILE
               AT END SET END-OF-AUTHS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUTHS
               PERFORM 410-RESOLVE-AUTHORIZATION
               READ CARD-AUTH-FILE
                   AT END SET END-OF-AUTHS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CARD-AUTH-FILE
                 KEEP-FILE
           CALL 'CBL_DELETE_FILE' USING 'CARDAUTH.DAT'
               RETURNING WS-DELETE-STATUS
           CALL 'CBL_RENAME_FILE' USING 'CARDAUTH.NEW' 'CARDAUTH.DAT'
               RETURNING WS-RENAME-STATUS.

       410-RESOLVE-AUTHORIZATION.
           IF CA-OUTSTANDING
               ADD 1 TO WS-AUTH-SEQ
               IF WS-AUTH-SEQ <= WS-AUTH-COUNT
                   IF WS-AU-SETTLED (WS-AUTH-SEQ) = 'Y'
                       SET CA-SETTLED TO TRUE
                       MOVE WS-AU-SETTLE-REF (WS-AUTH-SEQ)
                           TO CA-SETTLE-REF
                       MOVE WS-RUN-DATE TO CA-SETTLE-DATE
                   END-IF
               END-IF
           END-IF
           IF CA-OUTSTANDING AND CA-AUTH-DATE <= WS-EXPIRE-DATE
               PERFORM 420-EXPIRE-AUTHORIZATION
           END-IF
           IF CA-OUTSTANDING OR CA-AUTH-DATE >= WS-RUN-DATE
               MOVE CARD-AUTH-RECORD TO KEEP-RECORD
               WRITE KEEP-RECORD
               IF CA-OUTSTANDING
                   ADD 1 TO WS-AUTHS-CARRIED
               END-IF
           ELSE
               ADD 1 TO WS-AUTHS-DROPPED
           END-IF.

       420-EXPIRE-AUTHORIZATION.
           MOVE CA-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
                       MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
                   END-IF
                   ADD CA-AMOUNT TO ACCOUNT-AVAIL-BALANCE
                   REWRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'ACCOUNT REWRITE ERROR: '
                               ACCOUNT-NUMBER
                   END-REWRITE
           END-READ
           SET CA-EXPIRED TO TRUE
           MOVE WS-RUN-DATE TO CA-SETTLE-DATE
           ADD 1 TO WS-AUTHS-EXPIRED
           ADD CA-AMOUNT TO WS-AUTHS-EXPIRED-AMT
           MOVE CA-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING CA-CARD-NUMBER ' AUTH ' CA-AUTH-REF ' '
               WS-RPT-AMOUNT ' EXPIRED UNSETTLED'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       900-END-PROGRAM.
           CLOSE CARD-SETTLE-FILE
                 CARD-FILE
                 ACCOUNT-FILE
                 TRANSACTION-FILE
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-ITEMS-POSTED > ZERO
               PERFORM 920-UPDATE-BATCH-HEADER-COUNT
           END-IF
           PERFORM 905-PRINT-TOTALS
           PERFORM 906-PRINT-RECONCILIATION
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-ITEMS-UNPOSTED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'CARD ITEMS LEFT FOR CHARGEBACK'
                   TO WS-EX-CONDITION
               MOVE WS-ITEMS-UNPOSTED TO WS-EX-FIGURE-1
               COMPUTE WS-EX-FIGURE-2 =
                   WS-UNPOSTED-DEBITS + WS-UNPOSTED-CREDITS
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           IF WS-CLEARING-BREAK NOT = ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'CARD SETTLEMENT CLEARING BREAK'
                   TO WS-EX-CONDITION
               MOVE WS-PF-TRL-NET TO WS-EX-FIGURE-1
               MOVE WS-OUR-POSITION TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           PERFORM 910-STAMP-RUN-CONTROL
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           IF WS-ITEMS-UNPOSTED > ZERO OR WS-CLEARING-BREAK NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       905-PRINT-TOTALS.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'SETTLEMENT ITEMS READ:     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-POSTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TRANSACTIONS WRITTEN:      ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-UNPOSTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LEFT FOR CHARGEBACK:       ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-STOPPED-CARD-ITEMS TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ITEMS ON HOT/CLOSED CARDS: ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-AUTHS-MATCHED TO WS-RPT-COUNT
           MOVE WS-AUTHS-RELEASED-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AUTHORIZATIONS SETTLED:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-DEBITS-UNMATCHED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DEBITS WITH NO AUTH:       ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-AUTHS-EXPIRED TO WS-RPT-COUNT
           MOVE WS-AUTHS-EXPIRED-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AUTHORIZATIONS EXPIRED:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-AUTHS-CARRIED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AUTHORIZATIONS OUTSTANDING:' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> Our clearing position is everything on the file as we
      *> booked it — debits less credits, posted or left for
      *> chargeback — and has to come to the net the network settled
      *> with us.
       906-PRINT-RECONCILIATION.
           COMPUTE WS-OUR-POSITION =
               WS-POSTED-DEBITS - WS-POSTED-CREDITS
               + WS-UNPOSTED-DEBITS - WS-UNPOSTED-CREDITS
           COMPUTE WS-CLEARING-BREAK = WS-PF-TRL-NET - WS-OUR-POSITION
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CLEARING RECONCILIATION (DEBIT = DUE NETWORK)'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-POSTED-DEBITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DEBITS POSTED:          ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-POSTED-CREDITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CREDITS POSTED:         ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-UNPOSTED-DEBITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DEBITS FOR CHARGEBACK:  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-UNPOSTED-CREDITS TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CREDITS FOR CHARGEBACK: ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-OUR-POSITION TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  OUR CLEARING POSITION:  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PF-TRL-NET TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  NETWORK NET SETTLEMENT: ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CLEARING-BREAK TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           IF WS-CLEARING-BREAK = ZERO
               STRING '  DIFFERENCE:             ' WS-RPT-AMOUNT
                   '  IN BALANCE'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING '  DIFFERENCE:             ' WS-RPT-AMOUNT
                   '  *** OUT OF BALANCE ***'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.

      *> Keeps BANK-TRANS-PROC's batch framing truthful after the
      *> card items are appended to TRANS.DAT, exactly as the other
      *> feeders do: the header's expected count and the trailer's
      *> record count both grow by the items added.
       920-UPDATE-BATCH-HEADER-COUNT.
           OPEN I-O TRANSACTION-FILE
           READ TRANSACTION-FILE
               AT END SET WS-HDR-EOF TO TRUE
           END-READ
           IF NOT WS-HDR-EOF AND BATCH-HEADER
               ADD WS-ITEMS-POSTED TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           PERFORM UNTIL WS-HDR-EOF OR BATCH-TRAILER
               READ TRANSACTION-FILE
                   AT END SET WS-HDR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HDR-EOF AND BATCH-TRAILER
               ADD WS-ITEMS-POSTED TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.
