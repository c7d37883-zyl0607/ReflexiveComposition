      *> Debit card authorization: answers the authorization requests
      *> the card network switch drops during the day (CARDREQ.DAT),
      *> one response per request on CARDRESP.DAT for the switch to
      *> pick up. Each request is checked against the card master
      *> (card on file, active, not expired), the account (open and
      *> active), the card's daily ATM cash or purchase limit for the
      *> business date, and the account's available balance. An
      *> approval is a memo hold: the amount comes straight off
      *> ACCOUNT-AVAIL-BALANCE so the same money cannot be spent
      *> twice before the item settles, and the approval is
      *> recorded on CARDAUTH.DAT, where CARD-SETTLE-INTAKE finds it
      *> when the network's settlement item arrives and gives the
      *> hold back ahead of the posting run.
      *>
      *> The switch may deliver a request again after a time-out; a
      *> request whose reference is already on CARDAUTH.DAT has been
      *> answered and is skipped, so rerunning a cycle is harmless.
      *> While a batch job owns the account master nothing is
      *> answered — the network's stand-in rules apply — and the
      *> requests are left for the next cycle.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-AUTHORIZE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTH-REQUEST-FILE ASSIGN TO 'CARDREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-RESPONSE-FILE ASSIGN TO 'CARDRESP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-AUTH-FILE ASSIGN TO 'CARDAUTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO 'CARDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
      *> The switch's request layout: one record per authorization
      *> asked for.
       FD  AUTH-REQUEST-FILE.
       01  AUTH-REQUEST-RECORD.
           05  AQ-AUTH-REF        PIC X(12).
           05  AQ-CARD-NUMBER     PIC X(16).
           05  AQ-CHANNEL         PIC X.
           05  AQ-AMOUNT          PIC 9(7)V99.
           05  AQ-TIME            PIC X(6).
           05  AQ-MERCHANT        PIC X(22).

       FD  AUTH-RESPONSE-FILE.
       01  AUTH-RESPONSE-RECORD.
           05  AP-AUTH-REF        PIC X(12).
           05  AP-CARD-NUMBER     PIC X(16).
           05  AP-RESPONSE        PIC X.
               88  AP-APPROVED    VALUE 'A'.
               88  AP-DECLINED    VALUE 'D'.
           05  AP-AMOUNT          PIC 9(7)V99.
           05  AP-REASON          PIC X(20).

       FD  CARD-AUTH-FILE.
       COPY CARDAUTH.

       FD  CARD-FILE.
       COPY CARDMAST.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-AUTH-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-AUTHS   VALUE 'Y'.
           05  WS-CARD-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-CARD-FOUND  VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-DUPLICATE-FLAG  PIC X VALUE 'N'.
               88  WS-DUPLICATE   VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).

      *> Business date for the day's limits, queried from the
      *> run-control record — the wall clock only when no record is
      *> in force.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE SPACES.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.

      *> ACCT-IN-USE gate fields: approvals rewrite the available
      *> balance, so the run takes the interlock on the account
      *> master itself, as the batch writers do, and nothing is
      *> answered while another job holds it.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE 'CARDAUTH'.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-RECLAIMED  VALUE 'R'.
           88  WS-LOCK-HELD       VALUE 'H'.

      *> Every authorization reference already answered, for the
      *> duplicate check; a full table lets a request through
      *> unchecked with a console warning, the velocity-table
      *> stance.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 10000 TIMES PIC X(12).
       01  WS-REF-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REF-IDX             PIC 9(5).

      *> The business date's approved amounts per card, by channel,
      *> measured against CARD-ATM-LIMIT / CARD-POS-LIMIT.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 2000 TIMES.
               10  WS-USE-CARD    PIC X(16).
               10  WS-USE-ATM     PIC 9(7)V99.
               10  WS-USE-POS     PIC 9(7)V99.
       01  WS-USE-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-USE-IDX             PIC 9(4).
       01  WS-USE-FOUND-IDX       PIC 9(4).
       01  WS-USE-CARD-KEY        PIC X(16).

       01  WS-DECLINE-REASON      PIC X(20).

       01  WS-REQUESTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-DECLINED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROCESS-REQUEST
               UNTIL END-OF-FILE
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           MOVE 'QUERY' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE 'SET' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-LOCK-HELD
               DISPLAY 'ACCOUNT MASTER IN USE BY '
                   WS-LOCK-HOLDER ' - REQUESTS LEFT FOR THE NEXT '
                   'CYCLE'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '============================================'
           DISPLAY '  DEBIT CARD AUTHORIZATION'
           DISPLAY '  BUSINESS DATE: ' WS-RUN-DATE
           DISPLAY '============================================'
           PERFORM 210-LOAD-AUTHORIZATIONS
           OPEN INPUT  AUTH-REQUEST-FILE
                       CARD-FILE
           OPEN I-O    ACCOUNT-FILE
           OPEN OUTPUT AUTH-RESPONSE-FILE
           OPEN EXTEND CARD-AUTH-FILE
           READ AUTH-REQUEST-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Reads back what has already been answered: every reference
      *> for the duplicate check, and today's approvals for the
      *> limits.
       210-LOAD-AUTHORIZATIONS.
           OPEN INPUT CARD-AUTH-FILE
           READ CARD-AUTH-FILE
               AT END SET END-OF-AUTHS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-AUTHS
               IF WS-REF-COUNT < 10000
                   ADD 1 TO WS-REF-COUNT
                   MOVE CA-AUTH-REF TO WS-REF-ENTRY (WS-REF-COUNT)
               ELSE
                   DISPLAY 'REFERENCE TABLE FULL - ' CA-AUTH-REF
                       ' NOT DUPLICATE-CHECKED'
               END-IF
               IF CA-AUTH-DATE = WS-RUN-DATE AND NOT CA-DECLINED
                   MOVE CA-CARD-NUMBER TO WS-USE-CARD-KEY
                   PERFORM 320-FIND-USE-ENTRY
                   IF WS-USE-FOUND-IDX > ZERO
                       IF CA-ATM
                           ADD CA-AMOUNT
                               TO WS-USE-ATM (WS-USE-FOUND-IDX)
                       ELSE
                           ADD CA-AMOUNT
                               TO WS-USE-POS (WS-USE-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
               READ CARD-AUTH-FILE
                   AT END SET END-OF-AUTHS TO TRUE
               END-READ
           END-PERFORM
           CLOSE CARD-AUTH-FILE.

       300-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE 'N' TO WS-DUPLICATE-FLAG
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT OR WS-DUPLICATE
               IF WS-REF-ENTRY (WS-REF-IDX) = AQ-AUTH-REF
                   SET WS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           IF WS-DUPLICATE
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY 'ALREADY ANSWERED - SKIPPED: ' AQ-AUTH-REF
           ELSE
               PERFORM 310-DECIDE-REQUEST
               IF WS-REF-COUNT < 10000
                   ADD 1 TO WS-REF-COUNT
                   MOVE AQ-AUTH-REF TO WS-REF-ENTRY (WS-REF-COUNT)
               END-IF
           END-IF
           READ AUTH-REQUEST-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Checks run cheapest first and stop at the first failure; the
      *> reason goes back to the switch and onto CARDAUTH.DAT.
       310-DECIDE-REQUEST.
           MOVE SPACES TO WS-DECLINE-REASON
           MOVE 'N' TO WS-CARD-FOUND-FLAG
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE ZERO TO WS-USE-FOUND-IDX
           IF AQ-AMOUNT NOT NUMERIC OR AQ-AMOUNT = ZERO
               MOVE 'INVALID AMOUNT' TO WS-DECLINE-REASON
           END-IF
           IF WS-DECLINE-REASON = SPACES
                   AND AQ-CHANNEL NOT = 'A' AND AQ-CHANNEL NOT = 'P'
               MOVE 'INVALID CHANNEL' TO WS-DECLINE-REASON
           END-IF
           IF WS-DECLINE-REASON = SPACES
               MOVE AQ-CARD-NUMBER TO CARD-NUMBER
               READ CARD-FILE
                   INVALID KEY
                       MOVE 'NO SUCH CARD' TO WS-DECLINE-REASON
                   NOT INVALID KEY
                       SET WS-CARD-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-DECLINE-REASON = SPACES
               EVALUATE TRUE
                   WHEN CARD-HOT
                       MOVE 'HOT CARD' TO WS-DECLINE-REASON
                   WHEN CARD-CLOSED
                       MOVE 'CARD CLOSED' TO WS-DECLINE-REASON
                   WHEN NOT CARD-ACTIVE
                       MOVE 'CARD NOT ACTIVE' TO WS-DECLINE-REASON
                   WHEN CARD-EXPIRY-DATE < WS-RUN-DATE
                       MOVE 'CARD EXPIRED' TO WS-DECLINE-REASON
               END-EVALUATE
           END-IF
           IF WS-DECLINE-REASON = SPACES
               MOVE CARD-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'NO ACCOUNT' TO WS-DECLINE-REASON
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-DECLINE-REASON = SPACES
               IF NOT ACCOUNT-ACTIVE
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-DECLINE-REASON
               END-IF
           END-IF
           IF WS-DECLINE-REASON = SPACES
               MOVE AQ-CARD-NUMBER TO WS-USE-CARD-KEY
               PERFORM 320-FIND-USE-ENTRY
               IF WS-USE-FOUND-IDX > ZERO
                   IF AQ-CHANNEL = 'A'
                       IF WS-USE-ATM (WS-USE-FOUND-IDX) + AQ-AMOUNT
                               > CARD-ATM-LIMIT
                           MOVE 'ATM LIMIT EXCEEDED'
                               TO WS-DECLINE-REASON
                       END-IF
                   ELSE
                       IF WS-USE-POS (WS-USE-FOUND-IDX) + AQ-AMOUNT
                               > CARD-POS-LIMIT
                           MOVE 'PURCHASE LIMIT EXCEEDED'
                               TO WS-DECLINE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
      *> Same first-touch seeding of ACCOUNT-AVAIL-BALANCE that
      *> 310-READ-ACCOUNT does in BANK-TRANS-PROC.
           IF WS-DECLINE-REASON = SPACES
               IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
                   MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
               END-IF
               IF AQ-AMOUNT > ACCOUNT-AVAIL-BALANCE
                   MOVE 'INSUFFICIENT FUNDS' TO WS-DECLINE-REASON
               END-IF
           END-IF
           IF WS-DECLINE-REASON = SPACES
               PERFORM 330-APPROVE-REQUEST
           ELSE
               PERFORM 340-DECLINE-REQUEST
           END-IF.

      *> Finds (or opens) the card's slot in the day's usage table;
      *> a full table leaves WS-USE-FOUND-IDX zero and the card's
      *> limits unchecked, with a console warning.
       320-FIND-USE-ENTRY.
           MOVE ZERO TO WS-USE-FOUND-IDX
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-COUNT
                       OR WS-USE-FOUND-IDX > ZERO
               IF WS-USE-CARD (WS-USE-IDX) = WS-USE-CARD-KEY
                   MOVE WS-USE-IDX TO WS-USE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-USE-FOUND-IDX = ZERO
               IF WS-USE-COUNT < 2000
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-USE-COUNT TO WS-USE-FOUND-IDX
                   MOVE WS-USE-CARD-KEY
                       TO WS-USE-CARD (WS-USE-FOUND-IDX)
                   MOVE ZERO TO WS-USE-ATM (WS-USE-FOUND-IDX)
                   MOVE ZERO TO WS-USE-POS (WS-USE-FOUND-IDX)
               ELSE
                   DISPLAY 'CARD USAGE TABLE FULL - '
                       WS-USE-CARD-KEY ' NOT LIMIT-CHECKED'
               END-IF
           END-IF.

       330-APPROVE-REQUEST.
           SUBTRACT AQ-AMOUNT FROM ACCOUNT-AVAIL-BALANCE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'ACCOUNT REWRITE ERROR: ' ACCOUNT-NUMBER
           END-REWRITE
           IF WS-USE-FOUND-IDX > ZERO
               IF AQ-CHANNEL = 'A'
                   ADD AQ-AMOUNT TO WS-USE-ATM (WS-USE-FOUND-IDX)
               ELSE
                   ADD AQ-AMOUNT TO WS-USE-POS (WS-USE-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 350-BUILD-AUTH-RECORD
           SET CA-OUTSTANDING TO TRUE
           WRITE CARD-AUTH-RECORD
           MOVE SPACES TO AUTH-RESPONSE-RECORD
           MOVE AQ-AUTH-REF    TO AP-AUTH-REF
           MOVE AQ-CARD-NUMBER TO AP-CARD-NUMBER
           SET AP-APPROVED     TO TRUE
           MOVE AQ-AMOUNT      TO AP-AMOUNT
           WRITE AUTH-RESPONSE-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           ADD AQ-AMOUNT TO WS-APPROVED-TOTAL.

       340-DECLINE-REQUEST.
           PERFORM 350-BUILD-AUTH-RECORD
           SET CA-DECLINED TO TRUE
           MOVE WS-DECLINE-REASON TO CA-DECLINE-REASON
           WRITE CARD-AUTH-RECORD
           MOVE SPACES TO AUTH-RESPONSE-RECORD
           MOVE AQ-AUTH-REF       TO AP-AUTH-REF
           MOVE AQ-CARD-NUMBER    TO AP-CARD-NUMBER
           SET AP-DECLINED        TO TRUE
           MOVE ZERO              TO AP-AMOUNT
           MOVE WS-DECLINE-REASON TO AP-REASON
           WRITE AUTH-RESPONSE-RECORD
           ADD 1 TO WS-DECLINED-COUNT
           DISPLAY 'DECLINED: ' AQ-AUTH-REF '  ' AQ-CARD-NUMBER
               '  ' WS-DECLINE-REASON.

       350-BUILD-AUTH-RECORD.
           MOVE SPACES TO CARD-AUTH-RECORD
           MOVE AQ-AUTH-REF    TO CA-AUTH-REF
           MOVE AQ-CARD-NUMBER TO CA-CARD-NUMBER
           IF WS-CARD-FOUND
               MOVE CARD-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER
           END-IF
           MOVE AQ-CHANNEL     TO CA-CHANNEL
           IF AQ-AMOUNT NUMERIC
               MOVE AQ-AMOUNT  TO CA-AMOUNT
           ELSE
               MOVE ZERO       TO CA-AMOUNT
           END-IF
           MOVE WS-RUN-DATE    TO CA-AUTH-DATE
           MOVE AQ-TIME        TO CA-AUTH-TIME.

       900-END-PROGRAM.
           CLOSE AUTH-REQUEST-FILE
                 CARD-FILE
                 ACCOUNT-FILE
                 AUTH-RESPONSE-FILE
                 CARD-AUTH-FILE
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           DISPLAY '--------------------------------------------'
           MOVE WS-REQUESTS-READ TO WS-RPT-COUNT
           DISPLAY 'REQUESTS READ:       ' WS-RPT-COUNT
           MOVE WS-APPROVED-COUNT TO WS-RPT-COUNT
           MOVE WS-APPROVED-TOTAL TO WS-RPT-AMOUNT
           DISPLAY 'APPROVED:            ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
           MOVE WS-DECLINED-COUNT TO WS-RPT-COUNT
           DISPLAY 'DECLINED:            ' WS-RPT-COUNT
           MOVE WS-DUPLICATE-COUNT TO WS-RPT-COUNT
           DISPLAY 'ALREADY ANSWERED:    ' WS-RPT-COUNT
           DISPLAY '============================================'.
