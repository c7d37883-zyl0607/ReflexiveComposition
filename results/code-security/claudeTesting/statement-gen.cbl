      *> nightly by AUDIT-INDEX-BUILD) and positions straight to
      *> the account and from-date, so a statement costs one keyed
      *> START instead of a full pass of AUDIT.DAT.
      *> A statement for an address flagged for returned mail still
      *> prints, under a DO NOT MAIL banner, and is entered on the
      *> hold-mail register (HOLDMAIL.DAT) for the nightly
      *> hold-mail report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-STATEMENT.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL HOLD-MAIL-FILE ASSIGN TO 'HOLDMAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  HOLD-MAIL-FILE.
       COPY HOLDMAIL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
       01  WS-ENTRY-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
       01  WS-RPT-BALANCE         PIC -Z,ZZZ,ZZ9.99.
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
               STOP RUN
           END-IF
           PERFORM 200-GET-REQUEST
           PERFORM 205-READ-ACCOUNT
           PERFORM 210-PRINT-HEADER
           IF ACCT-FOUND AND ACCOUNT-MAIL-RETURNED
               PERFORM 220-HOLD-STATEMENT
           END-IF
           OPEN INPUT AUDIT-INDEX-FILE
           PERFORM 250-POSITION-TO-ACCOUNT
           PERFORM 300-LIST-INDEX-ENTRY
           DISPLAY 'To Date (YYYYMMDD): '
           ACCEPT WS-STMT-TO-DATE.

       205-READ-ACCOUNT.
           MOVE WS-STMT-ACCOUNT TO ACCOUNT-NUMBER
           OPEN INPUT ACCOUNT-FILE
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ
           CLOSE ACCOUNT-FILE.

       210-PRINT-HEADER.
           DISPLAY '============================================'
           DISPLAY '  ACCOUNT STATEMENT'
               WS-STMT-TO-DATE
           DISPLAY '============================================'.

      *> The address has come back undeliverable: the statement is
      *> for the branch file, not the post, until a new address is
      *> applied through account maintenance.
       220-HOLD-STATEMENT.
           DISPLAY '*** HOLD MAIL - DO NOT MAIL - ADDRESS RETURNED '
                   'UNDELIVERABLE ***'
           DISPLAY '*** RETURNED ' ACCOUNT-MAIL-RTN-COUNT
                   ' TIME(S), LAST ' ACCOUNT-MAIL-RTN-LAST ' ***'
           DISPLAY '============================================'
           PERFORM 225-DATE-HOLD-ENTRY
           MOVE WS-HOLD-DATE      TO HM-DATE
           MOVE WS-STMT-ACCOUNT   TO HM-ACCOUNT
           MOVE 'STATEMENT'       TO HM-ITEM
           MOVE ACCOUNT-NAME      TO HM-NAME
           IF ACCOUNT-MAIL-RTN-COUNT IS NUMERIC
               MOVE ACCOUNT-MAIL-RTN-COUNT TO HM-RTN-COUNT
           ELSE
               MOVE ZERO TO HM-RTN-COUNT
           END-IF
           MOVE ACCOUNT-MAIL-RTN-LAST TO HM-LAST-RETURN
           MOVE 'ACCOUNT-STATEMENT' TO HM-HELD-BY
           OPEN EXTEND HOLD-MAIL-FILE
           WRITE HOLD-MAIL-RECORD
           CLOSE HOLD-MAIL-FILE.

      *> The hold-mail report lists the entries dated for its own
      *> business date, so the entry carries the posting calendar's
      *> date, not the wall clock: a statement printed over a
      *> weekend or holiday, or after tonight's report has already
      *> run, still makes the next report. The wall clock stands in
      *> only when no run-control record is in force.
       225-DATE-HOLD-ENTRY.
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

      *> One keyed START at (account, from-date) replaces the old
      *> top-to-bottom scan; the read loop ends the moment the key
      *> leaves the account or the date range. An empty or missing
           ADD 1 TO WS-ENTRY-COUNT.

       400-PRINT-CURRENT-BALANCE.
           DISPLAY '--------------------------------------------'
           DISPLAY 'ENTRIES LISTED: ' WS-ENTRY-COUNT
           IF ACCT-FOUND
