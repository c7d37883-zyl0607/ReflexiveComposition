      *> date's audit entries and selects the notice-worthy events —
      *> an overdraft fee assessed, a stop order honored, an early-
      *> withdrawal penalty, a deposit charged back, an account
      *> flagged dormant, an overdraft-protection sweep from the
      *> linked account — plus any item held in the approval queue
      *> and any dispute claim DISPUTE-POST credited provisionally
      *> or settled tonight (CLAIMS.DAT), and produces a
      *> print-ready letter for each through REPORT-SPOOL (job
      *> NOTICES, so the letters land in a dated
      *> file the mail room prints and REPORT-SWEEP retires). The
      *> name and address come off the ACCOUNT-ADDRESS block of the
      *> master. Every letter is recorded on the notice register
      *> suppression rule: one letter per account per notice type
      *> per day, so a bad day of five overdraft fees does not
      *> generate five identical letters.
      *> A letter to an address flagged for returned mail is not
      *> printed: it goes on the register as handled and on the
      *> hold-mail register (HOLDMAIL.DAT) instead, and the night's
      *> held letters and statements are listed on a separate
      *> hold-mail report (job HOLDMAIL) for the branch to follow up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICE-GEN.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTICE-REGISTER ASSIGN TO 'NOTICEREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLAIM-FILE ASSIGN TO 'CLAIMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-MAIL-FILE ASSIGN TO 'HOLDMAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           ==TR-BRANCH==               BY ==PND-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==PND-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==PND-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==PND-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==PND-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==PND-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==PND-SERIAL-NO==
           ==TR-OPERATOR==             BY ==PND-OPERATOR==
           ==TR-APPROVER==             BY ==PND-APPROVER==
           ==TR-FX-DETAIL==            BY ==PND-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==PND-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==PND-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==PND-FX-RATE==
           ==TR-FX-MARGIN==            BY ==PND-FX-MARGIN==.

       FD  NOTICE-REGISTER.
       01  NOTICE-REGISTER-RECORD.
           05  NR-ACCOUNT         PIC X(10).
           05  NR-NOTICE-TYPE     PIC X(12).

       FD  CLAIM-FILE.
       COPY CLAIMREC.

       FD  HOLD-MAIL-FILE.
       COPY HOLDMAIL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-SENT-FLAG       PIC X.
               88  WS-ALREADY-SENT VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-HOLD-MAIL VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-NOTICE-TYPE         PIC X(12).
       01  WS-EVENTS-SEEN         PIC 9(7) VALUE ZERO.
       01  WS-LETTERS-SENT        PIC 9(7) VALUE ZERO.
       01  WS-LETTERS-SUPPRESSED  PIC 9(7) VALUE ZERO.
       01  WS-LETTERS-HELD        PIC 9(7) VALUE ZERO.
       01  WS-HOLD-LISTED         PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZ9.99.

           PERFORM 300-SCAN-AUDIT-EVENTS
               UNTIL END-OF-FILE
           PERFORM 500-SCAN-PENDING-HOLDS
           PERFORM 600-SCAN-CLAIM-EVENTS
           PERFORM 900-END-PROGRAM
           PERFORM 700-PRINT-HOLD-MAIL-REPORT
           PERFORM 910-STAMP-RUN-CONTROL
           STOP RUN.

       200-INIT-PROGRAM.
           OPEN INPUT AUDIT-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN EXTEND NOTICE-REGISTER
           OPEN EXTEND HOLD-MAIL-FILE
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
                       MOVE 'DEPOSIT-RTN' TO WS-NOTICE-TYPE
                   WHEN 'DORMANT-FLAG'
                       MOVE 'DORMANT' TO WS-NOTICE-TYPE
                   WHEN 'ODP-SWEEP-CR'
                       MOVE 'OD-PROTECT' TO WS-NOTICE-TYPE
               END-EVALUATE
               IF WS-NOTICE-TYPE NOT = SPACES
                   ADD 1 TO WS-EVENTS-SEEN
           END-PERFORM
           CLOSE PENDING-FILE.

      *> A claim whose provisional credit or settlement DISPUTE-POST
      *> confirmed posted tonight owes the customer a letter — the
      *> dates are the ones it stamped on the claim earlier in the
      *> run.
       600-SCAN-CLAIM-EVENTS.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CLAIM-FILE
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               MOVE SPACES TO WS-NOTICE-TYPE
               EVALUATE TRUE
                   WHEN DC-CLOSED AND DC-CLOSED-DATE = WS-BUSINESS-DATE
                       IF DC-DECIDED-FOR-CUSTOMER
                           MOVE 'CLAIM-FINAL' TO WS-NOTICE-TYPE
                       ELSE
                           MOVE 'CLAIM-DENIED' TO WS-NOTICE-TYPE
                       END-IF
                       MOVE DC-FINAL-AMOUNT TO WS-NOTICE-AMOUNT
                   WHEN DC-PROV-CREDITED
                           AND DC-PROV-CONFIRMED = WS-BUSINESS-DATE
                       MOVE 'CLAIM-PROV' TO WS-NOTICE-TYPE
                       MOVE DC-PROV-AMOUNT TO WS-NOTICE-AMOUNT
               END-EVALUATE
               IF WS-NOTICE-TYPE NOT = SPACES
                   ADD 1 TO WS-EVENTS-SEEN
                   MOVE DC-ACCOUNT-NUMBER TO WS-NOTICE-ACCOUNT
                   PERFORM 400-GENERATE-NOTICE
               END-IF
               READ CLAIM-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE CLAIM-FILE.

       400-GENERATE-NOTICE.
           PERFORM 410-CHECK-SUPPRESSION
           IF WS-ALREADY-SENT
               ADD 1 TO WS-LETTERS-SUPPRESSED
           ELSE
               PERFORM 415-READ-NOTICE-ACCOUNT
               IF WS-ACCT-FOUND AND ACCOUNT-MAIL-RETURNED
                   PERFORM 440-HOLD-LETTER
                   ADD 1 TO WS-LETTERS-HELD
               ELSE
                   PERFORM 420-WRITE-LETTER
                   ADD 1 TO WS-LETTERS-SENT
               END-IF
               PERFORM 430-RECORD-ON-REGISTER
           END-IF.

       410-CHECK-SUPPRESSION.
               END-IF
           END-PERFORM.

       415-READ-NOTICE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE WS-NOTICE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ.

      *> One print-ready letter: address block off the master, a
      *> body per notice type, a page break after. An account that
      *> has left the master still gets its event logged on the
      *> register, with the letter flagged for hand addressing.
       420-WRITE-LETTER.
           PERFORM 425-SPOOL-BLANK-LINE
           IF WS-ACCT-FOUND
               MOVE ACCOUNT-NAME TO WS-SPOOL-LINE
                   MOVE 'INACTIVITY. PLEASE CONTACT YOUR BRANCH.'
                       TO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
               WHEN 'OD-PROTECT'
                   MOVE 'AN ITEM WOULD HAVE OVERDRAWN YOUR ACCOUNT, SO'
                       TO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING WS-RPT-AMOUNT ' WAS TRANSFERRED FROM YOUR'
                       ' LINKED ACCOUNT TO COVER IT.'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
               WHEN 'HELD-APPRVL'
                   MOVE 'A TRANSACTION ON YOUR ACCOUNT IS HELD FOR'
                       TO WS-SPOOL-LINE
                       '. YOUR BRANCH WILL CONTACT YOU.'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
               WHEN 'CLAIM-PROV'
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'WHILE WE INVESTIGATE YOUR CLAIM ON ITEM '
                       DC-ORIG-REF ','
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'A PROVISIONAL CREDIT OF ' WS-RPT-AMOUNT
                       ' HAS BEEN MADE TO YOUR ACCOUNT.'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'WE WILL WRITE WITH OUR FINDINGS BY '
                       DC-RESOLVE-DUE-DATE '.'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
               WHEN 'CLAIM-FINAL'
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'WE HAVE RESOLVED YOUR CLAIM ON ITEM '
                       DC-ORIG-REF ' IN YOUR FAVOR.'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'THE CREDIT OF ' WS-RPT-AMOUNT
                       ' TO YOUR ACCOUNT IS NOW FINAL.'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
               WHEN 'CLAIM-DENIED'
                   MOVE SPACES TO WS-SPOOL-LINE
                   STRING 'WE HAVE COMPLETED OUR INVESTIGATION OF ITEM '
                       DC-ORIG-REF ' AND'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   MOVE 'FOUND NO ERROR ON YOUR ACCOUNT.'
                       TO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   IF WS-NOTICE-AMOUNT > ZERO
                       MOVE SPACES TO WS-SPOOL-LINE
                       STRING 'THE PROVISIONAL CREDIT OF '
                           WS-RPT-AMOUNT ' HAS BEEN REVERSED.'
                           DELIMITED BY SIZE INTO WS-SPOOL-LINE
                       PERFORM 426-SPOOL-THE-LINE
                   END-IF
                   MOVE 'YOUR BRANCH CAN PROVIDE THE DOCUMENTS WE'
                       TO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
                   MOVE 'RELIED ON IN REACHING THIS DECISION.'
                       TO WS-SPOOL-LINE
                   PERFORM 426-SPOOL-THE-LINE
           END-EVALUATE
           PERFORM 425-SPOOL-BLANK-LINE
           MOVE '              -- YOUR BANK --' TO WS-SPOOL-LINE
               MOVE WS-NOTICE-TYPE TO WS-SN-TYPE (WS-SENT-COUNT)
           END-IF.

      *> Mailing again to an address the post office has already
      *> sent back only repeats the return; the letter is held and
      *> the customer traced through the branch instead.
       440-HOLD-LETTER.
           MOVE WS-BUSINESS-DATE  TO HM-DATE
           MOVE WS-NOTICE-ACCOUNT TO HM-ACCOUNT
           MOVE WS-NOTICE-TYPE    TO HM-ITEM
           MOVE ACCOUNT-NAME      TO HM-NAME
           IF ACCOUNT-MAIL-RTN-COUNT IS NUMERIC
               MOVE ACCOUNT-MAIL-RTN-COUNT TO HM-RTN-COUNT
           ELSE
               MOVE ZERO TO HM-RTN-COUNT
           END-IF
           MOVE ACCOUNT-MAIL-RTN-LAST TO HM-LAST-RETURN
           MOVE 'NOTICE-GEN'      TO HM-HELD-BY
           WRITE HOLD-MAIL-RECORD.

      *> Everything held for the business date — tonight's letters
      *> and any statements produced during the day — read back off
      *> the hold-mail register onto its own spooled report.
       700-PRINT-HOLD-MAIL-REPORT.
           MOVE 'HOLDMAIL' TO WS-RS-JOB-NAME
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'HOLD-MAIL REPORT - ADDRESSES RETURNED '
               'UNDELIVERABLE  DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 426-SPOOL-THE-LINE
           PERFORM 425-SPOOL-BLANK-LINE
           MOVE 'ACCOUNT    ITEM         NAME' TO WS-SPOOL-LINE
           MOVE 'RTNS  LAST RTN' TO WS-SPOOL-LINE(55:14)
           PERFORM 426-SPOOL-THE-LINE
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           OPEN INPUT HOLD-MAIL-FILE
           READ HOLD-MAIL-FILE
               AT END SET END-OF-HOLD-MAIL TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HOLD-MAIL
               IF HM-DATE = WS-BUSINESS-DATE
                   PERFORM 710-LIST-HELD-ITEM
               END-IF
               READ HOLD-MAIL-FILE
                   AT END SET END-OF-HOLD-MAIL TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOLD-MAIL-FILE
           PERFORM 425-SPOOL-BLANK-LINE
           MOVE WS-HOLD-LISTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ITEMS HELD: ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 426-SPOOL-THE-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE WS-HOLD-LISTED TO WS-RPT-COUNT
           DISPLAY 'HOLD-MAIL ITEMS LISTED:' WS-RPT-COUNT.

       710-LIST-HELD-ITEM.
           ADD 1 TO WS-HOLD-LISTED
           MOVE SPACES TO WS-SPOOL-LINE
           STRING HM-ACCOUNT ' ' HM-ITEM ' ' HM-NAME ' '
               HM-RTN-COUNT '  ' HM-LAST-RETURN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 426-SPOOL-THE-LINE.

       900-END-PROGRAM.
           CLOSE AUDIT-FILE
                 ACCOUNT-FILE
                 NOTICE-REGISTER
                 HOLD-MAIL-FILE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
           DISPLAY 'LETTERS GENERATED:     ' WS-RPT-COUNT
           MOVE WS-LETTERS-SUPPRESSED TO WS-RPT-COUNT
           DISPLAY 'SUPPRESSED (DUPLICATE):' WS-RPT-COUNT
           MOVE WS-LETTERS-HELD TO WS-RPT-COUNT
           DISPLAY 'HELD (MAIL RETURNED):  ' WS-RPT-COUNT.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
