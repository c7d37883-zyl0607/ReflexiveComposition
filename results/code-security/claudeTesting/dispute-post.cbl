      *> Nightly dispute-claim processing: walks CLAIMS.DAT ahead of
      *> posting and feeds TRANS.DAT the money side of every case
      *> CLAIM-MAINT is tracking — the same generate-then-feed
      *> pattern as STANDORD-POST, including bumping the batch
      *> header and trailer counts.
      *>
      *>   An open claim with no decision whose provisional-credit
      *>   date falls on or before the next business day gets its
      *>   provisional credit tonight — an ADJUSTMENT-CR of the
      *>   amount in dispute against the disputed item — since
      *>   tonight's posting is the last one before the deadline.
      *>   The claim shows the credit queued until the next run
      *>   finds it posted on the keyed audit history (AUDITIX.DAT);
      *>   only then is it marked credited.
      *>
      *>   A claim a supervisor has decided is carried out and
      *>   closed: in the customer's favor, the provisional credit
      *>   simply stands (or, where none was given, the claim amount
      *>   is credited now); denied, the provisional credit is taken
      *>   back with an ADJUSTMENT-DR against the provisional credit
      *>   itself — the disputed item was already corrected once by
      *>   that credit, and posting will not correct a reference
      *>   twice. A decision that moves money leaves the claim with
      *>   its settlement queued, and the claim closes on the run
      *>   that finds the adjustment posted. NOTICE-GEN writes the
      *>   customer's letter off the dates this job records.
      *>
      *>   An adjustment still not on the audit history a night
      *>   after it was queued was rejected at posting; the claim
      *>   stays queued, is listed as UNPOSTED on the aging report,
      *>   and is a warning on the exception log until the rejected
      *>   item is repaired and posts.
      *>
      *> The aging report lists every claim still open that is
      *> within CLAIM-WARN-DAYS of a deadline, or past its
      *> resolution date; an overdue claim is a warning on the
      *> exception log (RETURN-CODE 4).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLAIM-FILE ASSIGN TO 'CLAIMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEEP-FILE ASSIGN TO 'CLAIMS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-INDEX-FILE ASSIGN TO 'AUDITIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY CLAIMREC.

       FD  KEEP-FILE.
       01  KEEP-RECORD            PIC X(209).

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  AUDIT-INDEX-FILE.
       COPY AUDITIX.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-HDR-EOF-FLAG    PIC X VALUE 'N'.
               88  WS-HDR-EOF     VALUE 'Y'.
           05  WS-AIX-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-INDEX   VALUE 'Y'.
           05  WS-POSTED-FLAG     PIC X VALUE 'N'.
               88  WS-REF-POSTED  VALUE 'Y'.
           05  WS-UNPOSTED-FLAG   PIC X VALUE 'N'.
               88  WS-ADJ-UNPOSTED VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-NEXT-BUSINESS-DATE  PIC X(8).
       01  WS-RUN-TIME            PIC X(6).

      *> Reference numbers for the adjustments this job originates:
      *> one-character job prefix, run date, and a five-digit
      *> sequence within the run (a wrap stops the run rather than
      *> reissuing a reference), so BANK-TRANS-PROC's cross-day
      *> duplicate check can recognize a resubmitted file.
       01  WS-REF-SEQ             PIC 9(5) VALUE ZERO.

      *> RUNPARM.DAT interface fields for CLAIM-WARN-DAYS, how close
      *> to a deadline a claim must be to make the aging report; no
      *> parameter keeps the default below.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.
       01  WS-WARN-DAYS           PIC 9(3) VALUE 5.

      *> BANK-CALENDAR interface fields: "about to lapse" means the
      *> deadline falls before the next night's posting.
       01  WS-CAL-FUNCTION        PIC X(5).
       01  WS-CAL-DATE            PIC X(8).
       01  WS-CAL-RESULT          PIC X(8).
       01  WS-CAL-STATUS          PIC X.
           88  WS-CAL-OK          VALUE 'O'.

       01  WS-DATE-NUM            PIC 9(8).
       01  WS-BUSINESS-INTEGER    PIC 9(9).
       01  WS-PROV-DAYS-LEFT      PIC S9(5).
       01  WS-RESOLVE-DAYS-LEFT   PIC S9(5).
       01  WS-AGING-FLAG          PIC X(8).
       01  WS-AGING-STATE         PIC X(14).
       01  WS-CONFIRM-REF         PIC X(12).

       01  WS-CLAIMS-READ         PIC 9(7) VALUE ZERO.
       01  WS-CLAIMS-OPEN         PIC 9(7) VALUE ZERO.
       01  WS-PROV-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PROV-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-FINAL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-FINAL-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-REVERSAL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-REVERSAL-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-CLOSED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CONFIRMED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-UNPOSTED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NEAR-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-OVERDUE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TRANS-WRITTEN       PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-CLAIMED         PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-PROV-LEFT       PIC -ZZZ9.
       01  WS-RPT-RESOLVE-LEFT    PIC -ZZZ9.

       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5.

      *> RUN-CONTROL interface fields: the job runs with the other
      *> feeders, ahead of BANK-TRANS-PROC, so tonight's credits and
      *> reversals post tonight.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'DISPUTES'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> REPORT-SPOOL interface: the aging report goes both to the
      *> console and to the dated report file the disputes desk
      *> works from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'DISPUTES'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> EXCEPTION-LOG interface: a claim past its resolution date
      *> is a regulatory breach someone must answer for the same
      *> morning.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'DISPUTES'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROCESS-CLAIM
               UNTIL END-OF-FILE
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               DISPLAY 'Business Date (YYYYMMDD, blank = today): '
               ACCEPT WS-BUSINESS-DATE
               IF WS-BUSINESS-DATE = SPACES
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF
           IF WS-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'INVALID BUSINESS DATE - RUN CANCELLED'
               STOP RUN
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'CLAIM-WARN-DAYS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER NOT < ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-WARN-DAYS
           END-IF
           PERFORM 210-FIND-NEXT-BUSINESS-DAY
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DISPUTE CLAIM AGING'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  BUSINESS DATE:   ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-WARN-DAYS TO WS-RPT-PROV-LEFT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  WARN WITHIN:     ' WS-RPT-PROV-LEFT ' DAYS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ITEM REF     ACCOUNT        CLAIMED  ST '
               'PROV-DUE  LEFT RESOLVE   LEFT'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           OPEN INPUT  CLAIM-FILE
           OPEN OUTPUT KEEP-FILE
           OPEN EXTEND TRANSACTION-FILE
           READ CLAIM-FILE
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

      *> No calendar answer falls back to the business date itself:
      *> a credit is then issued on the deadline night rather than
      *> the night before, never after it.
       210-FIND-NEXT-BUSINESS-DAY.
           MOVE 'NEXT' TO WS-CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           CALL 'BANK-CALENDAR' USING WS-CAL-FUNCTION WS-CAL-DATE
                                       WS-CAL-RESULT WS-CAL-STATUS
           IF WS-CAL-OK
               MOVE WS-CAL-RESULT TO WS-NEXT-BUSINESS-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-NEXT-BUSINESS-DATE
           END-IF.

       220-OPEN-REPORT-SPOOL.
           MOVE WS-BUSINESS-DATE TO WS-RS-DATE
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

      *> A decision takes precedence over the provisional deadline:
      *> a claim decided before its credit fell due is settled
      *> outright rather than credited provisionally first. A queued
      *> adjustment is confirmed first, and a decision on a claim
      *> whose provisional credit has not yet posted waits for it.
       300-PROCESS-CLAIM.
           ADD 1 TO WS-CLAIMS-READ
           MOVE 'N' TO WS-UNPOSTED-FLAG
           IF DC-PROV-QUEUED OR DC-SETTLE-QUEUED
               PERFORM 350-CONFIRM-POSTING
           END-IF
           IF DC-STILL-OPEN
               IF DC-DECIDED AND (DC-OPEN OR DC-PROV-CREDITED)
                   PERFORM 320-CARRY-OUT-DECISION
               ELSE
                   IF DC-OPEN
                           AND DC-PROV-DUE-DATE
                               <= WS-NEXT-BUSINESS-DATE
                       PERFORM 310-ISSUE-PROVISIONAL
                   END-IF
                   ADD 1 TO WS-CLAIMS-OPEN
                   PERFORM 330-AGE-CLAIM
               END-IF
           END-IF
           MOVE DISPUTE-CLAIM-RECORD TO KEEP-RECORD
           WRITE KEEP-RECORD
           READ CLAIM-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       310-ISSUE-PROVISIONAL.
           SET ADJUSTMENT-CR      TO TRUE
           MOVE DC-CLAIM-AMOUNT   TO TR-AMOUNT
           MOVE DC-ORIG-REF       TO TR-ORIG-REF-NO
           PERFORM 340-WRITE-ADJUSTMENT
           MOVE DC-CLAIM-AMOUNT   TO DC-PROV-AMOUNT
           MOVE WS-BUSINESS-DATE  TO DC-PROV-DATE
           MOVE TR-REF-NO         TO DC-PROV-REF
           SET DC-PROV-QUEUED     TO TRUE
           ADD 1 TO WS-PROV-COUNT
           ADD DC-CLAIM-AMOUNT TO WS-PROV-TOTAL.

      *> DC-FINAL-AMOUNT records what the decision settled: the
      *> credit the customer keeps, or on a denial the provisional
      *> credit taken back. Only a credit not yet given or a credit
      *> taken back moves money tonight, and that claim waits with
      *> its settlement queued; one that moves none closes now.
       320-CARRY-OUT-DECISION.
           MOVE SPACES TO DC-FINAL-REF
           MOVE ZERO TO DC-FINAL-AMOUNT
           EVALUATE TRUE
               WHEN DC-DECIDED-FOR-CUSTOMER AND DC-PROV-CREDITED
                   MOVE DC-PROV-AMOUNT TO DC-FINAL-AMOUNT
               WHEN DC-DECIDED-FOR-CUSTOMER
                   SET ADJUSTMENT-CR    TO TRUE
                   MOVE DC-CLAIM-AMOUNT TO TR-AMOUNT
                   MOVE DC-ORIG-REF     TO TR-ORIG-REF-NO
                   PERFORM 340-WRITE-ADJUSTMENT
                   MOVE TR-REF-NO       TO DC-FINAL-REF
                   MOVE DC-CLAIM-AMOUNT TO DC-FINAL-AMOUNT
                   ADD 1 TO WS-FINAL-COUNT
                   ADD DC-CLAIM-AMOUNT TO WS-FINAL-TOTAL
               WHEN DC-PROV-CREDITED
                   SET ADJUSTMENT-DR    TO TRUE
                   MOVE DC-PROV-AMOUNT  TO TR-AMOUNT
                   MOVE DC-PROV-REF     TO TR-ORIG-REF-NO
                   PERFORM 340-WRITE-ADJUSTMENT
                   MOVE TR-REF-NO       TO DC-FINAL-REF
                   MOVE DC-PROV-AMOUNT  TO DC-FINAL-AMOUNT
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD DC-PROV-AMOUNT TO WS-REVERSAL-TOTAL
           END-EVALUATE
           IF DC-FINAL-REF = SPACES
               MOVE WS-BUSINESS-DATE TO DC-CLOSED-DATE
               SET DC-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               SET DC-SETTLE-QUEUED TO TRUE
           END-IF.

      *> Days left run from the business date to each deadline; the
      *> provisional date no longer matters once the credit is
      *> given.
       330-AGE-CLAIM.
           MOVE SPACES TO WS-AGING-FLAG
           MOVE 9999 TO WS-PROV-DAYS-LEFT
           IF DC-OPEN AND DC-PROV-DUE-DATE NUMERIC
               MOVE DC-PROV-DUE-DATE TO WS-DATE-NUM
               COMPUTE WS-PROV-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   - WS-BUSINESS-INTEGER
           END-IF
           MOVE DC-RESOLVE-DUE-DATE TO WS-DATE-NUM
           COMPUTE WS-RESOLVE-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               - WS-BUSINESS-INTEGER
           EVALUATE TRUE
               WHEN WS-ADJ-UNPOSTED
                   MOVE 'UNPOSTED' TO WS-AGING-FLAG
               WHEN WS-RESOLVE-DAYS-LEFT < ZERO
                   MOVE 'OVERDUE' TO WS-AGING-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-RESOLVE-DAYS-LEFT NOT > WS-WARN-DAYS
                       OR WS-PROV-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE 'NEAR' TO WS-AGING-FLAG
                   ADD 1 TO WS-NEAR-COUNT
           END-EVALUATE
           IF WS-AGING-FLAG NOT = SPACES
               PERFORM 335-PRINT-AGING-LINE
           END-IF.

       335-PRINT-AGING-LINE.
           MOVE DC-CLAIM-AMOUNT TO WS-RPT-CLAIMED
           MOVE WS-RESOLVE-DAYS-LEFT TO WS-RPT-RESOLVE-LEFT
           MOVE SPACES TO WS-SPOOL-LINE
           IF DC-OPEN
               MOVE WS-PROV-DAYS-LEFT TO WS-RPT-PROV-LEFT
               STRING DC-ORIG-REF ' ' DC-ACCOUNT-NUMBER ' '
                   WS-RPT-CLAIMED '  ' DC-STATUS '  '
                   DC-PROV-DUE-DATE WS-RPT-PROV-LEFT ' '
                   DC-RESOLVE-DUE-DATE WS-RPT-RESOLVE-LEFT ' '
                   WS-AGING-FLAG
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               EVALUATE TRUE
                   WHEN DC-PROV-QUEUED
                       MOVE 'CREDIT QUEUED ' TO WS-AGING-STATE
                   WHEN DC-SETTLE-QUEUED
                       MOVE 'SETTLE QUEUED ' TO WS-AGING-STATE
                   WHEN OTHER
                       MOVE 'CREDITED      ' TO WS-AGING-STATE
               END-EVALUATE
               STRING DC-ORIG-REF ' ' DC-ACCOUNT-NUMBER ' '
                   WS-RPT-CLAIMED '  ' DC-STATUS '  '
                   WS-AGING-STATE
                   DC-RESOLVE-DUE-DATE WS-RPT-RESOLVE-LEFT ' '
                   WS-AGING-FLAG
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM 904-PRINT-REPORT-LINE.

      *> A queued adjustment is confirmed once posting has put it on
      *> the audit trail: the provisional credit becomes a credit
      *> given (its letter goes tonight), a settlement closes the
      *> claim. Posting runs after this job, so an adjustment queued
      *> tonight is first looked for on the next run; one missing by
      *> then was rejected.
       350-CONFIRM-POSTING.
           IF DC-PROV-QUEUED
               MOVE DC-PROV-REF TO WS-CONFIRM-REF
           ELSE
               MOVE DC-FINAL-REF TO WS-CONFIRM-REF
           END-IF
           PERFORM 355-FIND-POSTED-REF
           EVALUATE TRUE
               WHEN WS-REF-POSTED AND DC-PROV-QUEUED
                   SET DC-PROV-CREDITED TO TRUE
                   MOVE WS-BUSINESS-DATE TO DC-PROV-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN WS-REF-POSTED
                   MOVE WS-BUSINESS-DATE TO DC-CLOSED-DATE
                   SET DC-CLOSED TO TRUE
                   ADD 1 TO WS-CONFIRMED-COUNT
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   SET WS-ADJ-UNPOSTED TO TRUE
                   ADD 1 TO WS-UNPOSTED-COUNT
           END-EVALUATE.

      *> Positions the keyed audit history at the claim's account
      *> and reads its entries for the reference, the way
      *> CLAIM-MAINT finds the disputed item.
       355-FIND-POSTED-REF.
           MOVE 'N' TO WS-POSTED-FLAG
           MOVE 'N' TO WS-AIX-EOF-FLAG
           OPEN INPUT AUDIT-INDEX-FILE
           MOVE DC-ACCOUNT-NUMBER TO AIX-ACCOUNT
           MOVE LOW-VALUES        TO AIX-TIMESTAMP
           MOVE ZERO              TO AIX-SEQ-NO
           START AUDIT-INDEX-FILE KEY >= AIX-KEY
               INVALID KEY SET END-OF-INDEX TO TRUE
           END-START
           PERFORM UNTIL END-OF-INDEX OR WS-REF-POSTED
               READ AUDIT-INDEX-FILE NEXT
                   AT END SET END-OF-INDEX TO TRUE
               END-READ
               IF NOT END-OF-INDEX
                   IF AIX-ACCOUNT NOT = DC-ACCOUNT-NUMBER
                       SET END-OF-INDEX TO TRUE
                   ELSE
                       IF AIX-REF-NO = WS-CONFIRM-REF
                           SET WS-REF-POSTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDIT-INDEX-FILE.

      *> The caller has set the type, amount and corrected
      *> reference; the rest is the feeder's standard framing.
       340-WRITE-ADJUSTMENT.
           MOVE DC-ACCOUNT-NUMBER  TO TR-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE   TO TR-DATE
           MOVE WS-RUN-TIME        TO TR-TIME
           MOVE SPACES             TO TR-TO-ACCOUNT-NUMBER
           MOVE SPACES             TO TR-BRANCH
           MOVE SPACE              TO TR-APPROVAL-FLAG
           ADD 1 TO WS-REF-SEQ
           IF WS-REF-SEQ = ZERO
               DISPLAY 'REFERENCE SEQUENCE EXHAUSTED - RUN STOPPED'
               STOP RUN
           END-IF
           MOVE SPACES TO TR-REF-NO
           STRING 'D' WS-BUSINESS-DATE(3:6) WS-REF-SEQ
               DELIMITED BY SIZE INTO TR-REF-NO
           MOVE SPACES TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME TO TR-OPERATOR
           MOVE SPACES TO TR-APPROVER
           MOVE SPACES TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-WRITTEN.

       900-END-PROGRAM.
           CLOSE CLAIM-FILE
                 KEEP-FILE
                 TRANSACTION-FILE
           IF WS-TRANS-WRITTEN > ZERO
               PERFORM 910-UPDATE-BATCH-HEADER-COUNT
           END-IF
           PERFORM 920-REPLACE-CLAIM-FILE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CLAIMS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CLAIMS ON FILE:          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CLAIMS-OPEN TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'STILL OPEN:              ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-NEAR-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'NEAR A DEADLINE:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PAST RESOLUTION DATE:    ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PROV-COUNT TO WS-RPT-COUNT
           MOVE WS-PROV-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PROVISIONAL CREDITS:     ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-FINAL-COUNT TO WS-RPT-COUNT
           MOVE WS-FINAL-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'FINAL CREDITS:           ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-REVERSAL-COUNT TO WS-RPT-COUNT
           MOVE WS-REVERSAL-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PROVISIONAL REVERSED:    ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CONFIRMED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ADJUSTMENTS CONFIRMED:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-UNPOSTED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ADJUSTMENTS NOT POSTED:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CLAIMS CLOSED TONIGHT:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'CLAIMS PAST RESOLUTION DATE' TO WS-EX-CONDITION
               MOVE WS-OVERDUE-COUNT TO WS-EX-FIGURE-1
               MOVE WS-CLAIMS-OPEN TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-BUSINESS-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           IF WS-UNPOSTED-COUNT > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'CLAIM ADJUSTMENTS NOT POSTED' TO WS-EX-CONDITION
               MOVE WS-UNPOSTED-COUNT TO WS-EX-FIGURE-1
               MOVE WS-CLAIMS-OPEN TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-BUSINESS-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF
           PERFORM 930-STAMP-RUN-CONTROL
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           IF WS-OVERDUE-COUNT > ZERO OR WS-UNPOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Keeps BANK-TRANS-PROC's front-end batch-header framing
      *> truthful after this job appends new records onto TRANS.DAT,
      *> same as the other feeder jobs — header and trailer counts
      *> both.
       910-UPDATE-BATCH-HEADER-COUNT.
           OPEN I-O TRANSACTION-FILE
           READ TRANSACTION-FILE
               AT END SET WS-HDR-EOF TO TRUE
           END-READ
           IF NOT WS-HDR-EOF AND BATCH-HEADER
               ADD WS-TRANS-WRITTEN TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           PERFORM UNTIL WS-HDR-EOF OR BATCH-TRAILER
               READ TRANSACTION-FILE
                   AT END SET WS-HDR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HDR-EOF AND BATCH-TRAILER
               ADD WS-TRANS-WRITTEN TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.

      *> Replaces CLAIMS.DAT with tonight's updated claims, same
      *> delete/rename idiom as STANDORD-POST.
       920-REPLACE-CLAIM-FILE.
           CALL 'CBL_DELETE_FILE' USING 'CLAIMS.DAT'
               RETURNING WS-DELETE-STATUS
           CALL 'CBL_RENAME_FILE' USING 'CLAIMS.NEW' 'CLAIMS.DAT'
               RETURNING WS-RENAME-STATUS.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
