      *> Daily inbound ACH credit (direct deposit) intake: the
      *> electronic sibling of CASHLETTER-INTAKE. Reads the receiving
      *> front end's batch file (its own ACH-CREDIT-RECORD layout,
      *> not TRANSACTION-RECORD), proves it to the originator's
      *> control record, and appends a DEPOSIT TRANSACTION-RECORD per
      *> good item onto TRANS.DAT ahead of the normal run — the same
      *> generate-then-feed-the-pipeline pattern as the other
      *> feeders, so payroll and benefit credits post and audit
      *> through the same pipeline as everything else.
      *>
      *> An item that cannot post — no such account, or an account
      *> closed, held or dormant on ACCOUNT-STATUS — is not fed to
      *> posting to die in REJECT.DAT; it goes straight onto the
      *> outbound return file ACHRETRN.DAT with a standard return
      *> reason, for transmission back to the ACH operator.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-CREDIT-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL: a day with no ACH file reads straight AT END and
      *> the job completes with zero items instead of abending and
      *> blocking the night's sequence.
           SELECT OPTIONAL ACH-FILE ASSIGN TO 'ACHCREDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Extended, not recreated: returns accumulate until the
      *> transmission picks them up, same as OUTPAY.DAT.
           SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO 'ACHRETRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILE.
       COPY ACHITEM.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  ACH-RETURN-FILE.
       COPY ACHRETRN.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-ACCT-FOUND  VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-RUN-TIME            PIC X(6).

      *> File proof, taken on a full first pass before anything is
      *> written: exactly one header first, exactly one control
      *> record last carrying the same batch ID, and the items
      *> between them adding up to the control count and total. A
      *> file that fails any of it is refused whole — posting half a
      *> payroll is worse than posting none of it.
       01  WS-PROOF-FIELDS.
           05  WS-PF-RECORDS      PIC 9(7) VALUE ZERO.
           05  WS-PF-HEADERS      PIC 9(7) VALUE ZERO.
           05  WS-PF-CONTROLS     PIC 9(7) VALUE ZERO.
           05  WS-PF-ITEMS        PIC 9(7) VALUE ZERO.
           05  WS-PF-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05  WS-PF-BAD-RECORDS  PIC 9(7) VALUE ZERO.
           05  WS-PF-FIRST-TYPE   PIC X VALUE SPACE.
           05  WS-PF-LAST-TYPE    PIC X VALUE SPACE.
           05  WS-PF-CTL-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-PF-CTL-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-PF-CTL-BATCH-ID PIC X(10) VALUE SPACES.
       01  WS-BATCH-ID            PIC X(10) VALUE SPACES.
       01  WS-COMPANY-NAME        PIC X(16) VALUE SPACES.
       01  WS-EFFECTIVE-DATE      PIC X(8) VALUE SPACES.
       01  WS-POST-DATE           PIC X(8).

      *> Return reason for the item in hand.
       01  WS-RETURN-CODE         PIC X(3).
       01  WS-RETURN-REASON       PIC X(20).

      *> EXCEPTION-LOG interface fields: a refused file is fatal and
      *> stops the run unstamped (RETURN-CODE 8) so the night cannot
      *> go on as if payroll had arrived; returned items are a
      *> warning (RETURN-CODE 4) — the run completes, but the return
      *> file has to go out.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'ACHCREDIT'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

       01  WS-ITEMS-READ          PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-POSTED        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-RETURNED      PIC 9(7) VALUE ZERO.
       01  WS-POSTED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-RETURNED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-HDR-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-HDR-EOF         VALUE 'Y'.

      *> RUN-CONTROL interface fields: the sequence gate is checked
      *> before any work and completion is stamped only on a clean
      *> finish, so a rerun or an out-of-order start is refused at
      *> the door.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'ACHCREDIT'.
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
           PERFORM 900-END-PROGRAM
           STOP RUN.

      *> The deposits this job writes must carry the business date
      *> the batch will post under, not the wall clock — same
      *> reasoning as CASHLETTER-INTAKE. The wall clock stands in
      *> only for ad-hoc runs outside the controlled night.
       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           DISPLAY '============================================'
           DISPLAY '  ACH CREDIT INTAKE'
           DISPLAY '  RUN DATE: ' WS-RUN-DATE
           DISPLAY '============================================'
           PERFORM 210-PROVE-FILE
      *> A future-dated file posts on its effective date: the
      *> deposits carry it as TR-DATE and posting warehouses them
      *> until that business date comes round.
           MOVE WS-RUN-DATE TO WS-POST-DATE
           IF WS-EFFECTIVE-DATE IS NUMERIC
                   AND WS-EFFECTIVE-DATE > WS-RUN-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-POST-DATE
           END-IF
           OPEN INPUT  ACH-FILE
                       ACCOUNT-FILE
           OPEN EXTEND TRANSACTION-FILE
                       ACH-RETURN-FILE
           READ ACH-FILE
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
      *> and control record before a single deposit is written. An
      *> empty file (no ACH today) proves trivially.
       210-PROVE-FILE.
           OPEN INPUT ACH-FILE
           READ ACH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               PERFORM 215-TALLY-RECORD
               READ ACH-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACH-FILE
           MOVE 'N' TO EOF-FLAG
           IF WS-PF-RECORDS > ZERO
               DISPLAY 'BATCH ID: ' WS-BATCH-ID
                   '  ORIGINATOR: ' WS-COMPANY-NAME
                   '  EFFECTIVE: ' WS-EFFECTIVE-DATE
               EVALUATE TRUE
                   WHEN WS-PF-HEADERS NOT = 1
                           OR WS-PF-CONTROLS NOT = 1
                           OR WS-PF-FIRST-TYPE NOT = 'H'
                           OR WS-PF-LAST-TYPE NOT = 'C'
                           OR WS-PF-BAD-RECORDS > ZERO
                           OR WS-PF-CTL-BATCH-ID NOT = WS-BATCH-ID
                       DISPLAY 'ACH FILE FRAMING INVALID - HEADER/'
                           'CONTROL MISSING OR BAD RECORDS - '
                           'FILE REFUSED'
                       MOVE 'ACH FILE FRAMING INVALID'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-BAD-RECORDS TO WS-EX-FIGURE-1
                       MOVE WS-PF-RECORDS TO WS-EX-FIGURE-2
                       PERFORM 220-REFUSE-FILE
                   WHEN WS-PF-ITEMS NOT = WS-PF-CTL-COUNT
                       DISPLAY 'ACH ITEM COUNT DOES NOT AGREE WITH '
                           'CONTROL - FILE REFUSED'
                       MOVE WS-PF-CTL-COUNT TO WS-RPT-COUNT
                       DISPLAY '  CONTROL COUNT: ' WS-RPT-COUNT
                       MOVE WS-PF-ITEMS TO WS-RPT-COUNT
                       DISPLAY '  ITEMS ON FILE: ' WS-RPT-COUNT
                       MOVE 'ACH ITEM COUNT OUT OF BALANCE'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-CTL-COUNT TO WS-EX-FIGURE-1
                       MOVE WS-PF-ITEMS TO WS-EX-FIGURE-2
                       PERFORM 220-REFUSE-FILE
                   WHEN WS-PF-TOTAL NOT = WS-PF-CTL-TOTAL
                       DISPLAY 'ACH DOLLAR TOTAL DOES NOT AGREE WITH '
                           'CONTROL - FILE REFUSED'
                       MOVE WS-PF-CTL-TOTAL TO WS-RPT-AMOUNT
                       DISPLAY '  CONTROL TOTAL: ' WS-RPT-AMOUNT
                       MOVE WS-PF-TOTAL TO WS-RPT-AMOUNT
                       DISPLAY '  ITEMS TOTAL:   ' WS-RPT-AMOUNT
                       MOVE 'ACH DOLLAR TOTAL OUT OF BALANCE'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-CTL-TOTAL TO WS-EX-FIGURE-1
                       MOVE WS-PF-TOTAL TO WS-EX-FIGURE-2
                       PERFORM 220-REFUSE-FILE
                   WHEN OTHER
                       MOVE WS-PF-ITEMS TO WS-RPT-COUNT
                       MOVE WS-PF-TOTAL TO WS-RPT-AMOUNT
                       DISPLAY 'FILE IN BALANCE: ' WS-RPT-COUNT
                           ' ITEMS  ' WS-RPT-AMOUNT
               END-EVALUATE
           END-IF.

       215-TALLY-RECORD.
           ADD 1 TO WS-PF-RECORDS
           IF WS-PF-RECORDS = 1
               MOVE ACH-RECORD-TYPE TO WS-PF-FIRST-TYPE
           END-IF
           MOVE ACH-RECORD-TYPE TO WS-PF-LAST-TYPE
           EVALUATE TRUE
               WHEN ACH-HEADER
                   ADD 1 TO WS-PF-HEADERS
                   MOVE ACH-BATCH-ID       TO WS-BATCH-ID
                   MOVE ACH-COMPANY-NAME   TO WS-COMPANY-NAME
                   MOVE ACH-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               WHEN ACH-ITEM
                   IF ACH-AMOUNT IS NUMERIC
                       ADD 1 TO WS-PF-ITEMS
                       ADD ACH-AMOUNT TO WS-PF-TOTAL
                   ELSE
                       ADD 1 TO WS-PF-BAD-RECORDS
                   END-IF
               WHEN ACH-CONTROL
                   ADD 1 TO WS-PF-CONTROLS
                   MOVE ACH-CTL-BATCH-ID TO WS-PF-CTL-BATCH-ID
                   IF ACH-CTL-ITEM-COUNT IS NUMERIC
                           AND ACH-CTL-TOTAL-AMOUNT IS NUMERIC
                       MOVE ACH-CTL-ITEM-COUNT   TO WS-PF-CTL-COUNT
                       MOVE ACH-CTL-TOTAL-AMOUNT TO WS-PF-CTL-TOTAL
                   ELSE
                       ADD 1 TO WS-PF-BAD-RECORDS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PF-BAD-RECORDS
           END-EVALUATE.

      *> The file is left exactly where it is for operations to
      *> take up with the originator, and the run stops unstamped:
      *> once a corrected file is in place (or the bad one pulled),
      *> the job is simply rerun.
       220-REFUSE-FILE.
           MOVE 'F' TO WS-EX-SEVERITY
           CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                       WS-RUN-DATE
                                       WS-EX-SEVERITY
                                       WS-EX-CONDITION
                                       WS-EX-FIGURE-1
                                       WS-EX-FIGURE-2
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> Second pass: the header and control records have done their
      *> work; each credit item either becomes a deposit or a return.
       300-PROCESS-RECORD.
           IF ACH-ITEM
               PERFORM 305-PROCESS-ITEM
           END-IF
           READ ACH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> A dormant account would take the deposit in posting, but a
      *> credit landing on an account the customer has walked away
      *> from goes back to the payer instead of feeding an
      *> escheatment balance; a held account is treated as frozen.
       305-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE SPACES TO WS-RETURN-CODE
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           IF ACH-ACCOUNT-NUMBER NOT = SPACES
               MOVE ACH-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE 'R03' TO WS-RETURN-CODE
                   MOVE 'NO ACCOUNT ON FILE' TO WS-RETURN-REASON
               WHEN ACCOUNT-CLOSED
                   MOVE 'R02' TO WS-RETURN-CODE
                   MOVE 'ACCOUNT CLOSED' TO WS-RETURN-REASON
               WHEN ACCOUNT-DORMANT
                   MOVE 'R16' TO WS-RETURN-CODE
                   MOVE 'ACCOUNT DORMANT' TO WS-RETURN-REASON
               WHEN ACCOUNT-HELD
                   MOVE 'R16' TO WS-RETURN-CODE
                   MOVE 'ACCOUNT FROZEN' TO WS-RETURN-REASON
           END-EVALUATE
           IF WS-RETURN-CODE = SPACES
               PERFORM 310-WRITE-DEPOSIT-TRANSACTION
           ELSE
               PERFORM 320-WRITE-RETURN
           END-IF.

      *> TR-REF-NO is the last twelve digits of the trace — routing
      *> digits four to eight plus the item sequence — so posting's
      *> cross-day duplicate check recognizes a file the operator
      *> sends twice.
       310-WRITE-DEPOSIT-TRANSACTION.
           MOVE ACH-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
           SET DEPOSIT             TO TRUE
           MOVE ACH-AMOUNT         TO TR-AMOUNT
           MOVE WS-POST-DATE       TO TR-DATE
           MOVE WS-RUN-TIME        TO TR-TIME
           MOVE SPACES             TO TR-TO-ACCOUNT-NUMBER
           MOVE SPACES             TO TR-BRANCH
           MOVE SPACE              TO TR-APPROVAL-FLAG
           MOVE ACH-TRACE-NO(4:12) TO TR-REF-NO
           MOVE SPACES             TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME     TO TR-OPERATOR
           MOVE SPACES             TO TR-APPROVER
           MOVE SPACES             TO TR-FX-DETAIL
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           ADD ACH-AMOUNT TO WS-POSTED-TOTAL.

       320-WRITE-RETURN.
           MOVE WS-BATCH-ID        TO AR-BATCH-ID
           MOVE ACH-TRACE-NO       TO AR-TRACE-NO
           MOVE ACH-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER
           MOVE ACH-AMOUNT         TO AR-AMOUNT
           MOVE ACH-RECEIVER-NAME  TO AR-RECEIVER-NAME
           MOVE WS-RETURN-CODE     TO AR-REASON-CODE
           MOVE WS-RETURN-REASON   TO AR-REASON
           MOVE WS-RUN-DATE        TO AR-RETURN-DATE
           WRITE ACH-RETURN-RECORD
           ADD 1 TO WS-ITEMS-RETURNED
           ADD ACH-AMOUNT TO WS-RETURNED-TOTAL
           MOVE ACH-AMOUNT TO WS-RPT-AMOUNT
           DISPLAY 'RETURNED: ' ACH-TRACE-NO '  ' ACH-ACCOUNT-NUMBER
               '  ' WS-RPT-AMOUNT '  ' WS-RETURN-CODE ' '
               WS-RETURN-REASON.

       900-END-PROGRAM.
           CLOSE ACH-FILE
                 ACCOUNT-FILE
                 TRANSACTION-FILE
                 ACH-RETURN-FILE
           IF WS-ITEMS-POSTED > ZERO
               PERFORM 920-UPDATE-BATCH-HEADER-COUNT
           END-IF
           DISPLAY '--------------------------------------------'
           MOVE WS-ITEMS-READ TO WS-RPT-COUNT
           DISPLAY 'ACH CREDIT ITEMS READ:       ' WS-RPT-COUNT
           MOVE WS-ITEMS-POSTED TO WS-RPT-COUNT
           MOVE WS-POSTED-TOTAL TO WS-RPT-AMOUNT
           DISPLAY 'DEPOSIT TRANSACTIONS WRITTEN:' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
           MOVE WS-ITEMS-RETURNED TO WS-RPT-COUNT
           MOVE WS-RETURNED-TOTAL TO WS-RPT-AMOUNT
           DISPLAY 'ITEMS RETURNED:              ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
           DISPLAY '============================================'
           IF WS-ITEMS-RETURNED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'ACH CREDITS RETURNED' TO WS-EX-CONDITION
               MOVE WS-ITEMS-RETURNED TO WS-EX-FIGURE-1
               MOVE WS-RETURNED-TOTAL TO WS-EX-FIGURE-2
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
           IF WS-ITEMS-RETURNED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.

      *> Keeps BANK-TRANS-PROC's front-end batch-header framing
      *> truthful after this job appends new records onto TRANS.DAT:
      *> if the file starts with a BATCH-HEADER, its expected-count
      *> field is bumped by however many deposits this run just
      *> appended, so 207-VALIDATE-BATCH-HEADER still matches what is
      *> actually in the file instead of rejecting the whole day's
      *> batch over records this job added after the header was
      *> written...
       920-UPDATE-BATCH-HEADER-COUNT.
           OPEN I-O TRANSACTION-FILE
           READ TRANSACTION-FILE
               AT END SET WS-HDR-EOF TO TRUE
           END-READ
           IF NOT WS-HDR-EOF AND BATCH-HEADER
               ADD WS-ITEMS-POSTED TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
      *> ...and the trailer stays truthful the same way: the appended
      *> count is added to the trailer's record count too, so
      *> 908-VALIDATE-BATCH-TRAILER only fires on a genuine
      *> discrepancy, not on the normal nightly feeder appends.
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
