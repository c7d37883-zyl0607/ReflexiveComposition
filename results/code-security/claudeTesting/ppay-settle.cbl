      *> Nightly positive-pay settlement: closes out the exception
      *> queue (PPEXCEPT.DAT) once the customer's decision window has
      *> shut. Every open item held on an earlier business date is
      *> settled tonight — the customer had the whole of today, up
      *> to the PPAY-DECISION cutoff, to decide it:
      *>   pay      the held check goes back onto TRANS.DAT exactly
      *>            as it was presented, marked TR-PPAY-RELEASED so
      *>            posting pays it instead of holding it again;
      *>   return   the check goes onto the outbound return file
      *>            PPRETURN.DAT for the presenting bank;
      *>   none     returned, the same as a return decision — an
      *>            unanswered exception is never paid.
      *> Items held last night are left for the customer to decide
      *> today. Settled items stay on the queue marked 'S'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAY-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PPAY-EXCEPT-FILE ASSIGN TO 'PPEXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Extended, not recreated: returns accumulate until the
      *> return transmission picks them up, same as ACHRETRN.DAT.
           SELECT OPTIONAL PPAY-RETURN-FILE ASSIGN TO 'PPRETURN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PPAY-EXCEPT-FILE.
       COPY PPEXCEPT.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

      *> One record per check sent back unpaid, carrying the
      *> presenting item's reference so the return can be matched
      *> to the cash letter it came in on.
       FD  PPAY-RETURN-FILE.
       01  PPAY-RETURN-RECORD.
           05  PR-ACCOUNT-NUMBER  PIC X(10).
           05  PR-SERIAL-NO       PIC X(8).
           05  PR-AMOUNT          PIC 9(7)V99.
           05  PR-REF-NO          PIC X(12).
           05  PR-REASON          PIC X(30).
           05  PR-RETURN-DATE     PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-HDR-EOF-FLAG    PIC X VALUE 'N'.
               88  WS-HDR-EOF     VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).

      *> RUN-CONTROL interface fields: settlement runs once per
      *> business date, ahead of TRANSPROC, so tonight's pay
      *> decisions post in tonight's batch.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'PPSETTLE'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> EXCEPTION-LOG interface fields: items returned for want of
      *> a decision are a warning (RETURN-CODE 4) — the customer
      *> service desk follows up with the customer in the morning.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'PPSETTLE'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> REPORT-SPOOL interface: the settlement listing goes both to
      *> the console and to the dated report file the return desk
      *> works from.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'PPSETTLE'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

       01  WS-ITEMS-OPEN          PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-PAID          PIC 9(7) VALUE ZERO.
       01  WS-PAID-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEMS-RETURNED      PIC 9(7) VALUE ZERO.
       01  WS-RETURNED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEMS-DEFAULTED     PIC 9(7) VALUE ZERO.
       01  WS-DEFAULTED-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEMS-WAITING       PIC 9(7) VALUE ZERO.
       01  WS-ACTION-NAME         PIC X(8).
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROCESS-ITEM
               UNTIL END-OF-FILE
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  POSITIVE PAY EXCEPTION SETTLEMENT'
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
           OPEN I-O    PPAY-EXCEPT-FILE
           OPEN EXTEND TRANSACTION-FILE
                       PPAY-RETURN-FILE
           READ PPAY-EXCEPT-FILE
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

       300-PROCESS-ITEM.
           IF PX-OPEN
               ADD 1 TO WS-ITEMS-OPEN
               IF PX-EXCEPT-DATE < WS-RUN-DATE
                   EVALUATE TRUE
                       WHEN PX-PAY
                           PERFORM 310-RELEASE-FOR-PAYMENT
                       WHEN PX-RETURN
                           MOVE 'POSITIVE PAY RETURN' TO PR-REASON
                           MOVE 'RETURN' TO WS-ACTION-NAME
                           PERFORM 320-WRITE-RETURN
                       WHEN OTHER
                           MOVE 'NO DECISION - RETURNED' TO PR-REASON
                           MOVE 'DEFAULT' TO WS-ACTION-NAME
                           ADD 1 TO WS-ITEMS-DEFAULTED
                           ADD PX-AMOUNT TO WS-DEFAULTED-TOTAL
                           PERFORM 320-WRITE-RETURN
                   END-EVALUATE
                   SET PX-SETTLED TO TRUE
                   MOVE WS-RUN-DATE TO PX-SETTLED-DATE
                   REWRITE PPAY-EXCEPTION-RECORD
               ELSE
                   ADD 1 TO WS-ITEMS-WAITING
               END-IF
           END-IF
           READ PPAY-EXCEPT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> An item a supervisor had already released over the approval
      *> limit keeps that mark too, so it is not queued for approval
      *> a second time.
       310-RELEASE-FOR-PAYMENT.
           MOVE PX-TRAN-IMAGE TO TRANSACTION-RECORD
           IF TR-APPROVED
               MOVE 'B' TO TR-APPROVAL-FLAG
           ELSE
               MOVE 'P' TO TR-APPROVAL-FLAG
           END-IF
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-PAID
           ADD PX-AMOUNT TO WS-PAID-TOTAL
           MOVE 'PAY' TO WS-ACTION-NAME
           PERFORM 330-PRINT-ITEM.

       320-WRITE-RETURN.
           MOVE PX-TRAN-IMAGE TO TRANSACTION-RECORD
           MOVE PX-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER
           MOVE PX-SERIAL-NO      TO PR-SERIAL-NO
           MOVE PX-AMOUNT         TO PR-AMOUNT
           MOVE TR-REF-NO         TO PR-REF-NO
           MOVE WS-RUN-DATE       TO PR-RETURN-DATE
           WRITE PPAY-RETURN-RECORD
           ADD 1 TO WS-ITEMS-RETURNED
           ADD PX-AMOUNT TO WS-RETURNED-TOTAL
           PERFORM 330-PRINT-ITEM.

       330-PRINT-ITEM.
           MOVE PX-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-ACTION-NAME ' ' PX-ACCOUNT-NUMBER
               ' SER ' PX-SERIAL-NO ' ' WS-RPT-AMOUNT
               ' ' PX-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       900-END-PROGRAM.
           CLOSE PPAY-EXCEPT-FILE
                 TRANSACTION-FILE
                 PPAY-RETURN-FILE
           IF WS-ITEMS-PAID > ZERO
               PERFORM 920-UPDATE-BATCH-HEADER-COUNT
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-PAID TO WS-RPT-COUNT
           MOVE WS-PAID-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'RELEASED TO PAY:         ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-RETURNED TO WS-RPT-COUNT
           MOVE WS-RETURNED-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'RETURNED:                ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-DEFAULTED TO WS-RPT-COUNT
           MOVE WS-DEFAULTED-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  OF WHICH NO DECISION:  ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-WAITING TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AWAITING DECISION:       ' WS-RPT-COUNT
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
           IF WS-ITEMS-DEFAULTED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'PPAY ITEMS RETURNED NO DECISION'
                   TO WS-EX-CONDITION
               MOVE WS-ITEMS-DEFAULTED TO WS-EX-FIGURE-1
               MOVE WS-DEFAULTED-TOTAL TO WS-EX-FIGURE-2
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
           IF WS-ITEMS-DEFAULTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.

      *> Keeps BANK-TRANS-PROC's batch framing truthful after the
      *> released checks are appended to TRANS.DAT, exactly as the
      *> other feeders do: the header's expected count and the
      *> trailer's record count both grow by the items added.
       920-UPDATE-BATCH-HEADER-COUNT.
           OPEN I-O TRANSACTION-FILE
           READ TRANSACTION-FILE
               AT END SET WS-HDR-EOF TO TRUE
           END-READ
           IF NOT WS-HDR-EOF AND BATCH-HEADER
               ADD WS-ITEMS-PAID TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           PERFORM UNTIL WS-HDR-EOF OR BATCH-TRAILER
               READ TRANSACTION-FILE
                   AT END SET WS-HDR-EOF TO TRUE
               END-READ
           END-PERFORM
           IF NOT WS-HDR-EOF AND BATCH-TRAILER
               ADD WS-ITEMS-PAID TO TR-AMOUNT
               REWRITE TRANSACTION-RECORD
           END-IF
           CLOSE TRANSACTION-FILE.
