      *> Daily positive-pay issue-file intake: loads the issued-check
      *> files business customers send (PPISSIN.DAT — one record per
      *> check written or voided since their last file) onto the
      *> issued-check register PPISSUE.DAT that BANK-TRANS-PROC
      *> matches presented checks against. Runs ahead of posting so
      *> a check the customer wrote today is on the register before
      *> it can be presented tonight.
      *>
      *> An issue record adds the check as outstanding. A void marks
      *> an outstanding check 'V' in place; a void for a serial not
      *> yet on the register is recorded as a voided check in its
      *> own right, so the paper cannot pay if it turns up later.
      *> Anything that cannot be taken — the account is not on file
      *> or not enrolled, the serial is blank or already on the
      *> register, the amount is missing, the check already paid —
      *> is refused on the intake listing for the customer service
      *> desk to take up with the customer; the rest of the file
      *> still loads.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAY-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL: a day with no customer files reads straight AT
      *> END and the job completes with nothing loaded.
           SELECT OPTIONAL ISSUE-IN-FILE ASSIGN TO 'PPISSIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL ISSUED-CHECK-FILE ASSIGN TO 'PPISSUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The customer's issue file, as the cash-management front end
      *> hands it over: 'I' for a check written, 'V' for a void.
       FD  ISSUE-IN-FILE.
       01  ISSUE-INPUT-RECORD.
           05  CI-ACTION          PIC X.
               88  CI-ISSUE       VALUE 'I'.
               88  CI-VOID        VALUE 'V'.
           05  CI-ACCOUNT-NUMBER  PIC X(10).
           05  CI-SERIAL-NO       PIC X(8).
           05  CI-AMOUNT          PIC 9(7)V99.
           05  CI-PAYEE           PIC X(30).
           05  CI-ISSUE-DATE      PIC X(8).

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  ISSUED-CHECK-FILE.
       COPY PPISSUE.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-REG-EOF-FLAG    PIC X VALUE 'N'.
               88  END-OF-REGISTER VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).

      *> Tonight's input, held in storage so the register can be
      *> matched against all of it in one pass. Each entry carries
      *> its outcome: blank while still to be written, 'D' once a
      *> void has been applied in place, 'R' when refused.
       01  WS-INPUT-TABLE.
           05  WS-IN-ENTRY OCCURS 2000 TIMES.
               10  WS-IN-ACTION       PIC X.
               10  WS-IN-ACCOUNT      PIC X(10).
               10  WS-IN-SERIAL       PIC X(8).
               10  WS-IN-AMOUNT       PIC 9(7)V99.
               10  WS-IN-PAYEE        PIC X(30).
               10  WS-IN-ISSUE-DATE   PIC X(8).
               10  WS-IN-OUTCOME      PIC X.
                   88  WS-IN-TO-WRITE VALUE SPACE.
                   88  WS-IN-APPLIED  VALUE 'D'.
                   88  WS-IN-REFUSED  VALUE 'R'.
               10  WS-IN-REASON       PIC X(20).
       01  WS-IN-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-IN-IDX              PIC 9(5).
       01  WS-IN-PRIOR            PIC 9(5).

       01  WS-ITEMS-READ          PIC 9(7) VALUE ZERO.
       01  WS-ISSUES-LOADED       PIC 9(7) VALUE ZERO.
       01  WS-ISSUES-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-VOIDS-LOADED        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-REFUSED       PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

      *> EXCEPTION-LOG interface fields: refused items are a warning
      *> (RETURN-CODE 4) — the file loads, but the customer has to be
      *> told which checks are not protected.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'PPISSUE'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

      *> RUN-CONTROL interface fields: the intake runs once per
      *> business date, ahead of TRANSPROC, so tonight's checks are
      *> matched against a register that includes today's issues.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'PPISSUE'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-VALIDATE-ITEM
               UNTIL END-OF-FILE
           CLOSE ISSUE-IN-FILE
                 ACCOUNT-FILE
           PERFORM 400-MATCH-REGISTER
           PERFORM 500-WRITE-NEW-CHECKS
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY '============================================'
           DISPLAY '  POSITIVE PAY ISSUE FILE INTAKE'
           DISPLAY '  RUN DATE: ' WS-RUN-DATE
           DISPLAY '============================================'
           OPEN INPUT ISSUE-IN-FILE
                      ACCOUNT-FILE
           READ ISSUE-IN-FILE
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

      *> Everything that can be judged without the register is
      *> judged here: the action, the account and its enrollment,
      *> the serial and amount, and a second record for the same
      *> check earlier in tonight's own input.
       300-VALIDATE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           IF WS-IN-COUNT >= 2000
               DISPLAY 'ISSUE FILE OVER 2000 ITEMS - RUN CANCELLED, '
                       'NOTHING LOADED'
               MOVE 'F' TO WS-EX-SEVERITY
               MOVE 'PPAY ISSUE FILE TOO LARGE' TO WS-EX-CONDITION
               MOVE WS-ITEMS-READ TO WS-EX-FIGURE-1
               MOVE 2000 TO WS-EX-FIGURE-2
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-RUN-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-IN-COUNT
           MOVE CI-ACTION         TO WS-IN-ACTION (WS-IN-COUNT)
           MOVE CI-ACCOUNT-NUMBER TO WS-IN-ACCOUNT (WS-IN-COUNT)
           MOVE CI-SERIAL-NO      TO WS-IN-SERIAL (WS-IN-COUNT)
           MOVE CI-PAYEE          TO WS-IN-PAYEE (WS-IN-COUNT)
           MOVE CI-ISSUE-DATE     TO WS-IN-ISSUE-DATE (WS-IN-COUNT)
           IF CI-AMOUNT NUMERIC
               MOVE CI-AMOUNT TO WS-IN-AMOUNT (WS-IN-COUNT)
           ELSE
               MOVE ZERO TO WS-IN-AMOUNT (WS-IN-COUNT)
           END-IF
           MOVE SPACE  TO WS-IN-OUTCOME (WS-IN-COUNT)
           MOVE SPACES TO WS-IN-REASON (WS-IN-COUNT)
           MOVE CI-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 'NO ACCOUNT ON FILE'
                       TO WS-IN-REASON (WS-IN-COUNT)
           END-READ
           EVALUATE TRUE
               WHEN WS-IN-REASON (WS-IN-COUNT) NOT = SPACES
                   CONTINUE
               WHEN NOT CI-ISSUE AND NOT CI-VOID
                   MOVE 'INVALID ACTION' TO WS-IN-REASON (WS-IN-COUNT)
               WHEN NOT ACCOUNT-PPAY-ENROLLED
                   MOVE 'NOT ENROLLED' TO WS-IN-REASON (WS-IN-COUNT)
               WHEN ACCOUNT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-IN-REASON (WS-IN-COUNT)
               WHEN CI-SERIAL-NO = SPACES
                   MOVE 'NO SERIAL' TO WS-IN-REASON (WS-IN-COUNT)
               WHEN CI-ISSUE AND WS-IN-AMOUNT (WS-IN-COUNT) = ZERO
                   MOVE 'NO AMOUNT' TO WS-IN-REASON (WS-IN-COUNT)
           END-EVALUATE
           IF WS-IN-REASON (WS-IN-COUNT) = SPACES
               PERFORM VARYING WS-IN-PRIOR FROM 1 BY 1
                       UNTIL WS-IN-PRIOR >= WS-IN-COUNT
                   IF WS-IN-ACCOUNT (WS-IN-PRIOR) = CI-ACCOUNT-NUMBER
                           AND WS-IN-SERIAL (WS-IN-PRIOR)
                               = CI-SERIAL-NO
                           AND NOT WS-IN-REFUSED (WS-IN-PRIOR)
                       MOVE 'DUPLICATE IN FILE'
                           TO WS-IN-REASON (WS-IN-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IN-REASON (WS-IN-COUNT) NOT = SPACES
               MOVE WS-IN-COUNT TO WS-IN-IDX
               PERFORM 310-REFUSE-ITEM
           END-IF
           READ ISSUE-IN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       310-REFUSE-ITEM.
           SET WS-IN-REFUSED (WS-IN-IDX) TO TRUE
           ADD 1 TO WS-ITEMS-REFUSED
           MOVE WS-IN-AMOUNT (WS-IN-IDX) TO WS-RPT-AMOUNT
           DISPLAY 'REFUSED: ' WS-IN-ACTION (WS-IN-IDX) ' '
               WS-IN-ACCOUNT (WS-IN-IDX) ' SERIAL '
               WS-IN-SERIAL (WS-IN-IDX) ' ' WS-RPT-AMOUNT ' '
               WS-IN-REASON (WS-IN-IDX).

      *> One pass of the register, in place: a void lands on its
      *> outstanding check; an issue or void for a check the
      *> register already settled is refused.
       400-MATCH-REGISTER.
           OPEN I-O ISSUED-CHECK-FILE
           READ ISSUED-CHECK-FILE
               AT END SET END-OF-REGISTER TO TRUE
           END-READ
           PERFORM UNTIL END-OF-REGISTER
               PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                       UNTIL WS-IN-IDX > WS-IN-COUNT
                   IF WS-IN-TO-WRITE (WS-IN-IDX)
                           AND WS-IN-ACCOUNT (WS-IN-IDX)
                               = IC-ACCOUNT-NUMBER
                           AND WS-IN-SERIAL (WS-IN-IDX) = IC-SERIAL-NO
                       PERFORM 410-APPLY-TO-REGISTER
                   END-IF
               END-PERFORM
               READ ISSUED-CHECK-FILE
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-PERFORM
           CLOSE ISSUED-CHECK-FILE.

       410-APPLY-TO-REGISTER.
           EVALUATE TRUE
               WHEN WS-IN-ACTION (WS-IN-IDX) = 'I'
                   MOVE 'ALREADY ISSUED' TO WS-IN-REASON (WS-IN-IDX)
                   PERFORM 310-REFUSE-ITEM
               WHEN IC-PAID
                   MOVE 'ALREADY PAID' TO WS-IN-REASON (WS-IN-IDX)
                   PERFORM 310-REFUSE-ITEM
               WHEN IC-VOIDED
                   MOVE 'ALREADY VOIDED' TO WS-IN-REASON (WS-IN-IDX)
                   PERFORM 310-REFUSE-ITEM
               WHEN OTHER
                   SET IC-VOIDED TO TRUE
                   MOVE WS-RUN-DATE TO IC-STATUS-DATE
                   REWRITE ISSUED-CHECK-RECORD
                   SET WS-IN-APPLIED (WS-IN-IDX) TO TRUE
                   ADD 1 TO WS-VOIDS-LOADED
                   DISPLAY 'VOIDED:  ' IC-ACCOUNT-NUMBER ' SERIAL '
                       IC-SERIAL-NO
           END-EVALUATE.

      *> New issues, and voids for checks the register never had,
      *> go on the end of the register.
       500-WRITE-NEW-CHECKS.
           OPEN EXTEND ISSUED-CHECK-FILE
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT
               IF WS-IN-TO-WRITE (WS-IN-IDX)
                   MOVE WS-IN-ACCOUNT (WS-IN-IDX)
                       TO IC-ACCOUNT-NUMBER
                   MOVE WS-IN-SERIAL (WS-IN-IDX)  TO IC-SERIAL-NO
                   MOVE WS-IN-AMOUNT (WS-IN-IDX)  TO IC-AMOUNT
                   MOVE WS-IN-PAYEE (WS-IN-IDX)   TO IC-PAYEE
                   MOVE WS-IN-ISSUE-DATE (WS-IN-IDX)
                       TO IC-ISSUE-DATE
                   MOVE WS-RUN-DATE TO IC-LOAD-DATE
                   IF WS-IN-ACTION (WS-IN-IDX) = 'V'
                       SET IC-VOIDED TO TRUE
                       MOVE WS-RUN-DATE TO IC-STATUS-DATE
                       ADD 1 TO WS-VOIDS-LOADED
                       DISPLAY 'VOIDED:  ' IC-ACCOUNT-NUMBER
                           ' SERIAL ' IC-SERIAL-NO ' (NOT ISSUED)'
                   ELSE
                       SET IC-OUTSTANDING TO TRUE
                       MOVE SPACES TO IC-STATUS-DATE
                       ADD 1 TO WS-ISSUES-LOADED
                       ADD IC-AMOUNT TO WS-ISSUES-TOTAL
                   END-IF
                   WRITE ISSUED-CHECK-RECORD
               END-IF
           END-PERFORM
           CLOSE ISSUED-CHECK-FILE.

       900-END-PROGRAM.
           DISPLAY '--------------------------------------------'
           MOVE WS-ITEMS-READ TO WS-RPT-COUNT
           DISPLAY 'ISSUE FILE RECORDS READ:     ' WS-RPT-COUNT
           MOVE WS-ISSUES-LOADED TO WS-RPT-COUNT
           MOVE WS-ISSUES-TOTAL TO WS-RPT-AMOUNT
           DISPLAY 'CHECKS ISSUED:               ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
           MOVE WS-VOIDS-LOADED TO WS-RPT-COUNT
           DISPLAY 'CHECKS VOIDED:               ' WS-RPT-COUNT
           MOVE WS-ITEMS-REFUSED TO WS-RPT-COUNT
           DISPLAY 'ITEMS REFUSED:               ' WS-RPT-COUNT
           DISPLAY '============================================'
           IF WS-ITEMS-REFUSED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'PPAY ISSUE ITEMS REFUSED' TO WS-EX-CONDITION
               MOVE WS-ITEMS-REFUSED TO WS-EX-FIGURE-1
               MOVE WS-ITEMS-READ TO WS-EX-FIGURE-2
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
           IF WS-ITEMS-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
