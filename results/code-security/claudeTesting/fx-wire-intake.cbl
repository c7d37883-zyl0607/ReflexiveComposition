      *> Daily incoming international wire intake: the foreign-
      *> currency sibling of ACH-CREDIT-INTAKE. Reads the wire room's
      *> file of wires received in a foreign currency (its own
      *> FX-WIRE-RECORD layout), proves it to its control record,
      *> and converts each wire to dollars at the day's buy rate
      *> from FXRATE.DAT, appending a DEPOSIT TRANSACTION-RECORD onto
      *> TRANS.DAT ahead of the normal run. The deposit carries the
      *> original currency, foreign amount, buy rate and the margin
      *> earned in TR-FX-DETAIL, so posting writes them to the audit
      *> trail with the credit and GL-EXTRACT books the margin to
      *> its own FX-MARGIN line. The margin is measured against the
      *> day's mid rate, halfway between buy and sell: the customer
      *> is credited at the buy rate, and the difference between
      *> that and the mid-rate value of the currency is the bank's.
      *>
      *> A wire that cannot be converted and posted — no rate keyed
      *> for its currency that day, an account that cannot take the
      *> credit, or a dollar amount too large for one posting — is
      *> not fed to posting to die in REJECT.DAT; it goes onto the
      *> wire exception file FXWREJ.DAT for the wire room to return
      *> or feed again. The run ends with the day's FX position by
      *> currency: the currency bought, the dollars paid for it and
      *> the margin earned, printed and spooled for treasury.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-WIRE-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL: a day with no foreign wires reads straight AT END
      *> and the job completes with zero items instead of abending
      *> and blocking the night's sequence.
           SELECT OPTIONAL FX-WIRE-FILE ASSIGN TO 'FXWIRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO 'FXRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT TRANSACTION-FILE ASSIGN TO 'TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Extended, not recreated: exceptions accumulate until the
      *> wire room works them, same as ACHRETRN.DAT.
           SELECT OPTIONAL FX-REJECT-FILE ASSIGN TO 'FXWREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-WIRE-FILE.
       COPY FXWIRE.

       FD  FX-RATE-FILE.
       COPY FXRATE.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  FX-REJECT-FILE.
       COPY FXWREJ.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X VALUE 'N'.
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-RATE-EOF-FLAG   PIC X VALUE 'N'.
               88  WS-RATE-EOF    VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-RUN-TIME            PIC X(6).

      *> File proof, taken on a full first pass before anything is
      *> written: exactly one header first, exactly one control
      *> record last carrying the same batch ID, and the items
      *> between them agreeing with the control count and hash
      *> total. A file that fails any of it is refused whole.
       01  WS-PROOF-FIELDS.
           05  WS-PF-RECORDS      PIC 9(7) VALUE ZERO.
           05  WS-PF-HEADERS      PIC 9(7) VALUE ZERO.
           05  WS-PF-CONTROLS     PIC 9(7) VALUE ZERO.
           05  WS-PF-ITEMS        PIC 9(7) VALUE ZERO.
           05  WS-PF-HASH         PIC 9(13)V99 VALUE ZERO.
           05  WS-PF-BAD-RECORDS  PIC 9(7) VALUE ZERO.
           05  WS-PF-FIRST-TYPE   PIC X VALUE SPACE.
           05  WS-PF-LAST-TYPE    PIC X VALUE SPACE.
           05  WS-PF-CTL-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-PF-CTL-HASH     PIC 9(13)V99 VALUE ZERO.
           05  WS-PF-CTL-BATCH-ID PIC X(10) VALUE SPACES.
       01  WS-BATCH-ID            PIC X(10) VALUE SPACES.
       01  WS-CORRESPONDENT       PIC X(16) VALUE SPACES.

      *> The day's rates, one slot per currency keyed for the
      *> business date, each carrying the position the converted
      *> wires build up in it. Fifty slots is well past the
      *> currencies the wire room deals in; a rate past the last
      *> slot is not loaded, so its wires go to the exception file
      *> rather than convert at nothing.
       01  WS-FX-TABLE.
           05  WS-FXT-ENTRY OCCURS 50 TIMES.
               10  WS-FXT-CURRENCY    PIC X(3).
               10  WS-FXT-BUY-RATE    PIC 9(3)V9(7).
               10  WS-FXT-SELL-RATE   PIC 9(3)V9(7).
               10  WS-FXT-MID-RATE    PIC 9(3)V9(8).
               10  WS-FXT-ITEMS       PIC 9(7).
               10  WS-FXT-FOREIGN     PIC 9(13)V99.
               10  WS-FXT-USD         PIC 9(11)V99.
               10  WS-FXT-MARGIN      PIC 9(9)V99.
       01  WS-FXT-USED            PIC 9(3) VALUE ZERO.
       01  WS-FXT-IDX             PIC 9(3).
       01  WS-FXT-FOUND           PIC 9(3).
       01  WS-FIND-CURRENCY       PIC X(3).
       01  WS-RATES-SKIPPED       PIC 9(5) VALUE ZERO.

      *> The wire in hand, converted.
       01  WS-USD-AMOUNT          PIC 9(7)V99.
       01  WS-MARGIN-AMOUNT       PIC S9(9)V99.
       01  WS-REJECT-REASON       PIC X(20).

      *> EXCEPTION-LOG interface fields: a refused file is fatal and
      *> stops the run unstamped (RETURN-CODE 8); wires sent to the
      *> exception file are a warning (RETURN-CODE 4) — the run
      *> completes, but the wire room has items to work.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'FXWIRE'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

       01  WS-ITEMS-READ          PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-POSTED        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-REJECTED      PIC 9(7) VALUE ZERO.
       01  WS-POSTED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-MARGIN-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-FOREIGN         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.9999999.
       01  WS-RPT-MARGIN          PIC ZZZ,ZZ9.99.

       01  WS-HDR-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-HDR-EOF         VALUE 'Y'.

      *> RUN-CONTROL interface fields: the sequence gate is checked
      *> before any work and completion is stamped only on a clean
      *> finish, so a rerun or an out-of-order start is refused at
      *> the door.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'FXWIRE'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> REPORT-SPOOL interface: the wire exceptions and the FX
      *> position report go to the dated report file for treasury
      *> and the wire room, as well as the console.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'FXWIRE'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PROCESS-RECORD
               UNTIL END-OF-FILE
           PERFORM 900-END-PROGRAM
           STOP RUN.

      *> The deposits this job writes carry the business date the
      *> batch will post under, and the rates are the ones keyed for
      *> that date; the wall clock stands in only for ad-hoc runs
      *> outside the controlled night.
       200-INIT-PROGRAM.
           PERFORM 205-CHECK-RUN-CONTROL
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  INCOMING FOREIGN WIRE INTAKE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM 210-PROVE-FILE
           PERFORM 230-LOAD-DAY-RATES
           OPEN INPUT  FX-WIRE-FILE
                       ACCOUNT-FILE
           OPEN EXTEND TRANSACTION-FILE
                       FX-REJECT-FILE
           READ FX-WIRE-FILE
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
      *> empty file (no foreign wires today) proves trivially.
       210-PROVE-FILE.
           OPEN INPUT FX-WIRE-FILE
           READ FX-WIRE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               PERFORM 215-TALLY-RECORD
               READ FX-WIRE-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE FX-WIRE-FILE
           MOVE 'N' TO EOF-FLAG
           IF WS-PF-RECORDS > ZERO
               DISPLAY 'BATCH ID: ' WS-BATCH-ID
                   '  CORRESPONDENT: ' WS-CORRESPONDENT
               EVALUATE TRUE
                   WHEN WS-PF-HEADERS NOT = 1
                           OR WS-PF-CONTROLS NOT = 1
                           OR WS-PF-FIRST-TYPE NOT = 'H'
                           OR WS-PF-LAST-TYPE NOT = 'C'
                           OR WS-PF-BAD-RECORDS > ZERO
                           OR WS-PF-CTL-BATCH-ID NOT = WS-BATCH-ID
                       DISPLAY 'WIRE FILE FRAMING INVALID - HEADER/'
                           'CONTROL MISSING OR BAD RECORDS - '
                           'FILE REFUSED'
                       MOVE 'FX WIRE FILE FRAMING INVALID'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-BAD-RECORDS TO WS-EX-FIGURE-1
                       MOVE WS-PF-RECORDS TO WS-EX-FIGURE-2
                       PERFORM 220-REFUSE-FILE
                   WHEN WS-PF-ITEMS NOT = WS-PF-CTL-COUNT
                       DISPLAY 'WIRE ITEM COUNT DOES NOT AGREE WITH '
                           'CONTROL - FILE REFUSED'
                       MOVE WS-PF-CTL-COUNT TO WS-RPT-COUNT
                       DISPLAY '  CONTROL COUNT: ' WS-RPT-COUNT
                       MOVE WS-PF-ITEMS TO WS-RPT-COUNT
                       DISPLAY '  ITEMS ON FILE: ' WS-RPT-COUNT
                       MOVE 'FX WIRE COUNT OUT OF BALANCE'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-CTL-COUNT TO WS-EX-FIGURE-1
                       MOVE WS-PF-ITEMS TO WS-EX-FIGURE-2
                       PERFORM 220-REFUSE-FILE
                   WHEN WS-PF-HASH NOT = WS-PF-CTL-HASH
                       DISPLAY 'WIRE HASH TOTAL DOES NOT AGREE WITH '
                           'CONTROL - FILE REFUSED'
                       MOVE WS-PF-CTL-HASH TO WS-RPT-FOREIGN
                       DISPLAY '  CONTROL HASH:  ' WS-RPT-FOREIGN
                       MOVE WS-PF-HASH TO WS-RPT-FOREIGN
                       DISPLAY '  ITEMS HASH:    ' WS-RPT-FOREIGN
                       MOVE 'FX WIRE HASH OUT OF BALANCE'
                           TO WS-EX-CONDITION
                       MOVE WS-PF-CTL-COUNT TO WS-EX-FIGURE-1
                       MOVE WS-PF-ITEMS TO WS-EX-FIGURE-2
                       PERFORM 220-REFUSE-FILE
                   WHEN OTHER
                       MOVE WS-PF-ITEMS TO WS-RPT-COUNT
                       DISPLAY 'FILE IN BALANCE: ' WS-RPT-COUNT
                           ' ITEMS'
               END-EVALUATE
           END-IF.

       215-TALLY-RECORD.
           ADD 1 TO WS-PF-RECORDS
           IF WS-PF-RECORDS = 1
               MOVE FW-RECORD-TYPE TO WS-PF-FIRST-TYPE
           END-IF
           MOVE FW-RECORD-TYPE TO WS-PF-LAST-TYPE
           EVALUATE TRUE
               WHEN FW-HEADER
                   ADD 1 TO WS-PF-HEADERS
                   MOVE FW-BATCH-ID      TO WS-BATCH-ID
                   MOVE FW-CORRESPONDENT TO WS-CORRESPONDENT
               WHEN FW-ITEM
                   IF FW-FOREIGN-AMOUNT IS NUMERIC
                       ADD 1 TO WS-PF-ITEMS
                       ADD FW-FOREIGN-AMOUNT TO WS-PF-HASH
                   ELSE
                       ADD 1 TO WS-PF-BAD-RECORDS
                   END-IF
               WHEN FW-CONTROL
                   ADD 1 TO WS-PF-CONTROLS
                   MOVE FW-CTL-BATCH-ID TO WS-PF-CTL-BATCH-ID
                   IF FW-CTL-ITEM-COUNT IS NUMERIC
                           AND FW-CTL-HASH-TOTAL IS NUMERIC
                       MOVE FW-CTL-ITEM-COUNT TO WS-PF-CTL-COUNT
                       MOVE FW-CTL-HASH-TOTAL TO WS-PF-CTL-HASH
                   ELSE
                       ADD 1 TO WS-PF-BAD-RECORDS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PF-BAD-RECORDS
           END-EVALUATE.

      *> The file is left exactly where it is for the wire room to
      *> take up, and the run stops unstamped: once a corrected
      *> file is in place (or the bad one pulled), the job is simply
      *> rerun.
       220-REFUSE-FILE.
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

      *> Only rates keyed for the business date itself are taken:
      *> "the day's rate" is the rule, and a currency treasury has
      *> not priced today is not converted at yesterday's. A pair
      *> keyed twice for the day cannot happen through FXRATE-MAINT;
      *> if it did, the later record stands.
       230-LOAD-DAY-RATES.
           OPEN INPUT FX-RATE-FILE
           READ FX-RATE-FILE
               AT END SET WS-RATE-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-RATE-EOF
               IF FX-EFFECTIVE-DATE = WS-RUN-DATE
                   PERFORM 235-LOAD-ONE-RATE
               END-IF
               READ FX-RATE-FILE
                   AT END SET WS-RATE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE
           MOVE WS-FXT-USED TO WS-RPT-COUNT
           DISPLAY 'CURRENCIES RATED FOR THE DAY: ' WS-RPT-COUNT
           IF WS-RATES-SKIPPED > ZERO
               DISPLAY 'FX RATE TABLE FULL - ' WS-RATES-SKIPPED
                   ' RATE(S) NOT LOADED'
           END-IF.

       235-LOAD-ONE-RATE.
           MOVE FX-CURRENCY TO WS-FIND-CURRENCY
           PERFORM 240-FIND-CURRENCY
           IF WS-FXT-FOUND = ZERO
               IF WS-FXT-USED < 50
                   ADD 1 TO WS-FXT-USED
                   MOVE WS-FXT-USED TO WS-FXT-FOUND
                   MOVE FX-CURRENCY TO WS-FXT-CURRENCY (WS-FXT-FOUND)
                   MOVE ZERO TO WS-FXT-ITEMS (WS-FXT-FOUND)
                                WS-FXT-FOREIGN (WS-FXT-FOUND)
                                WS-FXT-USD (WS-FXT-FOUND)
                                WS-FXT-MARGIN (WS-FXT-FOUND)
               ELSE
                   ADD 1 TO WS-RATES-SKIPPED
               END-IF
           END-IF
           IF WS-FXT-FOUND > ZERO
               MOVE FX-BUY-RATE  TO WS-FXT-BUY-RATE (WS-FXT-FOUND)
               MOVE FX-SELL-RATE TO WS-FXT-SELL-RATE (WS-FXT-FOUND)
               COMPUTE WS-FXT-MID-RATE (WS-FXT-FOUND) =
                   (FX-BUY-RATE + FX-SELL-RATE) / 2
           END-IF.

       240-FIND-CURRENCY.
           MOVE ZERO TO WS-FXT-FOUND
           PERFORM VARYING WS-FXT-IDX FROM 1 BY 1
                   UNTIL WS-FXT-IDX > WS-FXT-USED
                       OR WS-FXT-FOUND > ZERO
               IF WS-FXT-CURRENCY (WS-FXT-IDX) = WS-FIND-CURRENCY
                   MOVE WS-FXT-IDX TO WS-FXT-FOUND
               END-IF
           END-PERFORM.

      *> Second pass: the header and control records have done their
      *> work; each wire either becomes a deposit or an exception.
       300-PROCESS-RECORD.
           IF FW-ITEM
               PERFORM 305-PROCESS-ITEM
           END-IF
           READ FX-WIRE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Same account tests as ACH-CREDIT-INTAKE: a closed, dormant
      *> or held account does not take an inbound credit. The dollar
      *> amount is the foreign amount at the buy rate, rounded to
      *> the cent; the margin is what the same currency is worth at
      *> the mid rate less what the customer was credited.
       305-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FW-CURRENCY TO WS-FIND-CURRENCY
           PERFORM 240-FIND-CURRENCY
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           IF FW-ACCOUNT-NUMBER NOT = SPACES
               MOVE FW-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-FXT-FOUND = ZERO
                   MOVE 'NO RATE FOR THE DAY' TO WS-REJECT-REASON
               WHEN FW-FOREIGN-AMOUNT = ZERO
                   MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
               WHEN NOT WS-ACCT-FOUND
                   MOVE 'NO ACCOUNT ON FILE' TO WS-REJECT-REASON
               WHEN ACCOUNT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
               WHEN ACCOUNT-DORMANT
                   MOVE 'ACCOUNT DORMANT' TO WS-REJECT-REASON
               WHEN ACCOUNT-HELD
                   MOVE 'ACCOUNT FROZEN' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-USD-AMOUNT ROUNDED =
                   FW-FOREIGN-AMOUNT * WS-FXT-BUY-RATE (WS-FXT-FOUND)
                   ON SIZE ERROR
                       MOVE 'AMOUNT TOO LARGE' TO WS-REJECT-REASON
               END-COMPUTE
           END-IF
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-MARGIN-AMOUNT ROUNDED =
                   FW-FOREIGN-AMOUNT * WS-FXT-MID-RATE (WS-FXT-FOUND)
                   - WS-USD-AMOUNT
               IF WS-MARGIN-AMOUNT < ZERO
                   MOVE ZERO TO WS-MARGIN-AMOUNT
               END-IF
               PERFORM 310-WRITE-DEPOSIT-TRANSACTION
           ELSE
               PERFORM 320-WRITE-REJECT
           END-IF.

      *> TR-REF-NO is the sending bank's wire reference, so posting's
      *> cross-day duplicate check recognizes a wire fed twice.
       310-WRITE-DEPOSIT-TRANSACTION.
           MOVE FW-ACCOUNT-NUMBER  TO TR-ACCOUNT-NUMBER
           SET DEPOSIT             TO TRUE
           MOVE WS-USD-AMOUNT      TO TR-AMOUNT
           MOVE WS-RUN-DATE        TO TR-DATE
           MOVE WS-RUN-TIME        TO TR-TIME
           MOVE SPACES             TO TR-TO-ACCOUNT-NUMBER
           MOVE SPACES             TO TR-BRANCH
           MOVE SPACE              TO TR-APPROVAL-FLAG
           MOVE FW-WIRE-REF        TO TR-REF-NO
           MOVE SPACES             TO TR-ORIG-REF-NO
           MOVE SPACES             TO TR-SERIAL-NO
           MOVE WS-RC-JOB-NAME     TO TR-OPERATOR
           MOVE SPACES             TO TR-APPROVER
           MOVE FW-CURRENCY        TO TR-FX-CURRENCY
           MOVE FW-FOREIGN-AMOUNT  TO TR-FX-AMOUNT
           MOVE WS-FXT-BUY-RATE (WS-FXT-FOUND) TO TR-FX-RATE
           MOVE WS-MARGIN-AMOUNT   TO TR-FX-MARGIN
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           ADD WS-USD-AMOUNT TO WS-POSTED-TOTAL
           ADD WS-MARGIN-AMOUNT TO WS-MARGIN-TOTAL
           ADD 1 TO WS-FXT-ITEMS (WS-FXT-FOUND)
           ADD FW-FOREIGN-AMOUNT TO WS-FXT-FOREIGN (WS-FXT-FOUND)
           ADD WS-USD-AMOUNT TO WS-FXT-USD (WS-FXT-FOUND)
           ADD WS-MARGIN-AMOUNT TO WS-FXT-MARGIN (WS-FXT-FOUND).

       320-WRITE-REJECT.
           MOVE WS-BATCH-ID        TO FWR-BATCH-ID
           MOVE FW-WIRE-REF        TO FWR-WIRE-REF
           MOVE FW-ACCOUNT-NUMBER  TO FWR-ACCOUNT-NUMBER
           MOVE FW-CURRENCY        TO FWR-CURRENCY
           MOVE FW-FOREIGN-AMOUNT  TO FWR-FOREIGN-AMOUNT
           MOVE FW-SENDER-NAME     TO FWR-SENDER-NAME
           MOVE WS-REJECT-REASON   TO FWR-REASON
           MOVE WS-RUN-DATE        TO FWR-REJECT-DATE
           WRITE FX-WIRE-REJECT-RECORD
           ADD 1 TO WS-ITEMS-REJECTED
           MOVE FW-FOREIGN-AMOUNT TO WS-RPT-FOREIGN
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'NOT CONVERTED ' FW-WIRE-REF ' '
               FW-ACCOUNT-NUMBER ' ' FW-CURRENCY WS-RPT-FOREIGN
               ' ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       900-END-PROGRAM.
           CLOSE FX-WIRE-FILE
                 ACCOUNT-FILE
                 TRANSACTION-FILE
                 FX-REJECT-FILE
           IF WS-ITEMS-POSTED > ZERO
               PERFORM 920-UPDATE-BATCH-HEADER-COUNT
           END-IF
           PERFORM 930-PRINT-POSITION-REPORT
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-ITEMS-REJECTED > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'FX WIRES NOT CONVERTED' TO WS-EX-CONDITION
               MOVE WS-ITEMS-REJECTED TO WS-EX-FIGURE-1
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
           IF WS-ITEMS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       910-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.

      *> Keeps BANK-TRANS-PROC's front-end batch framing truthful
      *> after this job appends new records onto TRANS.DAT, the same
      *> way ACH-CREDIT-INTAKE does: the header's expected count and
      *> the trailer's record count are both bumped by the deposits
      *> this run appended.
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

      *> The day's FX position: for each currency priced today, the
      *> currency bought on incoming wires (the bank's long position
      *> in it from the day's conversions), the buy rate, the
      *> dollars credited to customers and the margin earned. A
      *> currency rated but with no wires is left off.
       930-PRINT-POSITION-REPORT.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  DAILY FX POSITION BY CURRENCY  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CCY   WIRES    FOREIGN BOUGHT    BUY RATE'
               '   USD CREDITED     MARGIN'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-FXT-IDX FROM 1 BY 1
                   UNTIL WS-FXT-IDX > WS-FXT-USED
               IF WS-FXT-ITEMS (WS-FXT-IDX) > ZERO
                   PERFORM 935-PRINT-CURRENCY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'FOREIGN WIRES READ:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-POSTED TO WS-RPT-COUNT
           MOVE WS-POSTED-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DEPOSIT TRANSACTIONS WRITTEN: ' WS-RPT-COUNT
               '  ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-MARGIN-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'FX MARGIN EARNED:                      '
               WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ITEMS-REJECTED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'WIRES NOT CONVERTED:          ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       935-PRINT-CURRENCY-LINE.
           MOVE WS-FXT-ITEMS (WS-FXT-IDX)    TO WS-RPT-COUNT
           MOVE WS-FXT-FOREIGN (WS-FXT-IDX)  TO WS-RPT-FOREIGN
           MOVE WS-FXT-BUY-RATE (WS-FXT-IDX) TO WS-RPT-RATE
           MOVE WS-FXT-USD (WS-FXT-IDX)      TO WS-RPT-AMOUNT
           MOVE WS-FXT-MARGIN (WS-FXT-IDX)   TO WS-RPT-MARGIN
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-FXT-CURRENCY (WS-FXT-IDX) ' ' WS-RPT-COUNT
               WS-RPT-FOREIGN ' ' WS-RPT-RATE WS-RPT-AMOUNT
               ' ' WS-RPT-MARGIN
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.
