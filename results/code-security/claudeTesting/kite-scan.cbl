      *> Nightly check-kiting suspect scan: looks back over the
      *> recent audit trail (KITE-LOOKBACK-DAYS) for customers
      *> cycling money between accounts to draw on funds the bank
      *> has not yet collected. Accounts are grouped the way
      *> CTR-SCAN groups them — by the primary's tax ID, with the
      *> customer's name and related-account count off CUSTMAST.DAT
      *> — so a kite run across one customer's own accounts is seen
      *> as one case. Three indicators are measured per group:
      *>
      *>   matched pairs — a credit (DEPOSIT, TRANSFER-CR) followed
      *>   within the hold window (KITE-HOLD-DAYS, the longest
      *>   cash-letter hold) by a debit of exactly the same amount
      *>   (WITHDRAWAL, TRANSFER-DR, EXT-PAYMENT) on any account in
      *>   the group. The two legs of one internal transfer share a
      *>   reference and are not a pair;
      *>
      *>   deposit turnover — credits over the window against the
      *>   group's average daily balance (BALHIST.DAT snapshots, the
      *>   SVC-CHARGE-BATCH measure);
      *>
      *>   drawing on uncollected funds — a debit that left the
      *>   ledger balance below the credits the account received
      *>   within the hold window before it, plus any account whose
      *>   ledger balance tonight is below the holds still standing
      *>   against it on HOLDS.DAT.
      *>
      *> A group tripping any indicator (KITE-MIN-PAIRS,
      *> KITE-MIN-RATIO, KITE-MIN-DRAWS) is a suspect. Suspects are
      *> ranked — most indicators first, then by score — and each
      *> case is spooled for the fraud unit with its accounts and
      *> the supporting items behind every indicator. The scan only
      *> reports; holds and closures stay the fraud unit's call.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITE-SCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TAX-ID.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTMAST.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  HISTORY-FILE.
       COPY BALHIST.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-HOLDS   VALUE 'Y'.
           05  WS-HIST-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-HISTORY VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X.
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-CM-FOUND-FLAG   PIC X.
               88  WS-CM-FOUND    VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-START-DATE          PIC X(8).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-BUSINESS-DAYNO      PIC 9(9).
       01  WS-START-DAYNO         PIC 9(9).

      *> RUNPARM.DAT interface fields for the scan's thresholds; no
      *> parameter keeps the defaults below.
      *>   KITE-LOOKBACK-DAYS  calendar days of audit trail scanned
      *>   KITE-HOLD-DAYS      hold window for pairs and uncollected
      *>                       draws (the longest cash-letter hold)
      *>   KITE-MIN-PAIRS      matched pairs that make a suspect
      *>   KITE-MIN-RATIO      credits as a multiple of the average
      *>                       daily balance that make a suspect
      *>   KITE-MIN-DRAWS      uncollected draws that make a suspect
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.
       01  WS-LOOKBACK-DAYS       PIC 9(3) VALUE 30.
       01  WS-HOLD-DAYS           PIC 9(3) VALUE 5.
       01  WS-MIN-PAIRS           PIC 9(3) VALUE 3.
       01  WS-MIN-RATIO           PIC 9(3) VALUE 10.
       01  WS-MIN-DRAWS           PIC 9(3) VALUE 3.

      *> Accounts with credit or debit activity in the window.
       01  WS-ACCT-TABLE.
           05  WS-AT-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-ACCOUNT      PIC X(10).
               10  WS-AT-GROUP        PIC 9(5).
               10  WS-AT-LEDGER       PIC S9(9)V99.
               10  WS-AT-CREDITS      PIC S9(11)V99.
               10  WS-AT-BAL-SUM      PIC S9(13)V99.
               10  WS-AT-BAL-DAYS     PIC 9(5).
               10  WS-AT-HOLDS        PIC S9(11)V99.
               10  WS-AT-DRAWS        PIC 9(5).
       01  WS-AT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-AT-IDX              PIC 9(5).
       01  WS-AT-FOUND-IDX        PIC 9(5).

      *> Customer groups: tax ID (the account number standing in
      *> when none is on file) with the figures the indicators are
      *> measured on.
       01  WS-GROUP-TABLE.
           05  WS-GT-ENTRY OCCURS 2000 TIMES.
               10  WS-GT-KEY          PIC X(11).
               10  WS-GT-NAME         PIC X(30).
               10  WS-GT-RELATED      PIC 9(2).
               10  WS-GT-CREDITS      PIC S9(11)V99.
               10  WS-GT-AVG-BAL      PIC S9(11)V99.
               10  WS-GT-PAIRS        PIC 9(5).
               10  WS-GT-DRAWS        PIC 9(5).
               10  WS-GT-OVER-HOLDS   PIC 9(3).
               10  WS-GT-RATIO        PIC 9(5)V9.
               10  WS-GT-INDICATORS   PIC 9.
               10  WS-GT-SCORE        PIC 9(7).
       01  WS-GT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-GT-IDX              PIC 9(5).
       01  WS-GT-FOUND-IDX        PIC 9(5).
       01  WS-GROUP-KEY           PIC X(11).

      *> The window's credit and debit items themselves, kept so
      *> the pairs can be matched across a group's accounts and so
      *> every case can list the items behind it. WS-IT-MATCH is the
      *> partner item of a matched pair.
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 5000 TIMES.
               10  WS-IT-ACCT         PIC 9(5).
               10  WS-IT-DATE         PIC X(8).
               10  WS-IT-DAYNO        PIC 9(9).
               10  WS-IT-KIND         PIC X.
                   88  WS-IT-CREDIT   VALUE 'C'.
                   88  WS-IT-DEBIT    VALUE 'D'.
               10  WS-IT-TYPE         PIC X(13).
               10  WS-IT-AMOUNT       PIC S9(9)V99.
               10  WS-IT-BALANCE      PIC S9(9)V99.
               10  WS-IT-REF          PIC X(12).
               10  WS-IT-MATCH        PIC 9(5).
               10  WS-IT-UNCOLL-FLAG  PIC X.
                   88  WS-IT-UNCOLLECTED VALUE 'Y'.
       01  WS-IT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-IT-IDX              PIC 9(5).
       01  WS-IT-SCAN             PIC 9(5).
       01  WS-IT-PARTNER          PIC 9(5).
       01  WS-ENTRY-KIND          PIC X.
       01  WS-ENTRY-AMOUNT        PIC S9(9)V99.
       01  WS-ENTRY-BALANCE       PIC S9(9)V99.
       01  WS-ENTRY-DAYNO         PIC 9(9).
       01  WS-RECENT-CREDITS      PIC S9(11)V99.

      *> Suspect groups in rank order.
       01  WS-RANK-TABLE.
           05  WS-RK-GROUP OCCURS 2000 TIMES PIC 9(5).
       01  WS-RK-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-RK-IDX              PIC 9(5).
       01  WS-RK-SCAN             PIC 9(5).
       01  WS-RK-SWAP             PIC 9(5).
       01  WS-RK-A                PIC 9(5).
       01  WS-RK-B                PIC 9(5).

       01  WS-ENTRIES-SCANNED     PIC 9(7) VALUE ZERO.
       01  WS-ACCT-OVERFLOW       PIC 9(7) VALUE ZERO.
       01  WS-ITEM-OVERFLOW       PIC 9(7) VALUE ZERO.
       01  WS-CASE-ITEMS          PIC 9(5).
       01  WS-ITEM-LABEL          PIC X(7).
       01  WS-AVG-BALANCE         PIC S9(11)V99.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-SMALL           PIC ZZZZ9.
       01  WS-RPT-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-ITEM-AMT        PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-RATIO           PIC ZZ,ZZ9.9.
       01  WS-RPT-SCORE           PIC Z,ZZZ,ZZ9.
       01  WS-RPT-RANK            PIC ZZZ9.

      *> RUN-CONTROL interface fields: the scan runs after posting
      *> and hold release, so tonight's items and holds are in.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'KITESCAN'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> REPORT-SPOOL interface: the suspect report goes to the
      *> dated report file the fraud unit works from, as well as
      *> the console.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'KITESCAN'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

      *> EXCEPTION-LOG interface: activity left out because a table
      *> was full is a warning (RETURN-CODE 4) — a kite hidden in
      *> the overflow would go unreported.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'KITESCAN'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-LOAD-ENTRY
               UNTIL END-OF-FILE
           PERFORM 400-LOAD-BALANCE-HISTORY
           PERFORM 410-LOAD-HOLDS
           PERFORM 500-MATCH-PAIRS
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
           PERFORM 600-SCORE-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           PERFORM 610-SCORE-GROUP
               VARYING WS-GT-IDX FROM 1 BY 1
               UNTIL WS-GT-IDX > WS-GT-COUNT
           PERFORM 650-RANK-SUSPECTS
           PERFORM 700-REPORT-CASE
               VARYING WS-RK-IDX FROM 1 BY 1
               UNTIL WS-RK-IDX > WS-RK-COUNT
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
           PERFORM 210-LOAD-THRESHOLDS
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM
           COMPUTE WS-BUSINESS-DAYNO =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-START-DAYNO =
               WS-BUSINESS-DAYNO - WS-LOOKBACK-DAYS + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-START-DAYNO)
           MOVE WS-DATE-NUM TO WS-START-DATE
           MOVE WS-BUSINESS-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CHECK-KITING SUSPECTS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  BUSINESS DATE:   ' WS-BUSINESS-DATE
               '  ACTIVITY FROM ' WS-START-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-HOLD-DAYS TO WS-RPT-SMALL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  HOLD WINDOW:     ' WS-RPT-SMALL ' DAYS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           OPEN INPUT AUDIT-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
           READ AUDIT-FILE
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

       210-LOAD-THRESHOLDS.
           MOVE 'KITE-LOOKBACK-DAYS' TO WS-PARM-NAME
           PERFORM 215-LOOKUP-PARM
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-LOOKBACK-DAYS
           END-IF
           MOVE 'KITE-HOLD-DAYS' TO WS-PARM-NAME
           PERFORM 215-LOOKUP-PARM
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-HOLD-DAYS
           END-IF
           MOVE 'KITE-MIN-PAIRS' TO WS-PARM-NAME
           PERFORM 215-LOOKUP-PARM
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-MIN-PAIRS
           END-IF
           MOVE 'KITE-MIN-RATIO' TO WS-PARM-NAME
           PERFORM 215-LOOKUP-PARM
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-MIN-RATIO
           END-IF
           MOVE 'KITE-MIN-DRAWS' TO WS-PARM-NAME
           PERFORM 215-LOOKUP-PARM
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-MIN-DRAWS
           END-IF.

       215-LOOKUP-PARM.
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

      *> Only money the customer moves counts: credits in, debits
      *> out. Fees, interest, adjustments and returns are the
      *> bank's own entries and say nothing about a kite.
       300-LOAD-ENTRY.
           IF AUDIT-TIMESTAMP(1:8) >= WS-START-DATE
                   AND AUDIT-TIMESTAMP(1:8) <= WS-BUSINESS-DATE
               EVALUATE AUDIT-TYPE
                   WHEN 'DEPOSIT'
                   WHEN 'TRANSFER-CR'
                       MOVE 'C' TO WS-ENTRY-KIND
                   WHEN 'WITHDRAWAL'
                   WHEN 'TRANSFER-DR'
                   WHEN 'EXT-PAYMENT'
                       MOVE 'D' TO WS-ENTRY-KIND
                   WHEN OTHER
                       MOVE SPACE TO WS-ENTRY-KIND
               END-EVALUATE
               IF WS-ENTRY-KIND NOT = SPACE
                   ADD 1 TO WS-ENTRIES-SCANNED
                   PERFORM 310-FIND-ACCOUNT
                   IF WS-AT-FOUND-IDX > ZERO
                       PERFORM 320-ADD-ITEM
                   END-IF
               END-IF
           END-IF
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       310-FIND-ACCOUNT.
           MOVE ZERO TO WS-AT-FOUND-IDX
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
                       OR WS-AT-FOUND-IDX > ZERO
               IF WS-AT-ACCOUNT (WS-AT-IDX) = AUDIT-ACCOUNT
                   MOVE WS-AT-IDX TO WS-AT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-AT-FOUND-IDX = ZERO
               IF WS-AT-COUNT >= 2000
                   ADD 1 TO WS-ACCT-OVERFLOW
               ELSE
                   PERFORM 315-ADD-ACCOUNT
               END-IF
           END-IF.

      *> A new account joins its customer's group: tax ID off the
      *> master (the account number itself when there is none, or
      *> the account has left the master), and the group's name off
      *> the relationship master.
       315-ADD-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE AUDIT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ
           IF WS-ACCT-FOUND AND ACCOUNT-TAX-ID NOT = SPACES
               MOVE ACCOUNT-TAX-ID TO WS-GROUP-KEY
           ELSE
               MOVE AUDIT-ACCOUNT TO WS-GROUP-KEY
           END-IF
           PERFORM 316-FIND-GROUP
           IF WS-GT-FOUND-IDX > ZERO
               ADD 1 TO WS-AT-COUNT
               MOVE WS-AT-COUNT TO WS-AT-FOUND-IDX
               MOVE AUDIT-ACCOUNT TO WS-AT-ACCOUNT (WS-AT-COUNT)
               MOVE WS-GT-FOUND-IDX TO WS-AT-GROUP (WS-AT-COUNT)
               IF WS-ACCT-FOUND
                   MOVE ACCOUNT-BALANCE TO WS-AT-LEDGER (WS-AT-COUNT)
               ELSE
                   MOVE ZERO TO WS-AT-LEDGER (WS-AT-COUNT)
               END-IF
               MOVE ZERO TO WS-AT-CREDITS (WS-AT-COUNT)
               MOVE ZERO TO WS-AT-BAL-SUM (WS-AT-COUNT)
               MOVE ZERO TO WS-AT-BAL-DAYS (WS-AT-COUNT)
               MOVE ZERO TO WS-AT-HOLDS (WS-AT-COUNT)
               MOVE ZERO TO WS-AT-DRAWS (WS-AT-COUNT)
           ELSE
               ADD 1 TO WS-ACCT-OVERFLOW
           END-IF.

       316-FIND-GROUP.
           MOVE ZERO TO WS-GT-FOUND-IDX
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GT-COUNT
                       OR WS-GT-FOUND-IDX > ZERO
               IF WS-GT-KEY (WS-GT-IDX) = WS-GROUP-KEY
                   MOVE WS-GT-IDX TO WS-GT-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GT-FOUND-IDX = ZERO AND WS-GT-COUNT < 2000
               ADD 1 TO WS-GT-COUNT
               MOVE WS-GT-COUNT TO WS-GT-FOUND-IDX
               MOVE WS-GROUP-KEY TO WS-GT-KEY (WS-GT-COUNT)
               MOVE 'N' TO WS-CM-FOUND-FLAG
               MOVE WS-GROUP-KEY TO CM-TAX-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CM-FOUND TO TRUE
               END-READ
               IF WS-CM-FOUND
                   MOVE CM-NAME TO WS-GT-NAME (WS-GT-COUNT)
                   MOVE CM-ACCOUNT-COUNT
                       TO WS-GT-RELATED (WS-GT-COUNT)
               ELSE
                   IF WS-ACCT-FOUND
                       MOVE ACCOUNT-NAME TO WS-GT-NAME (WS-GT-COUNT)
                   ELSE
                       MOVE 'NOT ON MASTER'
                           TO WS-GT-NAME (WS-GT-COUNT)
                   END-IF
                   MOVE 1 TO WS-GT-RELATED (WS-GT-COUNT)
               END-IF
               MOVE ZERO TO WS-GT-CREDITS (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-AVG-BAL (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-PAIRS (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-DRAWS (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-OVER-HOLDS (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-RATIO (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-INDICATORS (WS-GT-COUNT)
               MOVE ZERO TO WS-GT-SCORE (WS-GT-COUNT)
           END-IF.

       320-ADD-ITEM.
           IF WS-IT-COUNT >= 5000
               ADD 1 TO WS-ITEM-OVERFLOW
           ELSE
               MOVE AUDIT-AMOUNT  TO WS-ENTRY-AMOUNT
               MOVE AUDIT-BALANCE TO WS-ENTRY-BALANCE
               MOVE AUDIT-TIMESTAMP(1:8) TO WS-DATE-NUM
               COMPUTE WS-ENTRY-DAYNO =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               IF WS-ENTRY-KIND = 'D'
                   PERFORM 330-CHECK-UNCOLLECTED
               END-IF
               ADD 1 TO WS-IT-COUNT
               MOVE WS-AT-FOUND-IDX TO WS-IT-ACCT (WS-IT-COUNT)
               MOVE AUDIT-TIMESTAMP(1:8) TO WS-IT-DATE (WS-IT-COUNT)
               MOVE WS-ENTRY-DAYNO   TO WS-IT-DAYNO (WS-IT-COUNT)
               MOVE WS-ENTRY-KIND    TO WS-IT-KIND (WS-IT-COUNT)
               MOVE AUDIT-TYPE       TO WS-IT-TYPE (WS-IT-COUNT)
               MOVE WS-ENTRY-AMOUNT  TO WS-IT-AMOUNT (WS-IT-COUNT)
               MOVE WS-ENTRY-BALANCE TO WS-IT-BALANCE (WS-IT-COUNT)
               MOVE AUDIT-REF-NO     TO WS-IT-REF (WS-IT-COUNT)
               MOVE ZERO             TO WS-IT-MATCH (WS-IT-COUNT)
               MOVE 'N' TO WS-IT-UNCOLL-FLAG (WS-IT-COUNT)
               IF WS-RECENT-CREDITS > WS-ENTRY-BALANCE
                       AND WS-ENTRY-KIND = 'D'
                   SET WS-IT-UNCOLLECTED (WS-IT-COUNT) TO TRUE
                   ADD 1 TO WS-AT-DRAWS (WS-AT-FOUND-IDX)
               END-IF
               IF WS-ENTRY-KIND = 'C'
                   ADD WS-ENTRY-AMOUNT
                       TO WS-AT-CREDITS (WS-AT-FOUND-IDX)
               END-IF
           END-IF.

      *> The credits the account took within the hold window up to
      *> this debit are the funds that may not yet be collected; a
      *> debit that leaves the ledger balance below them was paid
      *> out of them.
       330-CHECK-UNCOLLECTED.
           MOVE ZERO TO WS-RECENT-CREDITS
           PERFORM VARYING WS-IT-SCAN FROM 1 BY 1
                   UNTIL WS-IT-SCAN > WS-IT-COUNT
               IF WS-IT-ACCT (WS-IT-SCAN) = WS-AT-FOUND-IDX
                       AND WS-IT-CREDIT (WS-IT-SCAN)
                       AND WS-IT-DAYNO (WS-IT-SCAN) + WS-HOLD-DAYS
                           >= WS-ENTRY-DAYNO
                   ADD WS-IT-AMOUNT (WS-IT-SCAN) TO WS-RECENT-CREDITS
               END-IF
           END-PERFORM.

      *> Average daily balance over the window off the nightly
      *> snapshots; an account with none (opened tonight, or no
      *> snapshot job yet) is measured on its ledger balance.
       400-LOAD-BALANCE-HISTORY.
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HISTORY
               IF BH-BUSINESS-DATE >= WS-START-DATE
                       AND BH-BUSINESS-DATE <= WS-BUSINESS-DATE
                   PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                           UNTIL WS-AT-IDX > WS-AT-COUNT
                       IF WS-AT-ACCOUNT (WS-AT-IDX)
                               = BH-ACCOUNT-NUMBER
                           ADD BH-CLOSING-BALANCE
                               TO WS-AT-BAL-SUM (WS-AT-IDX)
                           ADD 1 TO WS-AT-BAL-DAYS (WS-AT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       410-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           READ HOLD-FILE
               AT END SET END-OF-HOLDS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HOLDS
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                       UNTIL WS-AT-IDX > WS-AT-COUNT
                   IF WS-AT-ACCOUNT (WS-AT-IDX) = HOLD-ACCOUNT-NUMBER
                       ADD HOLD-AMOUNT TO WS-AT-HOLDS (WS-AT-IDX)
                   END-IF
               END-PERFORM
               READ HOLD-FILE
                   AT END SET END-OF-HOLDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *> Each debit takes the earliest unmatched credit of the same
      *> amount in its group that it follows within the hold
      *> window. The legs of one transfer carry the same reference
      *> and are never paired with each other.
       500-MATCH-PAIRS.
           IF WS-IT-DEBIT (WS-IT-IDX)
               MOVE ZERO TO WS-IT-PARTNER
               PERFORM VARYING WS-IT-SCAN FROM 1 BY 1
                       UNTIL WS-IT-SCAN > WS-IT-COUNT
                           OR WS-IT-PARTNER > ZERO
                   IF WS-IT-CREDIT (WS-IT-SCAN)
                           AND WS-IT-MATCH (WS-IT-SCAN) = ZERO
                           AND WS-IT-AMOUNT (WS-IT-SCAN)
                               = WS-IT-AMOUNT (WS-IT-IDX)
                           AND WS-AT-GROUP (WS-IT-ACCT (WS-IT-SCAN))
                               = WS-AT-GROUP (WS-IT-ACCT (WS-IT-IDX))
                           AND WS-IT-DAYNO (WS-IT-SCAN)
                               <= WS-IT-DAYNO (WS-IT-IDX)
                           AND WS-IT-DAYNO (WS-IT-SCAN) + WS-HOLD-DAYS
                               >= WS-IT-DAYNO (WS-IT-IDX)
                           AND WS-IT-REF (WS-IT-SCAN)
                               NOT = WS-IT-REF (WS-IT-IDX)
                       MOVE WS-IT-SCAN TO WS-IT-PARTNER
                   END-IF
               END-PERFORM
               IF WS-IT-PARTNER > ZERO
                   MOVE WS-IT-PARTNER TO WS-IT-MATCH (WS-IT-IDX)
                   MOVE WS-IT-IDX TO WS-IT-MATCH (WS-IT-PARTNER)
                   MOVE WS-AT-GROUP (WS-IT-ACCT (WS-IT-IDX))
                       TO WS-GT-IDX
                   ADD 1 TO WS-GT-PAIRS (WS-GT-IDX)
               END-IF
           END-IF.

      *> Rolls each account's figures up into its group. Holds
      *> standing above tonight's ledger balance count as one more
      *> draw on uncollected funds.
       600-SCORE-ACCOUNT.
           MOVE WS-AT-GROUP (WS-AT-IDX) TO WS-GT-IDX
           IF WS-AT-BAL-DAYS (WS-AT-IDX) > ZERO
               COMPUTE WS-AVG-BALANCE ROUNDED =
                   WS-AT-BAL-SUM (WS-AT-IDX)
                   / WS-AT-BAL-DAYS (WS-AT-IDX)
           ELSE
               MOVE WS-AT-LEDGER (WS-AT-IDX) TO WS-AVG-BALANCE
           END-IF
           ADD WS-AVG-BALANCE TO WS-GT-AVG-BAL (WS-GT-IDX)
           ADD WS-AT-CREDITS (WS-AT-IDX) TO WS-GT-CREDITS (WS-GT-IDX)
           ADD WS-AT-DRAWS (WS-AT-IDX) TO WS-GT-DRAWS (WS-GT-IDX)
           IF WS-AT-HOLDS (WS-AT-IDX) > WS-AT-LEDGER (WS-AT-IDX)
               ADD 1 TO WS-GT-OVER-HOLDS (WS-GT-IDX)
               ADD 1 TO WS-GT-DRAWS (WS-GT-IDX)
           END-IF.

      *> Score: 10 a pair, 5 a draw, plus the turnover multiple
      *> (capped at 100) — only the ranking within the night uses
      *> it; the indicator count ranks first.
       610-SCORE-GROUP.
           IF WS-GT-CREDITS (WS-GT-IDX) > ZERO
               IF WS-GT-AVG-BAL (WS-GT-IDX) > ZERO
                   COMPUTE WS-GT-RATIO (WS-GT-IDX) ROUNDED =
                       WS-GT-CREDITS (WS-GT-IDX)
                       / WS-GT-AVG-BAL (WS-GT-IDX)
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-GT-RATIO (WS-GT-IDX)
                   END-COMPUTE
               ELSE
                   MOVE 99999.9 TO WS-GT-RATIO (WS-GT-IDX)
               END-IF
           END-IF
           MOVE ZERO TO WS-GT-INDICATORS (WS-GT-IDX)
           IF WS-GT-PAIRS (WS-GT-IDX) >= WS-MIN-PAIRS
               ADD 1 TO WS-GT-INDICATORS (WS-GT-IDX)
           END-IF
           IF WS-GT-RATIO (WS-GT-IDX) >= WS-MIN-RATIO
               ADD 1 TO WS-GT-INDICATORS (WS-GT-IDX)
           END-IF
           IF WS-GT-DRAWS (WS-GT-IDX) >= WS-MIN-DRAWS
               ADD 1 TO WS-GT-INDICATORS (WS-GT-IDX)
           END-IF
           IF WS-GT-RATIO (WS-GT-IDX) > 100
               COMPUTE WS-GT-SCORE (WS-GT-IDX) =
                   WS-GT-PAIRS (WS-GT-IDX) * 10
                   + WS-GT-DRAWS (WS-GT-IDX) * 5 + 100
           ELSE
               COMPUTE WS-GT-SCORE (WS-GT-IDX) =
                   WS-GT-PAIRS (WS-GT-IDX) * 10
                   + WS-GT-DRAWS (WS-GT-IDX) * 5
                   + WS-GT-RATIO (WS-GT-IDX)
           END-IF
           IF WS-GT-INDICATORS (WS-GT-IDX) > ZERO
               ADD 1 TO WS-RK-COUNT
               MOVE WS-GT-IDX TO WS-RK-GROUP (WS-RK-COUNT)
           END-IF.

      *> Exchange sort of the (short) suspect list: more indicators
      *> first, then the higher score.
       650-RANK-SUSPECTS.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX >= WS-RK-COUNT
               PERFORM VARYING WS-RK-SCAN FROM WS-RK-IDX BY 1
                       UNTIL WS-RK-SCAN > WS-RK-COUNT
                   MOVE WS-RK-GROUP (WS-RK-IDX)  TO WS-RK-A
                   MOVE WS-RK-GROUP (WS-RK-SCAN) TO WS-RK-B
                   IF WS-GT-INDICATORS (WS-RK-B)
                           > WS-GT-INDICATORS (WS-RK-A)
                       OR (WS-GT-INDICATORS (WS-RK-B)
                               = WS-GT-INDICATORS (WS-RK-A)
                           AND WS-GT-SCORE (WS-RK-B)
                               > WS-GT-SCORE (WS-RK-A))
                       MOVE WS-RK-GROUP (WS-RK-IDX) TO WS-RK-SWAP
                       MOVE WS-RK-GROUP (WS-RK-SCAN)
                           TO WS-RK-GROUP (WS-RK-IDX)
                       MOVE WS-RK-SWAP TO WS-RK-GROUP (WS-RK-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One case: the group and its indicators, its accounts, then
      *> every item behind a matched pair or an uncollected draw.
       700-REPORT-CASE.
           MOVE WS-RK-GROUP (WS-RK-IDX) TO WS-GT-IDX
           MOVE WS-RK-IDX TO WS-RPT-RANK
           MOVE WS-GT-SCORE (WS-GT-IDX) TO WS-RPT-SCORE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'RANK ' WS-RPT-RANK '  ' WS-GT-KEY (WS-GT-IDX)
               '  ' WS-GT-NAME (WS-GT-IDX) '  SCORE' WS-RPT-SCORE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GT-PAIRS (WS-GT-IDX) TO WS-RPT-SMALL
           MOVE WS-GT-RATIO (WS-GT-IDX) TO WS-RPT-RATIO
           MOVE WS-GT-DRAWS (WS-GT-IDX) TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  MATCHED PAIRS ' WS-RPT-SMALL
               '   CREDITS/AVG BAL ' WS-RPT-RATIO
               '   UNCOLLECTED DRAWS ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GT-CREDITS (WS-GT-IDX) TO WS-RPT-AMOUNT
           MOVE WS-GT-AVG-BAL (WS-GT-IDX) TO WS-RPT-AMOUNT-2
           MOVE WS-GT-RELATED (WS-GT-IDX) TO WS-RPT-SMALL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CREDITS ' WS-RPT-AMOUNT
               '  AVG BAL ' WS-RPT-AMOUNT-2
               '  ACCTS' WS-RPT-SMALL
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM 710-REPORT-CASE-ACCOUNT
               VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT
           MOVE ZERO TO WS-CASE-ITEMS
           PERFORM 720-REPORT-CASE-ITEM
               VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-IT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '--------------------------------------------'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       710-REPORT-CASE-ACCOUNT.
           IF WS-AT-GROUP (WS-AT-IDX) = WS-GT-IDX
               MOVE WS-AT-LEDGER (WS-AT-IDX) TO WS-RPT-AMOUNT
               MOVE WS-AT-HOLDS (WS-AT-IDX) TO WS-RPT-AMOUNT-2
               MOVE SPACES TO WS-SPOOL-LINE
               IF WS-AT-HOLDS (WS-AT-IDX) > WS-AT-LEDGER (WS-AT-IDX)
                   STRING '    ACCOUNT ' WS-AT-ACCOUNT (WS-AT-IDX)
                       '  LEDGER ' WS-RPT-AMOUNT
                       '  HOLDS ' WS-RPT-AMOUNT-2 ' *'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               ELSE
                   STRING '    ACCOUNT ' WS-AT-ACCOUNT (WS-AT-IDX)
                       '  LEDGER ' WS-RPT-AMOUNT
                       '  HOLDS ' WS-RPT-AMOUNT-2
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
               END-IF
               PERFORM 904-PRINT-REPORT-LINE
           END-IF.

      *> A pair prints once, from its credit side, with the debit
      *> that matched it beneath.
       720-REPORT-CASE-ITEM.
           IF WS-AT-GROUP (WS-IT-ACCT (WS-IT-IDX)) = WS-GT-IDX
               IF WS-IT-CREDIT (WS-IT-IDX)
                       AND WS-IT-MATCH (WS-IT-IDX) > ZERO
                   MOVE WS-IT-IDX TO WS-IT-SCAN
                   MOVE 'PAIR CR' TO WS-ITEM-LABEL
                   PERFORM 730-PRINT-ITEM
                   MOVE WS-IT-MATCH (WS-IT-IDX) TO WS-IT-SCAN
                   MOVE '     DR' TO WS-ITEM-LABEL
                   PERFORM 730-PRINT-ITEM
               END-IF
               IF WS-IT-UNCOLLECTED (WS-IT-IDX)
                   MOVE WS-IT-IDX TO WS-IT-SCAN
                   MOVE 'UNCOLL ' TO WS-ITEM-LABEL
                   PERFORM 730-PRINT-ITEM
               END-IF
           END-IF.

       730-PRINT-ITEM.
           MOVE WS-IT-AMOUNT (WS-IT-SCAN) TO WS-RPT-ITEM-AMT
           MOVE WS-IT-BALANCE (WS-IT-SCAN) TO WS-RPT-AMOUNT
           ADD 1 TO WS-CASE-ITEMS
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-ITEM-LABEL ' '
               WS-AT-ACCOUNT (WS-IT-ACCT (WS-IT-SCAN)) ' '
               WS-IT-DATE (WS-IT-SCAN) ' '
               WS-IT-TYPE (WS-IT-SCAN)(1:11) ' '
               WS-RPT-ITEM-AMT ' ' WS-IT-REF (WS-IT-SCAN)
               ' BAL' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       900-END-PROGRAM.
           CLOSE AUDIT-FILE
                 ACCOUNT-FILE
                 CUSTOMER-FILE
           MOVE WS-ENTRIES-SCANNED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ITEMS SCANNED:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-AT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS WITH ACTIVITY:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-GT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CUSTOMER GROUPS:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-RK-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'SUSPECT CASES:           ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-ACCT-OVERFLOW > ZERO OR WS-ITEM-OVERFLOW > ZERO
               COMPUTE WS-EX-FIGURE-1 =
                   WS-ACCT-OVERFLOW + WS-ITEM-OVERFLOW
               MOVE WS-EX-FIGURE-1 TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'NOT SCANNED - TABLE FULL:' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           IF WS-ACCT-OVERFLOW > ZERO OR WS-ITEM-OVERFLOW > ZERO
               MOVE 'W' TO WS-EX-SEVERITY
               MOVE 'KITE SCAN TABLE FULL' TO WS-EX-CONDITION
               MOVE WS-ITEM-OVERFLOW TO WS-EX-FIGURE-1
               MOVE WS-ACCT-OVERFLOW TO WS-EX-FIGURE-2
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
           IF WS-ACCT-OVERFLOW > ZERO OR WS-ITEM-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
