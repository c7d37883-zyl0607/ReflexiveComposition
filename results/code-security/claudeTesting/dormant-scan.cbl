      *> on the escheatment candidate report with its balance and the
      *> ACCOUNT-ADDRESS fields the state unclaimed-property filing
      *> needs.
      *> Returned mail is lost-owner evidence: an active account
      *> whose address has been flagged undeliverable for at least
      *> MAIL-LOST-MONTHS (run parameter, default 6), with no
      *> customer activity since the first return, is flagged
      *> dormant as a lost owner even before the inactivity period
      *> runs out, and every candidate with a flagged address
      *> carries its returned-mail history on the report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-SCAN.
       ENVIRONMENT DIVISION.
           05  WS-RUN-DAY         PIC 9(2).
       01  WS-TOTAL-MONTHS        PIC S9(7).

      *> Lost-owner cutoff: the run date rolled back
      *> WS-LOST-MONTHS the same way; an address first returned on
      *> or before it has been bad long enough to count.
       01  WS-LOST-MONTHS         PIC 9(3) VALUE 6.
       01  WS-LOST-CUTOFF-DATE    PIC X(8).
       01  WS-LOST-CUTOFF-REDEF REDEFINES WS-LOST-CUTOFF-DATE.
           05  WS-LOST-CUT-YEAR   PIC 9(4).
           05  WS-LOST-CUT-MONTH  PIC 9(2).
           05  WS-LOST-CUT-DAY    PIC 9(2).
       01  WS-DORMANT-REASON      PIC X(20).


      *> ACCT-IN-USE gate fields: the in-use interlock on the
      *> account master shared with every other job and screen.

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-NEWLY-DORMANT       PIC 9(7) VALUE ZERO.
       01  WS-LOST-OWNER-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-MAIL-EVIDENCE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RPT-RTN-COUNT       PIC ZZ9.
       01  WS-DORMANT-TOTAL       PIC 9(7) VALUE ZERO.
       01  WS-DORMANT-BALANCE     PIC S9(11)V99 VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
               DISPLAY 'INVALID MONTHS VALUE - RUN CANCELLED'
               STOP RUN
           END-IF
           MOVE 'MAIL-LOST-MONTHS' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
                   AND WS-PARM-NUMBER < 1000
               MOVE WS-PARM-NUMBER TO WS-LOST-MONTHS
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 215-INIT-SEQ-NO
           PERFORM 210-COMPUTE-CUTOFF
           PERFORM 212-COMPUTE-LOST-CUTOFF
           PERFORM 220-OPEN-REPORT-SPOOL
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  MAIL LOST SINCE: ' WS-LOST-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
               WS-TOTAL-MONTHS - WS-CUT-YEAR * 12 + 1
           MOVE WS-RUN-DAY TO WS-CUT-DAY.

       212-COMPUTE-LOST-CUTOFF.
           COMPUTE WS-TOTAL-MONTHS =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               - WS-LOST-MONTHS
           COMPUTE WS-LOST-CUT-YEAR  = WS-TOTAL-MONTHS / 12
           COMPUTE WS-LOST-CUT-MONTH =
               WS-TOTAL-MONTHS - WS-LOST-CUT-YEAR * 12 + 1
           MOVE WS-RUN-DAY TO WS-LOST-CUT-DAY.

       300-SCAN-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF ACCOUNT-LAST-CUST-DATE = SPACES
           ELSE
               MOVE ACCOUNT-LAST-CUST-DATE TO WS-ACTIVITY-DATE
           END-IF
           MOVE SPACES TO WS-DORMANT-REASON
           IF ACCOUNT-ACTIVE
               IF WS-ACTIVITY-DATE < WS-CUTOFF-DATE
                   MOVE 'FLAGGED DORMANT' TO WS-DORMANT-REASON
               ELSE
                   PERFORM 305-CHECK-LOST-OWNER
               END-IF
           END-IF
           IF WS-DORMANT-REASON NOT = SPACES
               SET ACCOUNT-DORMANT TO TRUE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Mail bouncing for months with the customer silent the
      *> whole time: the owner has moved without telling us. Any
      *> customer activity since the first return says otherwise,
      *> and the account is left to the ordinary inactivity test.
       305-CHECK-LOST-OWNER.
           IF ACCOUNT-MAIL-RETURNED
                   AND ACCOUNT-MAIL-RTN-FIRST NOT = SPACES
                   AND ACCOUNT-MAIL-RTN-FIRST NOT > WS-LOST-CUTOFF-DATE
                   AND WS-ACTIVITY-DATE < ACCOUNT-MAIL-RTN-FIRST
               MOVE 'LOST OWNER-MAIL RTN' TO WS-DORMANT-REASON
               ADD 1 TO WS-LOST-OWNER-COUNT
           END-IF.

       310-REPORT-CANDIDATE.
           ADD 1 TO WS-DORMANT-TOTAL
           ADD ACCOUNT-BALANCE TO WS-DORMANT-BALANCE
           STRING '    ' ACCT-ADDR-CITY ' ' ACCT-ADDR-STATE ' '
               ACCT-ADDR-ZIP
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF ACCOUNT-MAIL-RETURNED
               PERFORM 315-REPORT-MAIL-EVIDENCE
           END-IF.

      *> The returned-mail history goes on the candidate listing as
      *> the lost-owner evidence the unclaimed-property filing asks
      *> for.
       315-REPORT-MAIL-EVIDENCE.
           ADD 1 TO WS-MAIL-EVIDENCE-COUNT
           IF ACCOUNT-MAIL-RTN-COUNT IS NUMERIC
               MOVE ACCOUNT-MAIL-RTN-COUNT TO WS-RPT-RTN-COUNT
           ELSE
               MOVE ZERO TO WS-RPT-RTN-COUNT
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '    MAIL RETURNED ' WS-RPT-RTN-COUNT
               ' TIME(S), FIRST ' ACCOUNT-MAIL-RTN-FIRST
               ' LAST ' ACCOUNT-MAIL-RTN-LAST
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

      *> The flip is a status event, not money movement: the
           MOVE 'DORMANT-FLAG'    TO AUDIT-TYPE
           MOVE ZERO              TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE   TO AUDIT-BALANCE
           MOVE WS-DORMANT-REASON TO AUDIT-STATUS
           MOVE ACCOUNT-BRANCH    TO AUDIT-BRANCH
           MOVE SPACES            TO AUDIT-REF-NO
           MOVE SPACES            TO AUDIT-ORIG-REF
           MOVE SPACES            TO AUDIT-SERIAL
           MOVE WS-RC-JOB-NAME    TO AUDIT-OPERATOR
           MOVE SPACES            TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD.

      *> Puts the advanced audit sequence counter back on the
           STRING 'NEWLY FLAGGED DORMANT:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-LOST-OWNER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  OF WHICH LOST OWNER:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-MAIL-EVIDENCE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CANDIDATES - MAIL RTND:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-DORMANT-TOTAL TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ESCHEATMENT CANDIDATES:  ' WS-RPT-COUNT
