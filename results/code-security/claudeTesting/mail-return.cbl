      *> Returned-mail intake: the mail room keys the account number
      *> off each letter or statement the post office sends back
      *> undeliverable. The first return flags the account's address
      *> as bad and dates it; each later one adds to the count and
      *> moves the latest-return date. While the flag stands,
      *> NOTICE-GEN and the statement programs hold the customer's
      *> mail and list it on the hold-mail report, and DORMANT-SCAN
      *> weighs a long-standing flag as lost-owner evidence. The flag
      *> is never cleared here — only a new address, keyed through
      *> ACCOUNT-MAINT and applied by MASTER-CHANGE-REVIEW, clears it.
      *> The operator signs on through OPERATOR-SIGNON; the master is
      *> held under the in-use interlock for the session, the same as
      *> the other screens that rewrite it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-DONE-FLAG       PIC X VALUE 'N'.
               88  WS-DONE        VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG PIC X.
               88  WS-ACCT-FOUND  VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-INPUT-ACCOUNT       PIC X(10).
       01  WS-CONFIRM             PIC X.
           88  WS-CONFIRMED       VALUES 'Y' 'y'.
       01  WS-RETURNS-RECORDED    PIC 9(5) VALUE ZERO.
       01  WS-NEWLY-FLAGGED       PIC 9(5) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.

      *> ACCT-IN-USE gate fields: the in-use interlock on the
      *> account master shared with every other job and screen.
       01  WS-LOCK-FUNCTION       PIC X(5).
       01  WS-LOCK-JOB-NAME       PIC X(10) VALUE 'MAILRTN'.
       01  WS-LOCK-HOLDER         PIC X(10).
       01  WS-LOCK-STATUS         PIC X.
           88  WS-LOCK-OK         VALUE 'O'.
           88  WS-LOCK-RECLAIMED  VALUE 'R'.
           88  WS-LOCK-HELD       VALUE 'H'.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-RECORD-RETURN
               UNTIL WS-DONE
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY '============================================'
           DISPLAY '  RETURNED-MAIL INTAKE'
           DISPLAY '============================================'
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'MAIL-RETURN' TO SO-PROGRAM
           MOVE 'O' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE 'SET' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           IF WS-LOCK-HELD
               DISPLAY 'ACCOUNT MASTER IN USE BY '
                   WS-LOCK-HOLDER ' - TRY AGAIN AFTER '
                   'THE BATCH WINDOW'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE.

      *> One returned item per pass. The operator sees the name and
      *> address on file before confirming, so a return keyed
      *> against the wrong account is caught at the screen.
       300-RECORD-RETURN.
           DISPLAY '--------------------------------------------'
           DISPLAY 'Account Number on returned item '
                   '(blank to finish): '
           MOVE SPACES TO WS-INPUT-ACCOUNT
           ACCEPT WS-INPUT-ACCOUNT
           IF WS-INPUT-ACCOUNT = SPACES
               SET WS-DONE TO TRUE
           ELSE
               MOVE 'N' TO WS-ACCT-FOUND-FLAG
               MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY 'ACCOUNT NOT FOUND'
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
               END-READ
               IF WS-ACCT-FOUND
                   PERFORM 310-SHOW-ADDRESS
                   DISPLAY 'Record this item as returned '
                           'undeliverable (Y/N): '
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM 320-FLAG-ADDRESS
                   ELSE
                       DISPLAY 'NOTHING RECORDED'
                   END-IF
               END-IF
           END-IF.

       310-SHOW-ADDRESS.
           DISPLAY 'NAME:     ' ACCOUNT-NAME
           DISPLAY 'ADDRESS:  ' ACCT-ADDR-LINE1
           IF ACCT-ADDR-LINE2 NOT = SPACES
               DISPLAY '          ' ACCT-ADDR-LINE2
           END-IF
           DISPLAY '          ' ACCT-ADDR-CITY ' ' ACCT-ADDR-STATE
                   ' ' ACCT-ADDR-ZIP
           IF ACCOUNT-MAIL-RETURNED
               DISPLAY 'ALREADY FLAGGED - RETURNED '
                       ACCOUNT-MAIL-RTN-COUNT ' TIME(S), FIRST '
                       ACCOUNT-MAIL-RTN-FIRST ' LAST '
                       ACCOUNT-MAIL-RTN-LAST
           ELSE
               DISPLAY 'NO RETURNED MAIL ON THIS ADDRESS'
           END-IF.

      *> The first return opens the history; later ones only count.
      *> The count stops at its ceiling rather than wrapping — by
      *> then the address is long past in doubt. LAST-UPDATE-DATE is
      *> left alone: a returned envelope is not account activity.
       320-FLAG-ADDRESS.
           IF NOT ACCOUNT-MAIL-RETURNED
                   OR ACCOUNT-MAIL-RTN-COUNT IS NOT NUMERIC
               MOVE ZERO        TO ACCOUNT-MAIL-RTN-COUNT
               MOVE WS-RUN-DATE TO ACCOUNT-MAIL-RTN-FIRST
               ADD 1 TO WS-NEWLY-FLAGGED
           END-IF
           SET ACCOUNT-MAIL-RETURNED TO TRUE
           IF ACCOUNT-MAIL-RTN-COUNT < 999
               ADD 1 TO ACCOUNT-MAIL-RTN-COUNT
           END-IF
           MOVE WS-RUN-DATE TO ACCOUNT-MAIL-RTN-LAST
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'MASTER REWRITE ERROR - NOT RECORDED'
               NOT INVALID KEY
                   ADD 1 TO WS-RETURNS-RECORDED
                   DISPLAY 'RETURN RECORDED - MAIL TO THIS ADDRESS '
                           'IS HELD (' ACCOUNT-MAIL-RTN-COUNT
                           ' RETURN(S))'
           END-REWRITE.

       900-END-PROGRAM.
           CLOSE ACCOUNT-FILE
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
                                     WS-LOCK-HOLDER
                                     WS-LOCK-STATUS
           DISPLAY '--------------------------------------------'
           MOVE WS-RETURNS-RECORDED TO WS-RPT-COUNT
           DISPLAY 'RETURNS RECORDED:  ' WS-RPT-COUNT
           MOVE WS-NEWLY-FLAGGED TO WS-RPT-COUNT
           DISPLAY 'NEWLY FLAGGED:     ' WS-RPT-COUNT
           DISPLAY '============================================'.
