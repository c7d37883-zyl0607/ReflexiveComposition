      *> with the day's closing ACCOUNT-BALANCE. The master is
      *> updated in place during posting, so without this file there
      *> is no record of what any balance was on a prior day and no
      *> way to compute an average daily balance. Each snapshot also
      *> carries the collected balance — the closing balance less
      *> the deposits still under an active hold on HOLDS.DAT — which
      *> ACCOUNT-ANALYSIS averages for the earnings credit; run after
      *> HOLD-RELEASE, so the holds read are the ones standing
      *> overnight.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-SNAPSHOT.
       ENVIRONMENT DIVISION.
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'BALHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY BALHIST.

       FD  HOLD-FILE.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-HOLD-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-HOLDS   VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-SNAPSHOTS-WRITTEN   PIC 9(7) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.

      *> Active holds totalled by account, loaded once from
      *> HOLDS.DAT. Holds past the table's capacity are counted and
      *> reported; their accounts snapshot a collected balance that
      *> is too high by the untotalled amount.
       01  WS-HOLD-TABLE.
           05  WS-HT-ENTRY OCCURS 5000 TIMES.
               10  WS-HT-ACCOUNT      PIC X(10).
               10  WS-HT-AMOUNT       PIC 9(9)V99.
       01  WS-HT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-HT-IDX              PIC 9(5).
       01  WS-HT-FOUND-FLAG       PIC X.
           88  WS-HT-FOUND        VALUE 'Y'.
       01  WS-HOLDS-LOADED        PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-OVERFLOW      PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNT-HOLDS       PIC 9(9)V99.

      *> RUN-CONTROL interface fields: the sequence gate is checked
      *> before any work and completion is stamped only on a clean
      *> finish, so a rerun or an out-of-order start is refused at
               DISPLAY 'INVALID BUSINESS DATE - RUN CANCELLED'
               STOP RUN
           END-IF
           PERFORM 210-LOAD-ACTIVE-HOLDS
           OPEN INPUT  ACCOUNT-FILE
           OPEN EXTEND HISTORY-FILE
           READ ACCOUNT-FILE NEXT
                   STOP RUN
           END-EVALUATE.

      *> Only holds in force count against collected funds; a new
      *> hold ('N') is on a deposit that has not posted yet, so it
      *> is not in the closing balance either.
       210-LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE
           READ HOLD-FILE
               AT END SET END-OF-HOLDS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HOLDS
               IF HOLD-ACTIVE
                   PERFORM 215-TOTAL-HOLD
               END-IF
               READ HOLD-FILE
                   AT END SET END-OF-HOLDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       215-TOTAL-HOLD.
           MOVE 'N' TO WS-HT-FOUND-FLAG
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT OR WS-HT-FOUND
               IF WS-HT-ACCOUNT (WS-HT-IDX) = HOLD-ACCOUNT-NUMBER
                   ADD HOLD-AMOUNT TO WS-HT-AMOUNT (WS-HT-IDX)
                   SET WS-HT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-HT-FOUND
               IF WS-HT-COUNT < 5000
                   ADD 1 TO WS-HT-COUNT
                   MOVE HOLD-ACCOUNT-NUMBER
                       TO WS-HT-ACCOUNT (WS-HT-COUNT)
                   MOVE HOLD-AMOUNT TO WS-HT-AMOUNT (WS-HT-COUNT)
                   SET WS-HT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-HOLDS-OVERFLOW
               END-IF
           END-IF
           IF WS-HT-FOUND
               ADD 1 TO WS-HOLDS-LOADED
           END-IF.

       300-SNAPSHOT-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE ACCOUNT-NUMBER  TO BH-ACCOUNT-NUMBER
           MOVE WS-BUSINESS-DATE TO BH-BUSINESS-DATE
           MOVE ACCOUNT-BALANCE TO BH-CLOSING-BALANCE
           MOVE ZERO TO WS-ACCOUNT-HOLDS
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HT-COUNT
               IF WS-HT-ACCOUNT (WS-HT-IDX) = ACCOUNT-NUMBER
                   MOVE WS-HT-AMOUNT (WS-HT-IDX) TO WS-ACCOUNT-HOLDS
               END-IF
           END-PERFORM
           COMPUTE BH-COLLECTED-BALANCE =
               ACCOUNT-BALANCE - WS-ACCOUNT-HOLDS
           WRITE BALANCE-HISTORY-RECORD
           ADD 1 TO WS-SNAPSHOTS-WRITTEN
           READ ACCOUNT-FILE NEXT
           DISPLAY 'ACCOUNTS SCANNED:   ' WS-RPT-COUNT
           MOVE WS-SNAPSHOTS-WRITTEN TO WS-RPT-COUNT
           DISPLAY 'SNAPSHOTS WRITTEN:  ' WS-RPT-COUNT
           MOVE WS-HOLDS-LOADED TO WS-RPT-COUNT
           DISPLAY 'ACTIVE HOLDS:       ' WS-RPT-COUNT
           IF WS-HOLDS-OVERFLOW > ZERO
               MOVE WS-HOLDS-OVERFLOW TO WS-RPT-COUNT
               DISPLAY 'HOLDS NOT TOTALLED: ' WS-RPT-COUNT
                       ' (HOLD TABLE FULL)'
           END-IF
           DISPLAY 'BUSINESS DATE:      ' WS-BUSINESS-DATE
           PERFORM 910-STAMP-RUN-CONTROL.

