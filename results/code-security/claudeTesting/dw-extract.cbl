      *> Nightly data-warehouse extract: copies the account master,
      *> the business day's audit entries, the CUSTMAST.DAT
      *> relationships and the deposit holds out to '|'-delimited
      *> text files the downstream teams' tools can load — every
      *> signed or edited amount written as a plain signed decimal
      *> (-1234.56), text fields with trailing spaces dropped.
      *>
      *>   DWACCT.DAT   one row per account
      *>   DWAUDIT.DAT  one row per AUDIT.DAT entry since last run
      *>   DWCUST.DAT   one row per customer/account link
      *>   DWHOLDS.DAT  one row per hold on HOLDS.DAT
      *>
      *> Each file opens with an H row (file name, business date,
      *> mode) and closes with a T row carrying its D-row count and
      *> hash total — the amount column summed, or on DWCUST.DAT,
      *> which has no amount, the number of account links. Once a
      *> file is closed it is read back and proved: the rows and
      *> hash found on it must agree with its own trailer and with
      *> the totals taken off the source as it was read. A file that
      *> fails is logged to EXCEPT.DAT, the run-control stamp is
      *> withheld so the job is rerun, and RETURN-CODE is 8.
      *>
      *> RUNPARM DW-ACCOUNT-MODE DELTA sends only the accounts that
      *> were added, changed or removed since the last run: tonight's
      *> master is matched against the image the previous run left on
      *> DWACCT.PRV. Anything else (or no parameter) sends the full
      *> master. Either way a fresh image is written, and it only
      *> replaces DWACCT.PRV when every file has proved, so a failed
      *> night's changes are sent again by the next run.
      *>
      *> The audit entries are taken by sequence number, not by date:
      *> everything after the last entry the previous run sent
      *> (DWAUDIT.PRV, kept beside DWACCT.PRV and replaced with it),
      *> so an item released or repaired tonight under the date it
      *> was first keyed is still sent. With no mark on file the
      *> business date's entries are sent instead (mode DAY).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-TAX-ID.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO 'HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIOR-FILE ASSIGN TO 'DWACCT.PRV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMAGE-FILE ASSIGN TO 'DWACCT.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIOR-MARK-FILE ASSIGN TO 'DWAUDIT.PRV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARK-FILE ASSIGN TO 'DWAUDIT.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  CUSTOMER-FILE.
       COPY CUSTMAST.

       FD  HOLD-FILE.
       COPY HOLDREC.

      *> Last run's copy of each ACCOUNT-RECORD, in account order.
      *> The image is oversized against the ACCOUNT-RECORD the same
      *> way ACCTHIST.DAT's is, so a layout change cannot quietly
      *> truncate it.
       FD  PRIOR-FILE.
       01  PRIOR-ACCOUNT-RECORD.
           05  PRIOR-ACCOUNT-NUMBER PIC X(10).
           05  PRIOR-ACCOUNT-IMAGE  PIC X(600).

       FD  IMAGE-FILE.
       01  IMAGE-ACCOUNT-RECORD.
           05  IMAGE-ACCOUNT-NUMBER PIC X(10).
           05  IMAGE-ACCOUNT-IMAGE  PIC X(600).

      *> The last audit sequence number sent, and the business date
      *> it was sent for.
       FD  PRIOR-MARK-FILE.
       01  PRIOR-MARK-RECORD.
           05  PRIOR-MARK-SEQ-NO  PIC 9(9).
           05  PRIOR-MARK-DATE    PIC X(8).

       FD  MARK-FILE.
       01  MARK-RECORD.
           05  MARK-SEQ-NO        PIC 9(9).
           05  MARK-DATE          PIC X(8).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE           PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-DELTA-FLAG      PIC X VALUE 'N'.
               88  WS-DELTA-MODE  VALUE 'Y'.
           05  WS-SEQ-MODE-FLAG   PIC X VALUE 'N'.
               88  WS-SEQ-MODE    VALUE 'Y'.
           05  WS-HEADER-FLAG     PIC X.
               88  WS-HEADER-OK   VALUE 'Y'.
           05  WS-TRAILER-FLAG    PIC X.
               88  WS-TRAILER-OK  VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-ENTRY-AMOUNT        PIC S9(9)V99.
       01  WS-CUR-KEY             PIC X(10).
       01  WS-PRV-KEY             PIC X(10).
       01  WS-FROM-SEQ-NO         PIC 9(9) VALUE ZERO.
       01  WS-THRU-SEQ-NO         PIC 9(9) VALUE ZERO.
       01  WS-CURRENT-IMAGE       PIC X(600).
       01  WS-ACTION              PIC X.
       01  WS-CM-IDX              PIC 9(2).
       01  WS-CM-LINKS            PIC 9(2).

      *> RUNPARM.DAT interface fields for the account extract mode.
       01  WS-PARM-NAME           PIC X(20).
       01  WS-PARM-VALUE          PIC X(20).
       01  WS-PARM-STATUS         PIC X.
           88  WS-PARM-FOUND      VALUE 'F'.
       01  WS-NUMERIC-STATUS      PIC X.
           88  WS-PARM-NUM-VALID  VALUE 'V'.
       01  WS-PARM-NUMBER         PIC S9(9)V99.

      *> The extract being written, and its control totals: taken
      *> off the source as it is read, then found again on the file
      *> by 800-PROVE-EXTRACT. WS-HASH-POS is the column (counting
      *> the row type as 1) the hash is summed from; kind 'A' sums
      *> it as an amount, kind 'L' counts the rows where it is
      *> present.
       01  WS-EXTRACT-FILENAME    PIC X(12).
       01  WS-EXTRACT-NAME        PIC X(7).
       01  WS-EXTRACT-MODE        PIC X(5).
       01  WS-HASH-POS            PIC 9.
       01  WS-PROOF-KIND          PIC X.
           88  WS-PROOF-AMOUNT    VALUE 'A'.
           88  WS-PROOF-LINKS     VALUE 'L'.
       01  WS-SRC-COUNT           PIC 9(9).
       01  WS-SRC-HASH            PIC S9(13)V99.
       01  WS-PRF-COUNT           PIC 9(9).
       01  WS-PRF-HASH            PIC S9(13)V99.
       01  WS-TRL-COUNT           PIC 9(9).
       01  WS-TRL-HASH            PIC S9(13)V99.
       01  WS-PROOF-FIELDS.
           05  WS-PF-FIELD OCCURS 6 TIMES PIC X(40).

      *> Row-building work fields: each value is appended behind a
      *> '|' at WS-DW-PTR. A '|' inside a text value would split the
      *> column, so it goes out as '/'.
       01  WS-DW-PTR              PIC 9(4).
       01  WS-DW-TEXT             PIC X(40).
       01  WS-DW-LEN              PIC 9(4).
       01  WS-DW-LEAD             PIC 9(4).
       01  WS-DW-AMOUNT           PIC S9(13)V99.
       01  WS-DW-AMOUNT-ED        PIC -(13)9.99.
       01  WS-DW-NUMBER           PIC 9(9).
       01  WS-DW-NUMBER-ED        PIC Z(8)9.

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-ADDED      PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-CHANGED    PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-REMOVED    PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-HASH            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-DELETE-STATUS       PIC S9(9) COMP-5.
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5.

      *> RUN-CONTROL interface fields: the extract runs after the
      *> night's posting and purge, so the master it copies is the
      *> one the day closed on.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE 'DWEXTRACT'.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.
           88  WS-RC-ALREADY-RUN  VALUE 'D'.
           88  WS-RC-OUT-OF-SEQ   VALUE 'S'.
           88  WS-RC-NO-FILE      VALUE 'M'.

      *> EXCEPTION-LOG interface: an extract that does not prove is
      *> an error — the downstream load would be wrong.
       01  WS-EX-JOB-NAME         PIC X(10) VALUE 'DWEXTRACT'.
       01  WS-EX-SEVERITY         PIC X.
       01  WS-EX-CONDITION        PIC X(30).
       01  WS-EX-FIGURE-1         PIC S9(11)V99.
       01  WS-EX-FIGURE-2         PIC S9(11)V99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-EXTRACT-ACCOUNTS
           PERFORM 400-EXTRACT-AUDIT
           PERFORM 500-EXTRACT-CUSTOMERS
           PERFORM 600-EXTRACT-HOLDS
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
           MOVE 'DW-ACCOUNT-MODE' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-VALUE(1:5) = 'DELTA'
               SET WS-DELTA-MODE TO TRUE
           END-IF
           DISPLAY '============================================'
           DISPLAY '  DATA-WAREHOUSE EXTRACT'
           DISPLAY '  BUSINESS DATE:   ' WS-BUSINESS-DATE
           IF WS-DELTA-MODE
               DISPLAY '  ACCOUNTS:        CHANGES SINCE LAST RUN'
           ELSE
               DISPLAY '  ACCOUNTS:        FULL MASTER'
           END-IF
           DISPLAY '============================================'.

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

      *> Account extract: tonight's master matched against last
      *> run's image by account number. In full mode the image is
      *> not read and every account goes out as 'F'; in delta mode
      *> only 'A'dded, 'C'hanged and 'D'eleted accounts go out — a
      *> deleted account's row is its last image. The hash is the
      *> ledger balance of the rows sent.
       300-EXTRACT-ACCOUNTS.
           MOVE 'DWACCT.DAT' TO WS-EXTRACT-FILENAME
           MOVE 'DWACCT' TO WS-EXTRACT-NAME
           IF WS-DELTA-MODE
               MOVE 'DELTA' TO WS-EXTRACT-MODE
           ELSE
               MOVE 'FULL' TO WS-EXTRACT-MODE
           END-IF
           MOVE 5 TO WS-HASH-POS
           SET WS-PROOF-AMOUNT TO TRUE
           PERFORM 810-START-EXTRACT
           OPEN INPUT  ACCOUNT-FILE
           OPEN OUTPUT IMAGE-FILE
           PERFORM 320-READ-ACCOUNT
           IF WS-DELTA-MODE
               OPEN INPUT PRIOR-FILE
               PERFORM 330-READ-PRIOR
           ELSE
               MOVE HIGH-VALUES TO WS-PRV-KEY
           END-IF
           PERFORM 310-MATCH-ACCOUNT
               UNTIL WS-CUR-KEY = HIGH-VALUES
                 AND WS-PRV-KEY = HIGH-VALUES
           CLOSE ACCOUNT-FILE
                 IMAGE-FILE
           IF WS-DELTA-MODE
               CLOSE PRIOR-FILE
           END-IF
           PERFORM 820-FINISH-EXTRACT.

       310-MATCH-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-CUR-KEY < WS-PRV-KEY
                   PERFORM 340-WRITE-IMAGE
                   IF WS-DELTA-MODE
                       MOVE 'A' TO WS-ACTION
                       ADD 1 TO WS-ACCOUNTS-ADDED
                   ELSE
                       MOVE 'F' TO WS-ACTION
                   END-IF
                   PERFORM 350-WRITE-ACCOUNT-ROW
                   PERFORM 320-READ-ACCOUNT
               WHEN WS-CUR-KEY = WS-PRV-KEY
                   PERFORM 340-WRITE-IMAGE
                   MOVE ACCOUNT-RECORD TO WS-CURRENT-IMAGE
                   IF WS-CURRENT-IMAGE NOT = PRIOR-ACCOUNT-IMAGE
                       MOVE 'C' TO WS-ACTION
                       ADD 1 TO WS-ACCOUNTS-CHANGED
                       PERFORM 350-WRITE-ACCOUNT-ROW
                   END-IF
                   PERFORM 320-READ-ACCOUNT
                   PERFORM 330-READ-PRIOR
               WHEN OTHER
                   MOVE ACCOUNT-RECORD TO WS-CURRENT-IMAGE
                   MOVE PRIOR-ACCOUNT-IMAGE TO ACCOUNT-RECORD
                   MOVE 'D' TO WS-ACTION
                   ADD 1 TO WS-ACCOUNTS-REMOVED
                   PERFORM 350-WRITE-ACCOUNT-ROW
                   MOVE WS-CURRENT-IMAGE TO ACCOUNT-RECORD
                   PERFORM 330-READ-PRIOR
           END-EVALUATE.

       320-READ-ACCOUNT.
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE ACCOUNT-NUMBER TO WS-CUR-KEY
           END-READ.

       330-READ-PRIOR.
           READ PRIOR-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRV-KEY
               NOT AT END
                   MOVE PRIOR-ACCOUNT-NUMBER TO WS-PRV-KEY
           END-READ.

       340-WRITE-IMAGE.
           MOVE ACCOUNT-NUMBER TO IMAGE-ACCOUNT-NUMBER
           MOVE ACCOUNT-RECORD TO IMAGE-ACCOUNT-IMAGE
           WRITE IMAGE-ACCOUNT-RECORD.

      *> Fields added to the master over the years are not numeric
      *> on older records; those columns go out empty rather than
      *> as a made-up zero.
       350-WRITE-ACCOUNT-ROW.
           PERFORM 850-START-ROW
           MOVE WS-ACTION TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-NUMBER TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-NAME TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-BALANCE TO WS-DW-AMOUNT
           PERFORM 860-ADD-AMOUNT
           ADD 1 TO WS-SRC-COUNT
           ADD ACCOUNT-BALANCE TO WS-SRC-HASH
           IF ACCOUNT-AVAIL-BALANCE NUMERIC
               MOVE ACCOUNT-AVAIL-BALANCE TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           IF ACCOUNT-OD-LIMIT NUMERIC
               MOVE ACCOUNT-OD-LIMIT TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           MOVE ACCOUNT-STATUS TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-OPEN-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE LAST-UPDATE-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-LAST-CUST-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-BRANCH TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-PRODUCT-CODE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-TAX-ID TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCT-ADDR-LINE1 TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCT-ADDR-LINE2 TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCT-ADDR-CITY TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCT-ADDR-STATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCT-ADDR-ZIP TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-PHONE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-MATURITY-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           IF ACCOUNT-TERM-MONTHS NUMERIC
               MOVE ACCOUNT-TERM-MONTHS TO WS-DW-NUMBER
               PERFORM 865-ADD-NUMBER
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           IF ACCOUNT-ACCRUED-INT NUMERIC
               MOVE ACCOUNT-ACCRUED-INT TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           IF ACCOUNT-LEGAL-FROZEN NUMERIC
               MOVE ACCOUNT-LEGAL-FROZEN TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           MOVE ACCOUNT-OD-PROTECT-ACCOUNT TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-PPAY-FLAG TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-CHARGE-OFF-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           IF ACCOUNT-CHARGE-OFF-AMT NUMERIC
               MOVE ACCOUNT-CHARGE-OFF-AMT TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           MOVE ACCOUNT-MAIL-RTN-FLAG TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           IF ACCOUNT-MAIL-RTN-COUNT NUMERIC
               MOVE ACCOUNT-MAIL-RTN-COUNT TO WS-DW-NUMBER
               PERFORM 865-ADD-NUMBER
           ELSE
               PERFORM 870-ADD-EMPTY
           END-IF
           MOVE ACCOUNT-MAIL-RTN-FIRST TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE ACCOUNT-MAIL-RTN-LAST TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           PERFORM 880-WRITE-ROW.

      *> The audit entries since the last run, amounts and balances
      *> de-edited. The hash is AUDIT-AMOUNT summed as posted. The
      *> new mark goes to DWAUDIT.NEW and only replaces DWAUDIT.PRV
      *> alongside the account image, so a failed night's entries
      *> are sent again.
       400-EXTRACT-AUDIT.
           MOVE 'DWAUDIT.DAT' TO WS-EXTRACT-FILENAME
           MOVE 'DWAUDIT' TO WS-EXTRACT-NAME
           PERFORM 405-READ-AUDIT-MARK
           IF WS-SEQ-MODE
               MOVE 'DELTA' TO WS-EXTRACT-MODE
           ELSE
               MOVE 'DAY' TO WS-EXTRACT-MODE
           END-IF
           MOVE 6 TO WS-HASH-POS
           SET WS-PROOF-AMOUNT TO TRUE
           PERFORM 810-START-EXTRACT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 410-EXTRACT-AUDIT-ENTRY
               UNTIL END-OF-FILE
           CLOSE AUDIT-FILE
           PERFORM 820-FINISH-EXTRACT
           OPEN OUTPUT MARK-FILE
           MOVE WS-THRU-SEQ-NO TO MARK-SEQ-NO
           MOVE WS-BUSINESS-DATE TO MARK-DATE
           WRITE MARK-RECORD
           CLOSE MARK-FILE.

      *> No file, or a mark that is not a usable number, leaves the
      *> audit extract on the business date.
       405-READ-AUDIT-MARK.
           OPEN INPUT PRIOR-MARK-FILE
           READ PRIOR-MARK-FILE
               AT END CONTINUE
               NOT AT END
                   IF PRIOR-MARK-SEQ-NO NUMERIC
                           AND PRIOR-MARK-SEQ-NO > ZERO
                       MOVE PRIOR-MARK-SEQ-NO TO WS-FROM-SEQ-NO
                       SET WS-SEQ-MODE TO TRUE
                   END-IF
           END-READ
           CLOSE PRIOR-MARK-FILE
           MOVE WS-FROM-SEQ-NO TO WS-THRU-SEQ-NO.

       410-EXTRACT-AUDIT-ENTRY.
           IF (WS-SEQ-MODE
                   AND AUDIT-SEQ-NO NUMERIC
                   AND AUDIT-SEQ-NO > WS-FROM-SEQ-NO)
                OR (NOT WS-SEQ-MODE
                   AND AUDIT-TIMESTAMP(1:8) = WS-BUSINESS-DATE)
               IF AUDIT-SEQ-NO NUMERIC
                       AND AUDIT-SEQ-NO > WS-THRU-SEQ-NO
                   MOVE AUDIT-SEQ-NO TO WS-THRU-SEQ-NO
               END-IF
               MOVE AUDIT-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 850-START-ROW
               MOVE AUDIT-SEQ-NO TO WS-DW-NUMBER
               PERFORM 865-ADD-NUMBER
               MOVE AUDIT-TIMESTAMP TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-ACCOUNT TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-TYPE TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE WS-ENTRY-AMOUNT TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
               ADD 1 TO WS-SRC-COUNT
               ADD WS-ENTRY-AMOUNT TO WS-SRC-HASH
               MOVE AUDIT-BALANCE TO WS-ENTRY-AMOUNT
               MOVE WS-ENTRY-AMOUNT TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
               MOVE AUDIT-STATUS TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-BRANCH TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-REF-NO TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-ORIG-REF TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-SERIAL TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-OPERATOR TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE AUDIT-APPROVER TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               PERFORM 880-WRITE-ROW
           END-IF
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Relationships flattened to one row per customer/account
      *> link (tax ID, name, link number, account); a customer with
      *> no accounts listed still gets one row with the link columns
      *> empty. The hash is the number of links.
       500-EXTRACT-CUSTOMERS.
           MOVE 'DWCUST.DAT' TO WS-EXTRACT-FILENAME
           MOVE 'DWCUST' TO WS-EXTRACT-NAME
           MOVE 'FULL' TO WS-EXTRACT-MODE
           MOVE 4 TO WS-HASH-POS
           SET WS-PROOF-LINKS TO TRUE
           PERFORM 810-START-EXTRACT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           READ CUSTOMER-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 510-EXTRACT-CUSTOMER
               UNTIL END-OF-FILE
           CLOSE CUSTOMER-FILE
           PERFORM 820-FINISH-EXTRACT.

       510-EXTRACT-CUSTOMER.
           IF CM-ACCOUNT-COUNT NUMERIC AND CM-ACCOUNT-COUNT > 10
               MOVE 10 TO WS-CM-LINKS
           ELSE
               IF CM-ACCOUNT-COUNT NUMERIC
                   MOVE CM-ACCOUNT-COUNT TO WS-CM-LINKS
               ELSE
                   MOVE ZERO TO WS-CM-LINKS
               END-IF
           END-IF
           IF WS-CM-LINKS = ZERO
               PERFORM 850-START-ROW
               MOVE CM-TAX-ID TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               MOVE CM-NAME TO WS-DW-TEXT
               PERFORM 855-ADD-TEXT
               PERFORM 870-ADD-EMPTY
               PERFORM 870-ADD-EMPTY
               ADD 1 TO WS-SRC-COUNT
               PERFORM 880-WRITE-ROW
           ELSE
               PERFORM 520-EXTRACT-LINK
                   VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-LINKS
           END-IF
           READ CUSTOMER-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       520-EXTRACT-LINK.
           PERFORM 850-START-ROW
           MOVE CM-TAX-ID TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE CM-NAME TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE WS-CM-IDX TO WS-DW-NUMBER
           PERFORM 865-ADD-NUMBER
           MOVE CM-ACCOUNT-NUMBER (WS-CM-IDX) TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           ADD 1 TO WS-SRC-COUNT
           ADD 1 TO WS-SRC-HASH
           PERFORM 880-WRITE-ROW.

      *> Holds as they stand after tonight's release; the hash is
      *> the held amount.
       600-EXTRACT-HOLDS.
           MOVE 'DWHOLDS.DAT' TO WS-EXTRACT-FILENAME
           MOVE 'DWHOLDS' TO WS-EXTRACT-NAME
           MOVE 'FULL' TO WS-EXTRACT-MODE
           MOVE 3 TO WS-HASH-POS
           SET WS-PROOF-AMOUNT TO TRUE
           PERFORM 810-START-EXTRACT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT HOLD-FILE
           READ HOLD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM 610-EXTRACT-HOLD
               UNTIL END-OF-FILE
           CLOSE HOLD-FILE
           PERFORM 820-FINISH-EXTRACT.

       610-EXTRACT-HOLD.
           PERFORM 850-START-ROW
           MOVE HOLD-ACCOUNT-NUMBER TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE HOLD-AMOUNT TO WS-DW-AMOUNT
           PERFORM 860-ADD-AMOUNT
           ADD 1 TO WS-SRC-COUNT
           ADD HOLD-AMOUNT TO WS-SRC-HASH
           MOVE HOLD-RELEASE-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE HOLD-STATUS TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           PERFORM 880-WRITE-ROW
           READ HOLD-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> Reads the closed extract back and proves it: one H row for
      *> this business date, one T row, and the D rows and hash on
      *> the file agreeing with both the trailer and the source.
       800-PROVE-EXTRACT.
           MOVE ZERO TO WS-PRF-COUNT
           MOVE ZERO TO WS-PRF-HASH
           MOVE ZERO TO WS-TRL-COUNT
           MOVE ZERO TO WS-TRL-HASH
           MOVE 'N' TO WS-HEADER-FLAG
           MOVE 'N' TO WS-TRAILER-FLAG
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT EXTRACT-FILE
           READ EXTRACT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-FILE
               MOVE SPACES TO WS-PROOF-FIELDS
               UNSTRING EXTRACT-LINE DELIMITED BY '|'
                   INTO WS-PF-FIELD (1) WS-PF-FIELD (2)
                        WS-PF-FIELD (3) WS-PF-FIELD (4)
                        WS-PF-FIELD (5) WS-PF-FIELD (6)
               END-UNSTRING
               EVALUATE WS-PF-FIELD (1)
                   WHEN 'H'
                       IF WS-PF-FIELD (3) = WS-BUSINESS-DATE
                           SET WS-HEADER-OK TO TRUE
                       END-IF
                   WHEN 'D'
                       ADD 1 TO WS-PRF-COUNT
                       PERFORM 805-PROVE-HASH-FIELD
                   WHEN 'T'
                       SET WS-TRAILER-OK TO TRUE
                       IF FUNCTION TEST-NUMVAL (WS-PF-FIELD (2)) = 0
                           COMPUTE WS-TRL-COUNT =
                               FUNCTION NUMVAL (WS-PF-FIELD (2))
                       END-IF
                       IF FUNCTION TEST-NUMVAL (WS-PF-FIELD (3)) = 0
                           COMPUTE WS-TRL-HASH =
                               FUNCTION NUMVAL (WS-PF-FIELD (3))
                       END-IF
               END-EVALUATE
               READ EXTRACT-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           MOVE WS-PRF-COUNT TO WS-RPT-COUNT
           MOVE WS-PRF-HASH TO WS-RPT-HASH
           MOVE SPACES TO WS-EX-CONDITION
           EVALUATE TRUE
               WHEN NOT WS-HEADER-OK OR NOT WS-TRAILER-OK
                   STRING WS-EXTRACT-NAME DELIMITED BY SPACE
                       ' CONTROL ROW MISSING' DELIMITED BY SIZE
                       INTO WS-EX-CONDITION
                   MOVE WS-SRC-COUNT TO WS-EX-FIGURE-1
                   MOVE WS-PRF-COUNT TO WS-EX-FIGURE-2
               WHEN WS-PRF-COUNT NOT = WS-SRC-COUNT
                       OR WS-TRL-COUNT NOT = WS-SRC-COUNT
                   STRING WS-EXTRACT-NAME DELIMITED BY SPACE
                       ' COUNT OUT OF BALANCE' DELIMITED BY SIZE
                       INTO WS-EX-CONDITION
                   MOVE WS-SRC-COUNT TO WS-EX-FIGURE-1
                   MOVE WS-PRF-COUNT TO WS-EX-FIGURE-2
               WHEN WS-PRF-HASH NOT = WS-SRC-HASH
                       OR WS-TRL-HASH NOT = WS-SRC-HASH
                   STRING WS-EXTRACT-NAME DELIMITED BY SPACE
                       ' HASH OUT OF BALANCE' DELIMITED BY SIZE
                       INTO WS-EX-CONDITION
                   MOVE WS-SRC-HASH TO WS-EX-FIGURE-1
                   MOVE WS-PRF-HASH TO WS-EX-FIGURE-2
           END-EVALUATE
           IF WS-EX-CONDITION = SPACES
               DISPLAY WS-EXTRACT-FILENAME ' ROWS ' WS-RPT-COUNT
                   '  HASH ' WS-RPT-HASH '  BALANCED'
           ELSE
               DISPLAY WS-EXTRACT-FILENAME ' ROWS ' WS-RPT-COUNT
                   '  HASH ' WS-RPT-HASH '  OUT OF BALANCE'
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'E' TO WS-EX-SEVERITY
               CALL 'EXCEPTION-LOG' USING WS-EX-JOB-NAME
                                           WS-BUSINESS-DATE
                                           WS-EX-SEVERITY
                                           WS-EX-CONDITION
                                           WS-EX-FIGURE-1
                                           WS-EX-FIGURE-2
           END-IF.

       805-PROVE-HASH-FIELD.
           IF WS-PROOF-LINKS
               IF WS-PF-FIELD (WS-HASH-POS) NOT = SPACES
                   ADD 1 TO WS-PRF-HASH
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-PF-FIELD (WS-HASH-POS))
                       = 0
                   COMPUTE WS-PRF-HASH = WS-PRF-HASH
                       + FUNCTION NUMVAL (WS-PF-FIELD (WS-HASH-POS))
               END-IF
           END-IF.

       810-START-EXTRACT.
           MOVE ZERO TO WS-SRC-COUNT
           MOVE ZERO TO WS-SRC-HASH
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-DW-PTR
           STRING 'H' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR
           MOVE WS-EXTRACT-NAME TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE WS-BUSINESS-DATE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           MOVE WS-EXTRACT-MODE TO WS-DW-TEXT
           PERFORM 855-ADD-TEXT
           WRITE EXTRACT-LINE.

       820-FINISH-EXTRACT.
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-DW-PTR
           STRING 'T' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR
           MOVE WS-SRC-COUNT TO WS-DW-NUMBER
           PERFORM 865-ADD-NUMBER
           IF WS-PROOF-LINKS
               MOVE WS-SRC-HASH TO WS-DW-NUMBER
               PERFORM 865-ADD-NUMBER
           ELSE
               MOVE WS-SRC-HASH TO WS-DW-AMOUNT
               PERFORM 860-ADD-AMOUNT
           END-IF
           WRITE EXTRACT-LINE
           CLOSE EXTRACT-FILE
           PERFORM 800-PROVE-EXTRACT.

       850-START-ROW.
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-DW-PTR
           STRING 'D' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR.

       855-ADD-TEXT.
           INSPECT WS-DW-TEXT REPLACING ALL '|' BY '/'
                                        ALL LOW-VALUE BY SPACE
           MOVE 40 TO WS-DW-LEN
           PERFORM UNTIL WS-DW-LEN = ZERO
                   OR WS-DW-TEXT(WS-DW-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-DW-LEN
           END-PERFORM
           STRING '|' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR
           IF WS-DW-LEN > ZERO
               STRING WS-DW-TEXT(1:WS-DW-LEN) DELIMITED BY SIZE
                   INTO EXTRACT-LINE WITH POINTER WS-DW-PTR
           END-IF
           MOVE SPACES TO WS-DW-TEXT.

       860-ADD-AMOUNT.
           MOVE WS-DW-AMOUNT TO WS-DW-AMOUNT-ED
           MOVE ZERO TO WS-DW-LEAD
           INSPECT WS-DW-AMOUNT-ED TALLYING WS-DW-LEAD
               FOR LEADING SPACES
           STRING '|' WS-DW-AMOUNT-ED(WS-DW-LEAD + 1:)
               DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR.

       865-ADD-NUMBER.
           MOVE WS-DW-NUMBER TO WS-DW-NUMBER-ED
           MOVE ZERO TO WS-DW-LEAD
           INSPECT WS-DW-NUMBER-ED TALLYING WS-DW-LEAD
               FOR LEADING SPACES
           STRING '|' WS-DW-NUMBER-ED(WS-DW-LEAD + 1:)
               DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR.

       870-ADD-EMPTY.
           STRING '|' DELIMITED BY SIZE
               INTO EXTRACT-LINE WITH POINTER WS-DW-PTR.

       880-WRITE-ROW.
           WRITE EXTRACT-LINE.

       900-END-PROGRAM.
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           DISPLAY 'ACCOUNTS ON MASTER:  ' WS-RPT-COUNT
           IF WS-DELTA-MODE
               MOVE WS-ACCOUNTS-ADDED TO WS-RPT-COUNT
               DISPLAY 'ACCOUNTS ADDED:      ' WS-RPT-COUNT
               MOVE WS-ACCOUNTS-CHANGED TO WS-RPT-COUNT
               DISPLAY 'ACCOUNTS CHANGED:    ' WS-RPT-COUNT
               MOVE WS-ACCOUNTS-REMOVED TO WS-RPT-COUNT
               DISPLAY 'ACCOUNTS REMOVED:    ' WS-RPT-COUNT
           END-IF
           IF WS-ERROR-COUNT = ZERO
               PERFORM 920-REPLACE-PRIOR-IMAGE
               PERFORM 930-STAMP-RUN-CONTROL
           ELSE
               DISPLAY 'ACCOUNT IMAGE AND AUDIT MARK KEPT, '
                   'RUN-CONTROL STAMP WITHHELD - RERUN AFTER '
                   'CORRECTION'
           END-IF
           DISPLAY '============================================'
      *> RETURN-CODE is set dead last: the special register is
      *> shared with called subprograms, so a CALL after this point
      *> would quietly put it back to zero.
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Replaces last run's account image and audit mark with
      *> tonight's, same delete/rename idiom as STANDORD-POST.
       920-REPLACE-PRIOR-IMAGE.
           CALL 'CBL_DELETE_FILE' USING 'DWACCT.PRV'
               RETURNING WS-DELETE-STATUS
           CALL 'CBL_RENAME_FILE' USING 'DWACCT.NEW' 'DWACCT.PRV'
               RETURNING WS-RENAME-STATUS
           CALL 'CBL_DELETE_FILE' USING 'DWAUDIT.PRV'
               RETURNING WS-DELETE-STATUS
           CALL 'CBL_RENAME_FILE' USING 'DWAUDIT.NEW' 'DWAUDIT.PRV'
               RETURNING WS-RENAME-STATUS.

       930-STAMP-RUN-CONTROL.
           MOVE 'STAMP' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS.
