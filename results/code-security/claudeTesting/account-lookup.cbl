      *> lists number, name, status, and balance for each match so
      *> the operator can pick the right account. Name search is a
      *> leading-characters match on whatever the operator keys.
      *> Closed accounts ACCT-PURGE has since moved to the account
      *> history archive are searched the same way and listed after
      *> the live matches with their closed and purged dates, so a
      *> caller about an old account still gets an answer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-LOOKUP.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  ARCHIVE-FILE.
       COPY ACCTHIST.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X.
               88  END-OF-FILE    VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG   PIC X.
               88  END-OF-ARCHIVE VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  SEARCH-BY-TAX-ID   VALUE 'T'.
           PERFORM 310-CHECK-ONE-ACCOUNT
               UNTIL END-OF-FILE
           CLOSE ACCOUNT-FILE
           PERFORM 330-SCAN-ARCHIVE
           DISPLAY 'MATCHES FOUND: ' WS-MATCH-COUNT
           DISPLAY '--------------------------------------------'.

           MOVE ACCOUNT-BALANCE TO WS-RPT-BALANCE
           DISPLAY ACCOUNT-NUMBER '  ' ACCOUNT-NAME
               '  ' ACCOUNT-STATUS '  ' WS-RPT-BALANCE.

       330-SCAN-ARCHIVE.
           MOVE 'N' TO ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           READ ARCHIVE-FILE NEXT
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ
           PERFORM 340-CHECK-ONE-ARCHIVED
               UNTIL END-OF-ARCHIVE
           CLOSE ARCHIVE-FILE.

       340-CHECK-ONE-ARCHIVED.
           EVALUATE TRUE
               WHEN SEARCH-BY-TAX-ID
                   IF AH-TAX-ID = WS-SEARCH-TAX-ID
                       PERFORM 350-LIST-ARCHIVED
                   END-IF
               WHEN SEARCH-BY-NAME
                   IF AH-ACCOUNT-NAME(1:WS-SEARCH-LENGTH)
                           = WS-SEARCH-NAME(1:WS-SEARCH-LENGTH)
                       PERFORM 350-LIST-ARCHIVED
                   END-IF
           END-EVALUATE
           READ ARCHIVE-FILE NEXT
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.

       350-LIST-ARCHIVED.
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY AH-ACCOUNT-NUMBER '  ' AH-ACCOUNT-NAME
               '  ARCHIVED - CLOSED ' AH-CLOSE-DATE
               ' PURGED ' AH-PURGE-DATE.
