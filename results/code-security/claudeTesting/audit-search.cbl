      *> positions straight to its entries; a blank account walks
      *> the whole index in key order, which is still one pass but
      *> no longer one pass per request on the raw file.
      *> The index keeps a purged account's entries under its old
      *> number, so a named account is also looked up on the
      *> account history archive and, when found there, the header
      *> says whose account it was and when it was closed and
      *> purged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SEARCH.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-KEY.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO 'ACCTHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-INDEX-FILE.
       COPY AUDITIX.

       FD  ARCHIVE-FILE.
       COPY ACCTHIST.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               DISPLAY '  ACCOUNT:   ALL ACCOUNTS'
           ELSE
               DISPLAY '  ACCOUNT:   ' WS-SEARCH-ACCOUNT
               PERFORM 220-CHECK-ARCHIVE
           END-IF
           DISPLAY '  PERIOD:    ' WS-SEARCH-FROM-DATE ' TO '
               WS-SEARCH-TO-DATE
           DISPLAY '============================================'.

      *> A purged account's entries stay on the index under its old
      *> number; the header says so, from the account history
      *> archive, so nobody takes them for a live account's.
       220-CHECK-ARCHIVE.
           MOVE WS-SEARCH-ACCOUNT TO AH-ACCOUNT-NUMBER
           OPEN INPUT ARCHIVE-FILE
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY '  NAME:      ' AH-ACCOUNT-NAME
                   DISPLAY '  ARCHIVED:  CLOSED ' AH-CLOSE-DATE
                       ' PURGED ' AH-PURGE-DATE
           END-READ
           CLOSE ARCHIVE-FILE.

      *> A named account positions straight to (account,
      *> from-date); a blank request starts at the top of the key
      *> order and the date filter applies per entry, the way the
