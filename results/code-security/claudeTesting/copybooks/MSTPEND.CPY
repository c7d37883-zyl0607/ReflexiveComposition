      *> transactions. The image is oversized against the
      *> ACCOUNT-RECORD so a record-layout change cannot quietly
      *> truncate a queued change.
      *> A party add or removal on ACCTPTY.DAT rides the same queue:
      *> instead of an account image the record carries the party's
      *> role, tax ID and name, and the reviewer's apply writes or
      *> marks the party record and links or unlinks the owner's
      *> CUSTMAST entry.
       01  MASTER-CHANGE-RECORD.
           05  MC-KEYED-TIMESTAMP PIC X(14).
           05  MC-KEYED-BY        PIC X(8).
           05  MC-ACTION          PIC X.
               88  MC-FIELD-UPDATE  VALUE 'U'.
               88  MC-STATUS-CHANGE VALUE 'H'.
               88  MC-PARTY-ADD     VALUE 'A'.
               88  MC-PARTY-REMOVE  VALUE 'R'.
           05  MC-ACCOUNT-NUMBER  PIC X(10).
           05  MC-NEW-IMAGE       PIC X(600).
           05  MC-PARTY-DETAIL REDEFINES MC-NEW-IMAGE.
               10  MC-PARTY-ROLE  PIC X.
               10  MC-PARTY-TAX-ID PIC X(11).
               10  MC-PARTY-NAME  PIC X(30).
               10  FILLER         PIC X(558).
