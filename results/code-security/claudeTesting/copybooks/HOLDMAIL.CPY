      *> HOLD-MAIL-RECORD layout for HOLDMAIL.DAT, the register of
      *> customer mail not sent because the account's address is
      *> flagged for returned mail (ACCOUNT-MAIL-RETURNED). NOTICE-GEN
      *> writes one for each letter it holds back, and the statement
      *> programs one for each statement produced against a flagged
      *> address; NOTICE-GEN lists the business date's entries on
      *> the nightly hold-mail report (spool job HOLDMAIL) so the
      *> branch can trace the customer. HM-ITEM is the notice type,
      *> or STATEMENT / HOUSEHOLD for a statement.
       01  HOLD-MAIL-RECORD.
           05  HM-DATE            PIC X(8).
           05  HM-ACCOUNT         PIC X(10).
           05  HM-ITEM            PIC X(12).
           05  HM-NAME            PIC X(30).
           05  HM-RTN-COUNT       PIC 9(3).
           05  HM-LAST-RETURN     PIC X(8).
           05  HM-HELD-BY         PIC X(20).
