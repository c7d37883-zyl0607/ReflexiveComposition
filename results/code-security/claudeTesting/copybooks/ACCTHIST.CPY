      *> ACCOUNT-HISTORY-RECORD layout for ACCTHIST.DAT, the archive
      *> of closed accounts ACCT-PURGE has taken off ACCOUNT.DAT,
      *> keyed by the old account number. The leading fields are the
      *> ones inquiries ask about — who held the account, where, and
      *> when it opened, closed and was purged — and the full
      *> ACCOUNT-RECORD as it stood on the purge night is carried
      *> behind them. The image is oversized against the
      *> ACCOUNT-RECORD the same way MSTPEND.DAT's is, so a
      *> record-layout change cannot quietly truncate the archive.
      *>
      *> An account number on this file is never issued again:
      *> ACCOUNT-MAINT refuses it on an add, so the audit trail
      *> (which AUDITIX.DAT still indexes under the old number) can
      *> only ever belong to the one customer.
       01  ACCOUNT-HISTORY-RECORD.
           05  AH-ACCOUNT-NUMBER  PIC X(10).
           05  AH-ACCOUNT-NAME    PIC X(30).
           05  AH-TAX-ID          PIC X(11).
           05  AH-BRANCH          PIC X(3).
           05  AH-PRODUCT-CODE    PIC X(3).
           05  AH-OPEN-DATE       PIC X(8).
      *> Closure date is the account's LAST-UPDATE-DATE when purged:
      *> nothing maintains a closed account after the close itself.
           05  AH-CLOSE-DATE      PIC X(8).
           05  AH-PURGE-DATE      PIC X(8).
           05  AH-ACCOUNT-IMAGE   PIC X(600).
