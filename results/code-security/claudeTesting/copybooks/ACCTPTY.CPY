      *> ACCOUNT-PARTY-RECORD layout for ACCTPTY.DAT — every person
      *> on an account and the capacity they hold it in. The
      *> account's own ACCOUNT-NAME/ACCOUNT-TAX-ID remain the
      *> primary owner; ACCOUNT-MAINT writes a matching 'P' record
      *> when the account opens so the file lists everyone, and the
      *> joint owners, authorized signers and payable-on-death
      *> beneficiaries are added and removed through its party
      *> option, each change applied only once a second operator
      *> approves it in MASTER-CHANGE-REVIEW. Records are never
      *> deleted: a removal is marked 'R' in place with the date and
      *> the operator who keyed it, so the file doubles as the
      *> history of who was on the account and when.
      *>
      *> Readers that already take the primary from the account
      *> record skip the 'P' rows so nobody is counted twice. Owners
      *> (primary and joint) are linked under their own tax ID in
      *> CUSTMAST.DAT; signers and beneficiaries are not.
       01  ACCOUNT-PARTY-RECORD.
           05  AP-ACCOUNT-NUMBER  PIC X(10).
           05  AP-ROLE            PIC X.
               88  AP-PRIMARY     VALUE 'P'.
               88  AP-JOINT       VALUE 'J'.
               88  AP-SIGNER      VALUE 'S'.
               88  AP-BENEFICIARY VALUE 'B'.
               88  AP-OWNER       VALUE 'P' 'J'.
               88  AP-VALID-ROLE  VALUE 'J' 'S' 'B'.
      *> Required for owners and signers; a beneficiary may be
      *> recorded by name alone until a tax ID is supplied.
           05  AP-TAX-ID          PIC X(11).
           05  AP-NAME            PIC X(30).
           05  AP-STATUS          PIC X.
               88  AP-ACTIVE      VALUE 'A'.
               88  AP-REMOVED     VALUE 'R'.
           05  AP-ADDED-DATE      PIC X(8).
           05  AP-ADDED-BY        PIC X(8).
           05  AP-REMOVED-DATE    PIC X(8).
           05  AP-REMOVED-BY      PIC X(8).
