      *> Operator master (OPERATOR.DAT, indexed on OPR-ID): one
      *> record per person allowed to sign on to the interactive
      *> programs. Kept by OPERATOR-MAINT and read at every sign-on
      *> by OPERATOR-SIGNON, which is the only program that checks a
      *> PIN. Operators are never deleted — a leaver is revoked, so
      *> the IDs on old audit entries still resolve to a person.
       01  OPERATOR-RECORD.
           05  OPR-ID             PIC X(8).
           05  OPR-NAME           PIC X(30).
      *> Home branch: stamped on the slips the operator keys at the
      *> counter.
           05  OPR-BRANCH         PIC X(3).
      *> Roles rank upward in the order listed. Each screen names
      *> the lowest role it admits, and every higher role is
      *> admitted with it.
           05  OPR-ROLE           PIC X.
               88  OPR-TELLER         VALUE 'T'.
               88  OPR-OPERATIONS     VALUE 'O'.
               88  OPR-SUPERVISOR     VALUE 'S'.
               88  OPR-SECURITY-ADMIN VALUE 'A'.
               88  OPR-VALID-ROLE     VALUES 'T' 'O' 'S' 'A'.
      *> 'L' is set by OPERATOR-SIGNON after three wrong PINs in a
      *> row and cleared only by a PIN reset in OPERATOR-MAINT.
           05  OPR-STATUS         PIC X.
               88  OPR-ACTIVE     VALUE 'A'.
               88  OPR-LOCKED     VALUE 'L'.
               88  OPR-REVOKED    VALUE 'R'.
      *> Dollar authority: the largest single item the operator may
      *> originate without a supervisor's override, and the largest
      *> item the operator may approve or override for somebody
      *> else. A zero approval limit means no approval authority.
           05  OPR-ITEM-LIMIT     PIC 9(9)V99.
           05  OPR-APPROVE-LIMIT  PIC 9(9)V99.
      *> The PIN itself is never kept: PIN-SCRAMBLE folds the ID and
      *> PIN into this one-way figure, and sign-on compares figures.
           05  OPR-PIN-HASH       PIC 9(9).
      *> 'Y' after OPERATOR-MAINT sets a temporary PIN; the next
      *> sign-on makes the operator choose a new one before going
      *> any further.
           05  OPR-PIN-RESET      PIC X.
               88  OPR-MUST-CHANGE-PIN VALUE 'Y'.
           05  OPR-PIN-CHANGED    PIC X(8).
           05  OPR-FAILED-COUNT   PIC 9.
           05  OPR-LAST-SIGNON    PIC X(14).
           05  OPR-ADDED-BY       PIC X(8).
           05  OPR-ADDED-DATE     PIC X(8).
           05  OPR-CHANGED-BY     PIC X(8).
           05  OPR-CHANGED-DATE   PIC X(8).
