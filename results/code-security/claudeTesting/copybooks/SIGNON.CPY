      *> OPERATOR-SIGNON interface area, shared by the subprogram and
      *> every interactive program that calls it.
      *>   SO-FUNCTION 'SIGN' prompt for ID and PIN and sign the
      *>                      operator on, provided the role is at
      *>                      least SO-REQUIRED-ROLE
      *>               'OVRD' prompt for a supervisor's ID and PIN
      *>                      to let the signed-on operator go past
      *>                      their limit on an item of SO-AMOUNT
      *>               'VIOL' log SO-VIOLATION for the signed-on
      *>                      operator, with SO-AMOUNT, SO-LIMIT and
      *>                      SO-DETAIL
      *>   SO-STATUS   'O' signed on / override given
      *>               'R' refused — already logged; the caller
      *>                   cancels the session or the item
       01  SIGNON-AREA.
           05  SO-FUNCTION        PIC X(5).
           05  SO-PROGRAM         PIC X(20).
           05  SO-REQUIRED-ROLE   PIC X.
           05  SO-OPERATOR-ID     PIC X(8).
           05  SO-OPERATOR-NAME   PIC X(30).
           05  SO-BRANCH          PIC X(3).
           05  SO-ROLE            PIC X.
               88  SO-SUPERVISOR-ROLE VALUES 'S' 'A'.
           05  SO-ITEM-LIMIT      PIC 9(9)V99.
           05  SO-APPROVE-LIMIT   PIC 9(9)V99.
           05  SO-AMOUNT          PIC 9(9)V99.
           05  SO-LIMIT           PIC 9(9)V99.
           05  SO-VIOLATION       PIC X(20).
           05  SO-DETAIL          PIC X(30).
           05  SO-OVERRIDE-ID     PIC X(8).
           05  SO-STATUS          PIC X.
               88  SO-SIGNED-ON   VALUE 'O'.
               88  SO-REFUSED     VALUE 'R'.
