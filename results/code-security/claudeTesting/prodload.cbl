               10  LK-PD-OD-ALLOWED   PIC X.
               10  LK-PD-TIME-DEP     PIC X.
               10  LK-PD-XFER-LIMIT   PIC 9(2).
               10  LK-PD-ANALYZED     PIC X.
       01  LK-PROD-COUNT          PIC 9(3).
       01  LK-LOAD-STATUS         PIC X.

                           MOVE ZERO
                               TO LK-PD-XFER-LIMIT (LK-PROD-COUNT)
                       END-IF
                       MOVE PD-ANALYZED
                           TO LK-PD-ANALYZED (LK-PROD-COUNT)
                   END-IF
           END-EVALUATE
           READ PRODUCT-FILE
