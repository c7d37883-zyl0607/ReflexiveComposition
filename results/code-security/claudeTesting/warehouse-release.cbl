           ==TR-BRANCH==               BY ==WH-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==WH-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==WH-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==WH-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==WH-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==WH-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==WH-SERIAL-NO==
           ==TR-OPERATOR==             BY ==WH-OPERATOR==
           ==TR-APPROVER==             BY ==WH-APPROVER==
           ==TR-FX-DETAIL==            BY ==WH-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==WH-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==WH-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==WH-FX-RATE==
           ==TR-FX-MARGIN==            BY ==WH-FX-MARGIN==.

       FD  KEEP-FILE.
       COPY TRANREC REPLACING
           ==TR-BRANCH==               BY ==KP-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==KP-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==KP-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==KP-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==KP-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==KP-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==KP-SERIAL-NO==
           ==TR-OPERATOR==             BY ==KP-OPERATOR==
           ==TR-APPROVER==             BY ==KP-APPROVER==
           ==TR-FX-DETAIL==            BY ==KP-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==KP-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==KP-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==KP-FX-RATE==
           ==TR-FX-MARGIN==            BY ==KP-FX-MARGIN==.

       FD  TRANSACTION-FILE.
       COPY TRANREC.
