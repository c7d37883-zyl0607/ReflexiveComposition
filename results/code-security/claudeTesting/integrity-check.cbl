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

       FD  PENDING-FILE.
       COPY TRANREC REPLACING
           ==TR-BRANCH==               BY ==PND-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==PND-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==PND-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==PND-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==PND-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==PND-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==PND-SERIAL-NO==
           ==TR-OPERATOR==             BY ==PND-OPERATOR==
           ==TR-APPROVER==             BY ==PND-APPROVER==
           ==TR-FX-DETAIL==            BY ==PND-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==PND-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==PND-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==PND-FX-RATE==
           ==TR-FX-MARGIN==            BY ==PND-FX-MARGIN==.

       FD  DISCREPANCY-FILE.
       01  DISCREPANCY-RECORD.
