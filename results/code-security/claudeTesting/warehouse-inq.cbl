           ==TR-BRANCH==               BY ==WH-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==WH-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==WH-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==WH-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==WH-REF-NO==.

       WORKING-STORAGE SECTION.
