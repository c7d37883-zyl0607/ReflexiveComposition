      *> DISPUTE-CLAIM-RECORD layout for CLAIMS.DAT, the customer
      *> dispute and error-claim cases. A claim is opened through
      *> CLAIM-MAINT against one posted item and is known by that
      *> item's AUDIT-REF-NO — one claim per posting. Opening works
      *> out the two regulatory deadlines: the business day by which
      *> the investigation must finish or the customer be given
      *> provisional credit, and the calendar day by which the claim
      *> must be resolved. DISPUTE-POST issues the provisional
      *> credit the night before the first deadline lapses, and
      *> carries out the resolution a supervisor records — the
      *> credit made final (or granted, if none was given) or the
      *> provisional credit reversed — as ADJUSTMENT transactions.
      *> A claim is marked credited or closed only once the next
      *> DISPUTE-POST run finds that adjustment posted on the keyed
      *> audit history; until then it shows the credit or the
      *> settlement as queued. NOTICE-GEN writes the customer's
      *> letters off the dates recorded here. Closed claims stay on
      *> the file as the case history.
       01  DISPUTE-CLAIM-RECORD.
           05  DC-ORIG-REF        PIC X(12).
           05  DC-ACCOUNT-NUMBER  PIC X(10).
      *> The disputed posting as it stands on the audit trail.
           05  DC-POSTED-TYPE     PIC X(13).
           05  DC-POSTED-DATE     PIC X(8).
           05  DC-POSTED-AMOUNT   PIC 9(7)V99.
           05  DC-CLAIM-DATE      PIC X(8).
           05  DC-CLAIM-AMOUNT    PIC 9(7)V99.
           05  DC-REASON          PIC X.
               88  DC-UNAUTHORIZED    VALUE 'U'.
               88  DC-WRONG-AMOUNT    VALUE 'A'.
               88  DC-DUPLICATE       VALUE 'D'.
               88  DC-NOT-RECEIVED    VALUE 'N'.
               88  DC-OTHER-ERROR     VALUE 'O'.
               88  DC-VALID-REASON    VALUES 'U' 'A' 'D' 'N' 'O'.
           05  DC-REASON-TEXT     PIC X(30).
      *> 'Y' = the longer resolution window applies (new account,
      *> point-of-sale or foreign-initiated item).
           05  DC-EXTENDED        PIC X.
               88  DC-EXTENDED-WINDOW VALUE 'Y'.
           05  DC-PROV-DUE-DATE   PIC X(8).
           05  DC-RESOLVE-DUE-DATE PIC X(8).
           05  DC-STATUS          PIC X.
               88  DC-OPEN            VALUE 'O'.
               88  DC-PROV-QUEUED     VALUE 'Q'.
               88  DC-PROV-CREDITED   VALUE 'P'.
               88  DC-SETTLE-QUEUED   VALUE 'S'.
               88  DC-CLOSED          VALUE 'C'.
               88  DC-STILL-OPEN      VALUES 'O' 'Q' 'P' 'S'.
      *> Provisional credit issued by DISPUTE-POST; the reference is
      *> the ADJUSTMENT-CR it generated, which a reversal corrects,
      *> and the date the business date it was queued for posting.
           05  DC-PROV-AMOUNT     PIC 9(7)V99.
           05  DC-PROV-DATE       PIC X(8).
           05  DC-PROV-REF        PIC X(12).
      *> Recorded by a supervisor through CLAIM-MAINT and carried
      *> out by the next DISPUTE-POST, which closes the claim. An
      *> undecided claim has spaces here.
           05  DC-DECISION        PIC X.
               88  DC-DECIDED-FOR-CUSTOMER VALUE 'F'.
               88  DC-DECIDED-DENIED       VALUE 'D'.
               88  DC-DECIDED              VALUES 'F' 'D'.
           05  DC-DECISION-DATE   PIC X(8).
           05  DC-DECIDED-BY      PIC X(8).
      *> What the decision settled: the credit the customer keeps,
      *> or on a denial the provisional credit taken back. The
      *> reference is the ADJUSTMENT DISPUTE-POST generated for it;
      *> spaces when the decision moved no money (a provisional
      *> credit that simply stands, or a denial with none given).
           05  DC-FINAL-REF       PIC X(12).
           05  DC-FINAL-AMOUNT    PIC 9(7)V99.
           05  DC-CLOSED-DATE     PIC X(8).
           05  DC-OPENED-BY       PIC X(8).
      *> Business date of the DISPUTE-POST run that found the
      *> provisional credit posted — the night its letter goes.
           05  DC-PROV-CONFIRMED  PIC X(8).
