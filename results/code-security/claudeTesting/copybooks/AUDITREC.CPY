           05  AUDIT-ORIG-REF     PIC X(12).
      *> Check serial paid, when the posting carried one.
           05  AUDIT-SERIAL       PIC X(8).
      *> Originator and approver carried from the posted
      *> transaction (TR-OPERATOR / TR-APPROVER); the job name on an
      *> entry a nightly job writes for itself.
           05  AUDIT-OPERATOR     PIC X(10).
           05  AUDIT-APPROVER     PIC X(8).
      *> Foreign-currency detail carried from a converted wire
      *> DEPOSIT (TR-FX-DETAIL): original currency and amount, the
      *> buy rate used and the exchange margin earned, which
      *> GL-EXTRACT books to its own line. Spaces on every other
      *> entry and on records written before the fields existed.
           05  AUDIT-FX-DETAIL.
               10  AUDIT-FX-CURRENCY PIC X(3).
               10  AUDIT-FX-AMOUNT   PIC 9(11).99.
               10  AUDIT-FX-RATE     PIC 9(3).9(7).
               10  AUDIT-FX-MARGIN   PIC 9(7).99.
