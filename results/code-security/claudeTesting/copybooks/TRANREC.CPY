      *> 'A' marks an item a supervisor has released through
      *> APPROVAL-REVIEW; BANK-TRANS-PROC diverts any WITHDRAWAL or
      *> TRANSFER over the approval limit that does not carry it.
      *> CARD-SETTLE-INTAKE sets it on a card item that settles an
      *> authorization CARD-AUTHORIZE already approved.
      *> 'P' marks a check the customer has told positive pay to
      *> honour (PPAY-SETTLE), so posting does not queue it as an
      *> exception a second time; 'B' is an item released both
      *> ways.
           05  TR-APPROVAL-FLAG   PIC X.
               88  TR-APPROVED    VALUE 'A' 'B'.
               88  TR-PPAY-RELEASED VALUE 'P' 'B'.
      *> Unique reference carried from origination through posting
      *> into AUDIT-RECORD (CASHLETTER-INTAKE seeds it from
      *> CL-ITEM-ID; the other feeders build their own). Blank on a
      *> against the same account. Spaces on non-check items and on
      *> records written before the field existed.
           05  TR-SERIAL-NO       PIC X(8).
      *> Who originated the item and who approved it. The
      *> originator is the signed-on operator on an item keyed at a
      *> screen, or the RUN-CONTROL job name on an item a nightly
      *> job generated. The approver is the supervisor who overrode
      *> the operator's limit at the counter or released the item
      *> through APPROVAL-REVIEW; spaces when none was needed. Both
      *> are spaces on records written before the fields existed.
           05  TR-OPERATOR        PIC X(10).
           05  TR-APPROVER        PIC X(8).
      *> Foreign-currency detail on an incoming international wire
      *> FX-WIRE-INTAKE converted: the currency and amount the wire
      *> arrived in, the buy rate applied (dollars per unit) and the
      *> exchange margin the bank earned on the conversion against
      *> the day's mid rate. TR-AMOUNT is the dollar credit. Spaces
      *> on every other item and on records written before the
      *> fields existed.
           05  TR-FX-DETAIL.
               10  TR-FX-CURRENCY PIC X(3).
               10  TR-FX-AMOUNT   PIC 9(11)V99.
               10  TR-FX-RATE     PIC 9(3)V9(7).
               10  TR-FX-MARGIN   PIC 9(7)V99.
