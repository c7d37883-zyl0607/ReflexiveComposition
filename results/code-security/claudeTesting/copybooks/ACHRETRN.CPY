      *> Outbound ACH return layout (ACHRETRN.DAT) — one record per
      *> inbound credit that cannot be posted, transmitted back to
      *> the ACH operator so the originator gets its money and a
      *> reason instead of the item sitting in REJECT.DAT for someone
      *> to hand-work. Written by ach-intake.cbl, the outbound
      *> counterpart of OUTPAY.DAT. AR-TRACE-NO echoes the original
      *> item's trace so the originator can match the return.
       01  ACH-RETURN-RECORD.
           05  AR-BATCH-ID        PIC X(10).
           05  AR-TRACE-NO        PIC X(15).
           05  AR-ACCOUNT-NUMBER  PIC X(10).
           05  AR-AMOUNT          PIC 9(7)V99.
           05  AR-RECEIVER-NAME   PIC X(22).
      *> Standard ACH return reason: R02 account closed, R03 no
      *> account on file, R16 account frozen (held or dormant).
           05  AR-REASON-CODE     PIC X(3).
           05  AR-REASON          PIC X(20).
           05  AR-RETURN-DATE     PIC X(8).
