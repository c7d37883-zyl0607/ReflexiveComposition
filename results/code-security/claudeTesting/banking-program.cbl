               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOP-ORDER-FILE ASSIGN TO 'STOPPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEGAL-ORDER-FILE ASSIGN TO 'LEGALORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'PENDAPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REF-HISTORY-FILE ASSIGN TO 'REFHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAID-CHECK-FILE ASSIGN TO 'PAIDCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ISSUED-CHECK-FILE ASSIGN TO 'PPISSUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PPAY-EXCEPT-FILE ASSIGN TO 'PPEXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Installment-loan master, read only: a TRANSFER whose
      *> to-account is not a deposit account but is an active loan
      *> is a loan payment (325-PROCESS-TRANSFER).
           SELECT OPTIONAL LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-LOAN-NUMBER.
      *> Keyed audit history, read only when an adjustment names a
      *> posting older than the REFHIST.DAT retention window.
           SELECT OPTIONAL AUDIT-INDEX-FILE ASSIGN TO 'AUDITIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-KEY.
      *> Second path onto the account master, used only for the
      *> pre-posting snapshot copy while the I-O SELECT above is
      *> still closed.
           ==TR-BRANCH==               BY ==RAW-TR-BRANCH==
           ==TR-APPROVAL-FLAG==        BY ==RAW-TR-APPROVAL-FLAG==
           ==TR-APPROVED==             BY ==RAW-TR-APPROVED==
           ==TR-PPAY-RELEASED==        BY ==RAW-TR-PPAY-RELEASED==
           ==TR-REF-NO==               BY ==RAW-TR-REF-NO==
           ==TR-ORIG-REF-NO==          BY ==RAW-TR-ORIG-REF-NO==
           ==TR-SERIAL-NO==            BY ==RAW-TR-SERIAL-NO==
           ==TR-OPERATOR==             BY ==RAW-TR-OPERATOR==
           ==TR-APPROVER==             BY ==RAW-TR-APPROVER==
           ==TR-FX-DETAIL==            BY ==RAW-TR-FX-DETAIL==
           ==TR-FX-CURRENCY==          BY ==RAW-TR-FX-CURRENCY==
           ==TR-FX-AMOUNT==            BY ==RAW-TR-FX-AMOUNT==
           ==TR-FX-RATE==              BY ==RAW-TR-FX-RATE==
           ==TR-FX-MARGIN==            BY ==RAW-TR-FX-MARGIN==.

       FD  TRANSACTION-FILE.
       COPY TRANREC.
      *> number, so a run of consecutive transactions for the same
      *> account groups together instead of driving a random
      *> ACCOUNT-FILE I/O per transaction. Only the key is named; the
      *> rest of the 133-byte TRANSACTION-RECORD passes through the
      *> sort untouched, the same shape-only-copy
      *> approach used for REJECTRC.CPY.
       SD  SORT-WORK-FILE.
       01  SORT-TRAN-RECORD.
           05  SRT-ACCOUNT-NUMBER PIC X(10).
           05  FILLER             PIC X(123).

       FD  ACCOUNT-FILE.
       COPY ACCTREC.
       FD  STOP-ORDER-FILE.
       COPY STOPPAY.

       FD  LEGAL-ORDER-FILE.
       COPY LEGALORD.

       FD  ISSUED-CHECK-FILE.
       COPY PPISSUE.

       FD  PPAY-EXCEPT-FILE.
       COPY PPEXCEPT.

      *> One record per posted transaction reference, kept so a
      *> reference that already posted on an earlier day is caught
      *> when a retransmitted cash letter or re-keyed slip brings it
           ==ACCOUNT-SWEEPS-AT-MATURITY== BY ==ACV-SWEEPS-AT-MATURITY==
           ==ACCOUNT-SWEEP-ACCOUNT== BY ==ACV-SWEEP-ACCOUNT==
           ==ACCOUNT-ACCRUED-INT== BY ==ACV-ACCRUED-INT==
           ==ACCOUNT-WH-TO-DATE== BY ==ACV-WH-TO-DATE==
           ==ACCOUNT-OD-PROTECT-ACCOUNT== BY ==ACV-OD-PROTECT-ACCOUNT==
           ==ACCOUNT-CHARGED-OFF== BY ==ACV-CHARGED-OFF==
           ==ACCOUNT-OD-DAYS== BY ==ACV-OD-DAYS==
           ==ACCOUNT-CHARGE-OFF-DATE== BY ==ACV-CHARGE-OFF-DATE==
           ==ACCOUNT-CHARGE-OFF-AMT== BY ==ACV-CHARGE-OFF-AMT==
           ==ACCOUNT-RECOVERED-AMT== BY ==ACV-RECOVERED-AMT==
           ==ACCOUNT-LEGAL-FROZEN== BY ==ACV-LEGAL-FROZEN==
           ==ACCOUNT-PPAY-FLAG== BY ==ACV-PPAY-FLAG==
           ==ACCOUNT-PPAY-ENROLLED== BY ==ACV-PPAY-ENROLLED==
           ==ACCOUNT-MAIL-RTN-FLAG== BY ==ACV-MAIL-RTN-FLAG==
           ==ACCOUNT-MAIL-RETURNED== BY ==ACV-MAIL-RETURNED==
           ==ACCOUNT-MAIL-RTN-COUNT== BY ==ACV-MAIL-RTN-COUNT==
           ==ACCOUNT-MAIL-RTN-FIRST== BY ==ACV-MAIL-RTN-FIRST==
           ==ACCOUNT-MAIL-RTN-LAST== BY ==ACV-MAIL-RTN-LAST==.

       FD  SNAPSHOT-FILE.
       COPY ACCTREC REPLACING
           ==ACCOUNT-SWEEPS-AT-MATURITY== BY ==SNP-SWEEPS-AT-MATURITY==
           ==ACCOUNT-SWEEP-ACCOUNT== BY ==SNP-SWEEP-ACCOUNT==
           ==ACCOUNT-ACCRUED-INT== BY ==SNP-ACCRUED-INT==
           ==ACCOUNT-WH-TO-DATE== BY ==SNP-WH-TO-DATE==
           ==ACCOUNT-OD-PROTECT-ACCOUNT== BY ==SNP-OD-PROTECT-ACCOUNT==
           ==ACCOUNT-CHARGED-OFF== BY ==SNP-CHARGED-OFF==
           ==ACCOUNT-OD-DAYS== BY ==SNP-OD-DAYS==
           ==ACCOUNT-CHARGE-OFF-DATE== BY ==SNP-CHARGE-OFF-DATE==
           ==ACCOUNT-CHARGE-OFF-AMT== BY ==SNP-CHARGE-OFF-AMT==
           ==ACCOUNT-RECOVERED-AMT== BY ==SNP-RECOVERED-AMT==
           ==ACCOUNT-LEGAL-FROZEN== BY ==SNP-LEGAL-FROZEN==
           ==ACCOUNT-PPAY-FLAG== BY ==SNP-PPAY-FLAG==
           ==ACCOUNT-PPAY-ENROLLED== BY ==SNP-PPAY-ENROLLED==
           ==ACCOUNT-MAIL-RTN-FLAG== BY ==SNP-MAIL-RTN-FLAG==
           ==ACCOUNT-MAIL-RETURNED== BY ==SNP-MAIL-RETURNED==
           ==ACCOUNT-MAIL-RTN-COUNT== BY ==SNP-MAIL-RTN-COUNT==
           ==ACCOUNT-MAIL-RTN-FIRST== BY ==SNP-MAIL-RTN-FIRST==
           ==ACCOUNT-MAIL-RTN-LAST== BY ==SNP-MAIL-RTN-LAST==.

       FD  WAREHOUSE-FILE.
       COPY TRANREC REPLACING
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

      *> One record per posted external payment: the outbound item
      *> handed to the correspondent bank for settlement, written at
           05  PC-DATE            PIC X(8).
           05  PC-AMOUNT          PIC 9(7)V99.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  AUDIT-INDEX-FILE.
       COPY AUDITIX.

       FD  REF-RETAIN-FILE.
       01  REF-RETAIN-RECORD.
           05  RR-REF-NO          PIC X(12).
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

      *> CKPT-CONTROL-TOTALS/CKPT-AUDIT-RECORDS-WRITTEN carry the same
      *> run's control-total accumulators (WS-CONTROL-TOTALS) and audit
               88  TRAN-DIVERTED  VALUE 'P'.
           05  WS-OD-USED-FLAG    PIC X VALUE 'N'.
               88  OD-USED        VALUE 'Y'.
      *> The DEPOSIT being posted landed on a charged-off account:
      *> it is taken against the written-off loss, not the balance.
           05  WS-RECOVERY-FLAG   PIC X VALUE 'N'.
               88  WS-RECOVERY    VALUE 'Y'.
           05  WS-ACCT-LOADED-FLAG PIC X VALUE 'N'.
               88  ACCOUNT-LOADED VALUE 'Y'.
           05  WS-HEADER-FLAG     PIC X VALUE 'N'.
               88  WS-TRAILER-FOUND VALUE 'Y'.
           05  WS-BATCH-REJECTED-FLAG PIC X VALUE 'N'.
               88  WS-BATCH-REJECTED VALUE 'Y'.
      *> The TRANSFER being posted is paying an installment loan:
      *> its to-account is on LOAN.DAT, not ACCOUNT.DAT.
           05  WS-LOAN-DEST-FLAG  PIC X VALUE 'N'.
               88  WS-LOAN-DEST   VALUE 'Y'.

      *> Batch header/trailer framing for TRANS.DAT: the header (first
      *> record, TR-TYPE 'H') carries the batch ID, run date, and
       01  WS-AVAILABLE-BALANCE   PIC S9(9)V99.
       01  WS-OVERDRAFT-FEE       PIC 9(3)V99 VALUE 35.00.

      *> Overdraft protection: a debit that would take a linked
      *> account negative first draws the shortfall (plus the
      *> transfer fee) from ACCOUNT-OD-PROTECT-ACCOUNT, rounded up to
      *> whole ODP-INCREMENT steps, for ODP-XFER-FEE instead of the
      *> overdraft fee. Both come off RUNPARM.DAT; the values below
      *> stand when a parameter is not keyed. The held account's
      *> record area is parked in WS-ODP-SAVED-RECORD while the
      *> linked account is read and rewritten through the same FD.
       01  WS-ODP-INCREMENT       PIC S9(9)V99 VALUE 100.00.
       01  WS-ODP-XFER-FEE        PIC 9(3)V99 VALUE 10.00.
       01  WS-ODP-SHORTFALL       PIC S9(9)V99.
       01  WS-ODP-STEPS           PIC 9(7).
       01  WS-ODP-SWEEP-AMOUNT    PIC 9(7)V99.
       01  WS-ODP-LINK-NUMBER     PIC X(10).
       01  WS-ODP-LINK-BALANCE    PIC S9(9)V99.
       01  WS-ODP-SAVED-RECORD    PIC X(400).
       01  WS-ODP-SWEPT-FLAG      PIC X VALUE 'N'.
           88  WS-ODP-SWEPT       VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-DEPOSIT-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-DEPOSIT-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-FLUSH-ERROR-COUNT   PIC 9(7)    VALUE ZERO.
           05  WS-STOP-PAY-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-PENDING-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-PPAY-HOLD-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-DUP-REF-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-WAREHOUSE-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-NET-BALANCE-CHANGE  PIC S9(9)V99 VALUE ZERO.
           05  WS-AUDIT-NET-CHANGE    PIC S9(9)V99 VALUE ZERO.
           05  WS-ODP-SWEEP-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-ODP-SWEEP-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  WS-ODP-FEE-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-ODP-FEE-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  WS-RECOVERY-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-RECOVERY-TOTAL      PIC S9(9)V99 VALUE ZERO.

       01  WS-REPORT-LINE.
           05  WS-RPT-COUNT      PIC ZZZ,ZZ9.
               10  WS-AJ-ORIG-REF     PIC X(12).
       01  WS-ADJ-REF-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-ADJ-IDX                 PIC 9(5).
       01  WS-AIX-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-INDEX           VALUE 'Y'.
       01  WS-ORIG-INDEX-FLAG         PIC X VALUE 'N'.
           88  WS-ORIG-ON-INDEX       VALUE 'Y'.
       01  WS-ADJ-EOF-FLAG            PIC X VALUE 'N'.
           88  END-OF-ADJ-FILE        VALUE 'Y'.

      *> Active legal orders loaded from LEGALORD.DAT at startup,
      *> one entry per account: what is still owed across every
      *> order served on it and the largest protected amount among
      *> them, the two limits 344-APPLY-LEGAL-FREEZE works between.
       01  WS-LEGAL-ORDER-TABLE.
           05  WS-LO-ENTRY OCCURS 200 TIMES.
               10  WS-LO-ACCOUNT      PIC X(10).
               10  WS-LO-REMAINING    PIC S9(9)V99.
               10  WS-LO-PROTECTED    PIC 9(9)V99.
       01  WS-LO-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-LO-IDX                  PIC 9(3).
       01  WS-LO-FOUND                PIC 9(3).
       01  WS-LO-DROPPED              PIC 9(5) VALUE ZERO.
       01  WS-LO-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-LEGAL-FILE      VALUE 'Y'.
       01  WS-LO-BASE                 PIC S9(9)V99.
       01  WS-LO-TARGET               PIC S9(9)V99.

      *> Outstanding and voided checks on the positive-pay issued
      *> register, loaded from PPISSUE.DAT at startup. Checks already
      *> marked paid are left off: one presented again is caught by
      *> the duplicate-serial test, or failing that is held as not
      *> issued. A full table stops loading and the checks that did
      *> not load are held for the customer's decision — holding a
      *> good check is safer than paying a bad one.
       01  WS-ISSUED-TABLE.
           05  WS-IC-ENTRY OCCURS 5000 TIMES.
               10  WS-IC-ACCOUNT      PIC X(10).
               10  WS-IC-SERIAL       PIC X(8).
               10  WS-IC-AMOUNT       PIC 9(7)V99.
               10  WS-IC-PAYEE        PIC X(30).
               10  WS-IC-STATUS       PIC X.
       01  WS-IC-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-IC-IDX                  PIC 9(5).
       01  WS-IC-FOUND                PIC 9(5).
       01  WS-IC-EOF-FLAG             PIC X VALUE 'N'.
           88  END-OF-ISSUED-FILE     VALUE 'Y'.
       01  WS-PPAY-HOLD-FLAG          PIC X VALUE 'N'.
           88  WS-PPAY-HOLD           VALUE 'Y'.
       01  WS-PPAY-REASON             PIC X(20).

       01  WS-STOP-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-STOP-IDX                PIC 9(3).
       01  WS-STOP-EOF-FLAG           PIC X VALUE 'N'.
               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX                PIC 9(3).
       01  WS-PROD-FOUND              PIC 9(3).
       01  WS-PROD-TD-FLAG            PIC X VALUE 'N'.
           88  WS-PROD-TIME-DEP       VALUE 'Y'.
       01  WS-PROD-XFER-LIMIT         PIC 9(2) VALUE ZERO.
       01  WS-PROD-ANLY-FLAG          PIC X VALUE 'N'.
           88  WS-PROD-ANALYZED       VALUE 'Y'.

      *> Cumulative same-day velocity counters per account, loaded
      *> from VELOCITY.DAT for the business date and accumulated as
                EXTEND PENDING-FILE
                EXTEND WAREHOUSE-FILE
                EXTEND OUTBOUND-FILE
                EXTEND PPAY-EXCEPT-FILE
                INPUT  LOAN-FILE
           PERFORM 206-LOAD-STOP-ORDERS
           PERFORM 216-LOAD-LEGAL-ORDERS
           PERFORM 211-LOAD-ADJUSTED-REFS
           PERFORM 212-LOAD-PRODUCT-TABLE
           MOVE 'APPROVE-LIMIT' TO WS-PARM-NAME
           END-IF
           PERFORM 213-LOAD-VELOCITY
           PERFORM 214-LOAD-PAID-CHECKS
           PERFORM 217-LOAD-ISSUED-CHECKS
           MOVE 'CD-PENALTY-PCT' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
               MOVE WS-PARM-NUMBER TO WS-CD-PENALTY-PCT
           END-IF
           MOVE 'ODP-INCREMENT' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
                   AND WS-PARM-NUMBER > ZERO
               MOVE WS-PARM-NUMBER TO WS-ODP-INCREMENT
           END-IF
           MOVE 'ODP-XFER-FEE' TO WS-PARM-NAME
           CALL 'RUN-PARM-LOOKUP' USING WS-PARM-NAME
                                         WS-PARM-VALUE
                                         WS-PARM-STATUS
                                         WS-NUMERIC-STATUS
                                         WS-PARM-NUMBER
           IF WS-PARM-FOUND AND WS-PARM-NUM-VALID
               MOVE WS-PARM-NUMBER TO WS-ODP-XFER-FEE
           END-IF
           PERFORM 207-VALIDATE-BATCH-HEADER
           IF NOT WS-BATCH-REJECTED
               PERFORM 208-LOAD-REF-HISTORY
           END-IF
           CLOSE STOP-ORDER-FILE.

      *> Several orders on one account fold into a single entry:
      *> the freeze covers everything still owed, and the customer
      *> keeps the most generous protected amount any of them
      *> allows. An account with no entry here has its freeze
      *> released by 344-APPLY-LEGAL-FREEZE, so a full table cannot
      *> be let go with a warning: the file is read to the end, every
      *> order for an account the table could not hold is counted,
      *> and any such order refuses the run before a single
      *> transaction posts.
       216-LOAD-LEGAL-ORDERS.
           OPEN INPUT LEGAL-ORDER-FILE
           READ LEGAL-ORDER-FILE
               AT END SET END-OF-LEGAL-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-LEGAL-FILE
               IF LO-ACTIVE
                   MOVE ZERO TO WS-LO-FOUND
                   PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                           UNTIL WS-LO-IDX > WS-LO-COUNT
                       IF WS-LO-ACCOUNT (WS-LO-IDX)
                               = LO-ACCOUNT-NUMBER
                           MOVE WS-LO-IDX TO WS-LO-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-LO-FOUND = ZERO AND WS-LO-COUNT < 200
                       ADD 1 TO WS-LO-COUNT
                       MOVE WS-LO-COUNT TO WS-LO-FOUND
                       MOVE LO-ACCOUNT-NUMBER
                           TO WS-LO-ACCOUNT (WS-LO-FOUND)
                       MOVE ZERO TO WS-LO-REMAINING (WS-LO-FOUND)
                       MOVE ZERO TO WS-LO-PROTECTED (WS-LO-FOUND)
                   END-IF
                   IF WS-LO-FOUND = ZERO
                       ADD 1 TO WS-LO-DROPPED
                   ELSE
                       COMPUTE WS-LO-REMAINING (WS-LO-FOUND) =
                           WS-LO-REMAINING (WS-LO-FOUND)
                           + LO-AMOUNT-OWED - LO-REMITTED-AMT
                       IF LO-PROTECTED-AMT
                               > WS-LO-PROTECTED (WS-LO-FOUND)
                           MOVE LO-PROTECTED-AMT
                               TO WS-LO-PROTECTED (WS-LO-FOUND)
                       END-IF
                   END-IF
               END-IF
               READ LEGAL-ORDER-FILE
                   AT END SET END-OF-LEGAL-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           IF WS-LO-DROPPED > ZERO
               DISPLAY 'LEGAL-ORDER TABLE FULL AT 200 - '
                       WS-LO-DROPPED ' ORDERS NOT LOADED - RUN REFUSED'
               MOVE 'F' TO WS-EX-SEVERITY
               MOVE 'LEGAL ORDER TABLE FULL' TO WS-EX-CONDITION
               MOVE WS-LO-DROPPED TO WS-EX-FIGURE-1
               MOVE 200 TO WS-EX-FIGURE-2
               PERFORM 940-LOG-EXCEPTION
               MOVE 'CLEAR' TO WS-LOCK-FUNCTION
               CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                         WS-LOCK-JOB-NAME
                                         WS-LOCK-HOLDER
                                         WS-LOCK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Loads the already-adjusted references so tonight's
      *> adjustments are checked against every correction ever
      *> posted, then reopens the file EXTEND so tonight's own
           END-IF
           OPEN EXTEND PAID-CHECK-FILE.

       217-LOAD-ISSUED-CHECKS.
           OPEN INPUT ISSUED-CHECK-FILE
           READ ISSUED-CHECK-FILE
               AT END SET END-OF-ISSUED-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-ISSUED-FILE
                   OR WS-IC-COUNT >= 5000
               IF IC-OUTSTANDING OR IC-VOIDED
                   ADD 1 TO WS-IC-COUNT
                   MOVE IC-ACCOUNT-NUMBER
                       TO WS-IC-ACCOUNT (WS-IC-COUNT)
                   MOVE IC-SERIAL-NO TO WS-IC-SERIAL (WS-IC-COUNT)
                   MOVE IC-AMOUNT    TO WS-IC-AMOUNT (WS-IC-COUNT)
                   MOVE IC-PAYEE     TO WS-IC-PAYEE (WS-IC-COUNT)
                   MOVE IC-STATUS    TO WS-IC-STATUS (WS-IC-COUNT)
               END-IF
               READ ISSUED-CHECK-FILE
                   AT END SET END-OF-ISSUED-FILE TO TRUE
               END-READ
           END-PERFORM
           IF NOT END-OF-ISSUED-FILE
               DISPLAY 'ISSUED-CHECK TABLE FULL AT 5000 - CHECKS NOT '
                       'LOADED WILL BE HELD AS NOT ISSUED'
           END-IF
           CLOSE ISSUED-CHECK-FILE.

      *> Loads the posted-reference history within the retention
      *> window into storage and prunes anything older back off the
      *> file while it is at hand. If the table fills, checking
                   MOVE CKPT-VEL-REJECT-COUNT TO WS-VEL-REJECT-COUNT
                   MOVE CKPT-VEL-DIVERT-COUNT TO WS-VEL-DIVERT-COUNT
                   MOVE CKPT-DUP-SERIAL-COUNT TO WS-DUP-SERIAL-COUNT
                   MOVE CKPT-ODP-SWEEP-COUNT TO WS-ODP-SWEEP-COUNT
                   MOVE CKPT-ODP-SWEEP-TOTAL TO WS-ODP-SWEEP-TOTAL
                   MOVE CKPT-ODP-FEE-COUNT TO WS-ODP-FEE-COUNT
                   MOVE CKPT-ODP-FEE-TOTAL TO WS-ODP-FEE-TOTAL
                   MOVE CKPT-RECOVERY-COUNT TO WS-RECOVERY-COUNT
                   MOVE CKPT-RECOVERY-TOTAL TO WS-RECOVERY-TOTAL
                   MOVE CKPT-INVALID-ACCT-COUNT TO WS-INVALID-ACCT-COUNT
                   MOVE CKPT-HELD-CLOSED-COUNT TO WS-HELD-CLOSED-COUNT
                   MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT
                   MOVE CKPT-FLUSH-ERROR-COUNT TO WS-FLUSH-ERROR-COUNT
                   MOVE CKPT-STOP-PAY-COUNT TO WS-STOP-PAY-COUNT
                   MOVE CKPT-PENDING-COUNT TO WS-PENDING-COUNT
                   MOVE CKPT-PPAY-HOLD-COUNT TO WS-PPAY-HOLD-COUNT
                   MOVE CKPT-DUP-REF-COUNT TO WS-DUP-REF-COUNT
                   MOVE CKPT-WAREHOUSE-COUNT TO WS-WAREHOUSE-COUNT
                   MOVE CKPT-NET-BALANCE-CHANGE TO WS-NET-BALANCE-CHANGE
           END-PERFORM.

      *> An adjustment must point at a posting that actually
      *> happened (its reference is on the posted-reference history,
      *> or for a posting older than its retention window, on the
      *> keyed audit history under the same account) and that has
      *> not been corrected before (not on the adjusted-reference
      *> history). Anything else is rejected before a balance is
      *> touched.
       303-VALIDATE-ADJUSTMENT.
           IF TR-ORIG-REF-NO = SPACES
               MOVE 'ADJ NO ORIG REF' TO WS-STATUS-MSG
                       MOVE WS-REF-IDX TO WS-MATCH-REF-IDX
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-ORIG-INDEX-FLAG
               IF WS-MATCH-REF-IDX = ZERO
                   PERFORM 304-FIND-ORIG-IN-INDEX
               END-IF
               IF WS-MATCH-REF-IDX = ZERO AND NOT WS-ORIG-ON-INDEX
                   MOVE 'ADJ ORIG NOT POSTED' TO WS-STATUS-MSG
                   SET TRAN-ERROR TO TRUE
               END-IF
               END-PERFORM
           END-IF.

      *> REFHIST.DAT keeps only the retention window, but a dispute
      *> can run well past it; the keyed audit history is never
      *> pruned, so the account's entries there are walked for the
      *> original the way AUDIT-SEARCH walks one account. Only a
      *> posted item reaches the audit trail, so a hit is as good
      *> as one on the reference history.
       304-FIND-ORIG-IN-INDEX.
           MOVE 'N' TO WS-AIX-EOF-FLAG
           OPEN INPUT AUDIT-INDEX-FILE
           MOVE TR-ACCOUNT-NUMBER TO AIX-ACCOUNT
           MOVE LOW-VALUES        TO AIX-TIMESTAMP
           MOVE ZERO              TO AIX-SEQ-NO
           START AUDIT-INDEX-FILE KEY >= AIX-KEY
               INVALID KEY SET END-OF-INDEX TO TRUE
           END-START
           PERFORM UNTIL END-OF-INDEX OR WS-ORIG-ON-INDEX
               READ AUDIT-INDEX-FILE NEXT
                   AT END SET END-OF-INDEX TO TRUE
               END-READ
               IF NOT END-OF-INDEX
                   IF AIX-ACCOUNT NOT = TR-ACCOUNT-NUMBER
                       SET END-OF-INDEX TO TRUE
                   ELSE
                       IF AIX-REF-NO = TR-ORIG-REF-NO
                           SET WS-ORIG-ON-INDEX TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUDIT-INDEX-FILE.

      *> The item is held back whole — nothing has been read or
      *> posted for it — so the supervisor sees exactly what the
      *> teller keyed and an approved release re-enters the pipeline
           MOVE WS-VEL-REJECT-COUNT       TO CKPT-VEL-REJECT-COUNT
           MOVE WS-VEL-DIVERT-COUNT       TO CKPT-VEL-DIVERT-COUNT
           MOVE WS-DUP-SERIAL-COUNT       TO CKPT-DUP-SERIAL-COUNT
           MOVE WS-ODP-SWEEP-COUNT        TO CKPT-ODP-SWEEP-COUNT
           MOVE WS-ODP-SWEEP-TOTAL        TO CKPT-ODP-SWEEP-TOTAL
           MOVE WS-ODP-FEE-COUNT          TO CKPT-ODP-FEE-COUNT
           MOVE WS-ODP-FEE-TOTAL          TO CKPT-ODP-FEE-TOTAL
           MOVE WS-RECOVERY-COUNT         TO CKPT-RECOVERY-COUNT
           MOVE WS-RECOVERY-TOTAL         TO CKPT-RECOVERY-TOTAL
           MOVE WS-INVALID-ACCT-COUNT     TO CKPT-INVALID-ACCT-COUNT
           MOVE WS-HELD-CLOSED-COUNT      TO CKPT-HELD-CLOSED-COUNT
           MOVE WS-REJECT-COUNT           TO CKPT-REJECT-COUNT
           MOVE WS-FLUSH-ERROR-COUNT      TO CKPT-FLUSH-ERROR-COUNT
           MOVE WS-STOP-PAY-COUNT         TO CKPT-STOP-PAY-COUNT
           MOVE WS-PENDING-COUNT          TO CKPT-PENDING-COUNT
           MOVE WS-PPAY-HOLD-COUNT        TO CKPT-PPAY-HOLD-COUNT
           MOVE WS-DUP-REF-COUNT          TO CKPT-DUP-REF-COUNT
           MOVE WS-WAREHOUSE-COUNT        TO CKPT-WAREHOUSE-COUNT
           MOVE WS-NET-BALANCE-CHANGE     TO CKPT-NET-BALANCE-CHANGE
                       MOVE 'ACCOUNT DORMANT' TO WS-STATUS-MSG
                       SET TRAN-ERROR TO TRUE
                       ADD 1 TO WS-HELD-CLOSED-COUNT
      *> A charged-off account takes deposits only, and those as
      *> recoveries against the loss (320-UPDATE-BALANCE); fees,
      *> interest, adjustments and every debit are refused.
                   WHEN ACCOUNT-CHARGED-OFF AND NOT DEPOSIT
                       MOVE 'ACCOUNT CHARGED OFF' TO WS-STATUS-MSG
                       SET TRAN-ERROR TO TRUE
                       ADD 1 TO WS-HELD-CLOSED-COUNT
               END-EVALUATE
           END-IF
      *> The freeze is brought up to date as the account comes in,
      *> before any debit is tested against the available balance.
           IF SUCCESS
               PERFORM 344-APPLY-LEGAL-FREEZE
           END-IF.

      *> The overdraft line is honored only when the account's
       312-SET-PRODUCT-RULES.
           MOVE 'Y' TO WS-PROD-OD-FLAG
           MOVE 'N' TO WS-PROD-TD-FLAG
           MOVE 'N' TO WS-PROD-ANLY-FLAG
           MOVE ZERO TO WS-PROD-FOUND
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                       AND WS-PD-TIME-DEP (WS-PROD-FOUND) = 'Y'
                   MOVE 'Y' TO WS-PROD-TD-FLAG
               END-IF
               IF WS-PROD-FOUND > ZERO
                       AND WS-PD-ANALYZED (WS-PROD-FOUND) = 'Y'
                   MOVE 'Y' TO WS-PROD-ANLY-FLAG
               END-IF
           END-IF
           MOVE ZERO TO WS-PROD-XFER-LIMIT
           IF WS-PROD-FOUND > ZERO
      *> logged to AUDIT-FILE so there is a record that the order
      *> actually caught something.
       320-UPDATE-BALANCE.
           MOVE 'N' TO WS-RECOVERY-FLAG
           MOVE 'N' TO WS-VEL-DIVERT-FLAG
           MOVE 'N' TO WS-VEL-REJECT-FLAG
           IF WITHDRAWAL OR TRANSFER OR EXTERNAL-PAYMENT
                   AND (WITHDRAWAL OR TRANSFER OR EXTERNAL-PAYMENT)
               PERFORM 321-CHECK-STOP-PAYMENT
           END-IF
      *> A check on a positive-pay account has to match what the
      *> customer said it issued. One that does not is held on the
      *> exception queue for the customer's pay/return decision —
      *> posted nothing, rejected nothing, like an approval
      *> diversion — unless it is the customer's own pay decision
      *> coming back through.
           MOVE 'N' TO WS-PPAY-HOLD-FLAG
           IF NOT TRAN-ERROR AND WITHDRAWAL
                   AND TR-SERIAL-NO NOT = SPACES
                   AND ACCOUNT-PPAY-ENROLLED
                   AND NOT TR-PPAY-RELEASED
               PERFORM 345-CHECK-POSITIVE-PAY
           END-IF
           IF WS-PPAY-HOLD
               PERFORM 346-QUEUE-PPAY-EXCEPTION
               SET TRAN-DIVERTED TO TRUE
           ELSE
      *> A velocity breach is an ordinary reject, not a stop-order
      *> hit: it writes no audit entry, so the stop-payment entry —
      *> and the customer letter NOTICE-GEN mails off it — fires
               PERFORM 325-PROCESS-TRANSFER
           ELSE
               EVALUATE TRUE
      *> Money arriving on a charged-off account is a recovery of
      *> the written-off loss: the balance stays at zero and the
      *> amount is tracked against the charge-off, GL-EXTRACT
      *> carrying it to the recovery line.
                   WHEN DEPOSIT AND ACCOUNT-CHARGED-OFF
                       IF ACCOUNT-RECOVERED-AMT NOT NUMERIC
                           MOVE ZERO TO ACCOUNT-RECOVERED-AMT
                       END-IF
                       ADD TR-AMOUNT TO ACCOUNT-RECOVERED-AMT
                       MOVE 'RECOVERY' TO WS-STATUS-MSG
                       SET WS-RECOVERY TO TRUE
                   WHEN DEPOSIT
                       ADD TR-AMOUNT TO ACCOUNT-BALANCE
                       ADD TR-AMOUNT TO ACCOUNT-AVAIL-BALANCE
                       MOVE 'ADJUSTMENT CR' TO WS-STATUS-MSG
                   WHEN OTHER
                       MOVE 'N' TO WS-OD-USED-FLAG
      *> A customer debit the available balance cannot cover is
      *> first offered to the overdraft-protection link; only if
      *> the linked account cannot cover it does the item fall
      *> through to the overdraft line, its fee, or a reject.
                       IF (WITHDRAWAL OR EXTERNAL-PAYMENT)
                               AND TR-AMOUNT > ACCOUNT-AVAIL-BALANCE
                               AND ACCOUNT-OD-PROTECT-ACCOUNT
                                   NOT = SPACES
                               AND ACCOUNT-OD-PROTECT-ACCOUNT
                                   NOT = LOW-VALUES
                               AND ACCOUNT-OD-PROTECT-ACCOUNT
                                   NOT = ACCOUNT-NUMBER
                           PERFORM 341-OD-PROTECT-SWEEP
                       END-IF
      *> Insufficient-funds test runs on what the customer can
      *> actually draw — the available balance (uncollected
      *> cash-letter deposits excluded by their holds) plus the
                       OR EXTERNAL-PAYMENT)
                   MOVE TR-DATE TO ACCOUNT-LAST-CUST-DATE
               END-IF
      *> An analyzed product pays for its overdrafts through the
      *> monthly account analysis (OVERDRAFT priced off the fee
      *> schedule), not a fee on the item.
               IF SUCCESS AND OD-USED AND NOT WS-PROD-ANALYZED
                   PERFORM 327-ASSESS-OVERDRAFT-FEE
               END-IF
      *> A withdrawal out of a certificate before its maturity date
                       AND TR-DATE < ACCOUNT-MATURITY-DATE
                   PERFORM 334-ASSESS-EARLY-WD-PENALTY
               END-IF
      *> Funds a posting brings in are frozen at once if an order
      *> still wants them; a debit that bypasses the available
      *> test (a fee, a returned deposit) shrinks the freeze before
      *> it eats into the protected amount.
               IF SUCCESS
                   PERFORM 344-APPLY-LEGAL-FREEZE
               END-IF
               IF TRAN-ERROR
                   PERFORM 340-WRITE-REJECT
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> The cumulative same-day test the per-item checks cannot
           MOVE TR-REF-NO          TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO     TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO       TO AUDIT-SERIAL
           MOVE TR-OPERATOR        TO AUDIT-OPERATOR
           MOVE TR-APPROVER        TO AUDIT-APPROVER
           MOVE SPACES             TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN.

      *> Serial first: a serial the customer never issued is held
      *> whatever its amount; an issued serial is held if the
      *> customer voided it or it is drawn for a different amount.
       345-CHECK-POSITIVE-PAY.
           MOVE ZERO TO WS-IC-FOUND
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                   UNTIL WS-IC-IDX > WS-IC-COUNT
                       OR WS-IC-FOUND > ZERO
               IF WS-IC-ACCOUNT (WS-IC-IDX) = TR-ACCOUNT-NUMBER
                       AND WS-IC-SERIAL (WS-IC-IDX) = TR-SERIAL-NO
                   MOVE WS-IC-IDX TO WS-IC-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IC-FOUND = ZERO
                   MOVE 'SERIAL NOT ISSUED' TO WS-PPAY-REASON
                   SET WS-PPAY-HOLD TO TRUE
               WHEN WS-IC-STATUS (WS-IC-FOUND) = 'V'
                   MOVE 'VOIDED CHECK' TO WS-PPAY-REASON
                   SET WS-PPAY-HOLD TO TRUE
               WHEN WS-IC-AMOUNT (WS-IC-FOUND) NOT = TR-AMOUNT
                   MOVE 'AMOUNT MISMATCH' TO WS-PPAY-REASON
                   SET WS-PPAY-HOLD TO TRUE
           END-EVALUATE.

       346-QUEUE-PPAY-EXCEPTION.
           MOVE TR-ACCOUNT-NUMBER TO PX-ACCOUNT-NUMBER
           MOVE TR-SERIAL-NO      TO PX-SERIAL-NO
           MOVE TR-AMOUNT         TO PX-AMOUNT
           IF WS-IC-FOUND > ZERO
               MOVE WS-IC-AMOUNT (WS-IC-FOUND) TO PX-ISSUED-AMOUNT
               MOVE WS-IC-PAYEE (WS-IC-FOUND)  TO PX-PAYEE
           ELSE
               MOVE ZERO   TO PX-ISSUED-AMOUNT
               MOVE SPACES TO PX-PAYEE
           END-IF
           MOVE WS-PPAY-REASON    TO PX-REASON
           MOVE WS-BATCH-RUN-DATE TO PX-EXCEPT-DATE
           MOVE SPACE             TO PX-DECISION
           MOVE SPACES            TO PX-DECIDED-BY
           MOVE SPACES            TO PX-DECIDED-DATE
           MOVE SPACES            TO PX-DECIDED-TIME
           SET PX-OPEN            TO TRUE
           MOVE SPACES            TO PX-SETTLED-DATE
           MOVE SPACES            TO PX-TRAN-IMAGE
           MOVE TRANSACTION-RECORD TO PX-TRAN-IMAGE
           WRITE PPAY-EXCEPTION-RECORD
           ADD 1 TO WS-PPAY-HOLD-COUNT
           DISPLAY 'POSITIVE PAY HOLD: ' TR-ACCOUNT-NUMBER
               ' SERIAL ' TR-SERIAL-NO ' ' WS-PPAY-REASON.

      *> Assesses the flat overdraft fee against an account that was
      *> just allowed to go negative within its approved ACCOUNT-OD-
      *> LIMIT, and posts it straight to the audit trail the same way
           MOVE TR-REF-NO         TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO    TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO      TO AUDIT-SERIAL
           MOVE TR-OPERATOR       TO AUDIT-OPERATOR
           MOVE TR-APPROVER       TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN
           COMPUTE WS-BRANCH-AMOUNT = ZERO - WS-OVERDRAFT-FEE
           SUBTRACT WS-OVERDRAFT-FEE FROM WS-NET-BALANCE-CHANGE
           SUBTRACT WS-OVERDRAFT-FEE FROM WS-AUDIT-NET-CHANGE.

      *> Draws the shortfall on the item (plus the transfer fee it
      *> will cost) from the linked account, rounded up to whole
      *> increments. The held account's record area is parked while
      *> the linked account is read, debited and rewritten, then
      *> restored and credited in memory, to be saved with the rest
      *> of its group by 315-FLUSH-ACCOUNT. The linked account must
      *> be active and cover the whole sweep from its own available
      *> balance — it is never taken into its own overdraft line. A
      *> rewrite failure leaves both accounts untouched and joins
      *> WS-FLUSH-ERROR-COUNT; any other miss simply leaves the item
      *> to the ordinary overdraft rules.
       341-OD-PROTECT-SWEEP.
           MOVE 'N' TO WS-ODP-SWEPT-FLAG
           MOVE ACCOUNT-OD-PROTECT-ACCOUNT TO WS-ODP-LINK-NUMBER
           COMPUTE WS-ODP-SHORTFALL =
               TR-AMOUNT + WS-ODP-XFER-FEE - ACCOUNT-AVAIL-BALANCE
           DIVIDE WS-ODP-SHORTFALL BY WS-ODP-INCREMENT
               GIVING WS-ODP-STEPS
           IF WS-ODP-STEPS * WS-ODP-INCREMENT < WS-ODP-SHORTFALL
               ADD 1 TO WS-ODP-STEPS
           END-IF
           COMPUTE WS-ODP-SWEEP-AMOUNT =
               WS-ODP-STEPS * WS-ODP-INCREMENT
           MOVE ACCOUNT-RECORD TO WS-ODP-SAVED-RECORD
           MOVE WS-ODP-LINK-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
                       MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
                   END-IF
                   IF ACCOUNT-ACTIVE
                           AND ACCOUNT-AVAIL-BALANCE
                               NOT < WS-ODP-SWEEP-AMOUNT
                       SUBTRACT WS-ODP-SWEEP-AMOUNT
                           FROM ACCOUNT-BALANCE
                       SUBTRACT WS-ODP-SWEEP-AMOUNT
                           FROM ACCOUNT-AVAIL-BALANCE
                       MOVE TR-DATE TO LAST-UPDATE-DATE
                       MOVE ACCOUNT-BALANCE TO WS-ODP-LINK-BALANCE
                       REWRITE ACCOUNT-RECORD
                           INVALID KEY
                               DISPLAY 'OD PROTECTION REWRITE ERROR: '
                                   WS-ODP-LINK-NUMBER
                               ADD 1 TO WS-FLUSH-ERROR-COUNT
                           NOT INVALID KEY
                               SET WS-ODP-SWEPT TO TRUE
                       END-REWRITE
                   END-IF
           END-READ
           MOVE WS-ODP-SAVED-RECORD TO ACCOUNT-RECORD
           IF WS-ODP-SWEPT
               ADD WS-ODP-SWEEP-AMOUNT TO ACCOUNT-BALANCE
               ADD WS-ODP-SWEEP-AMOUNT TO ACCOUNT-AVAIL-BALANCE
               MOVE TR-DATE TO LAST-UPDATE-DATE
               PERFORM 342-WRITE-OD-PROTECT-AUDIT
               IF WS-ODP-XFER-FEE > ZERO
                   PERFORM 343-ASSESS-OD-PROTECT-FEE
               END-IF
           END-IF.

      *> The two sweep legs go on the audit trail back to back under
      *> the item's own reference, the way 326-WRITE-TRANSFER-AUDIT
      *> pairs TRANSFER-DR/TRANSFER-CR, so BAL-PROOF can pair them
      *> and the customer's history shows which item the sweep paid.
      *> Money moved between two deposit accounts, so the net effect
      *> on the books is zero.
       342-WRITE-OD-PROTECT-AUDIT.
           PERFORM 328-SET-POSTING-BRANCH
           IF TR-REF-NO = SPACES
               PERFORM 329-ASSIGN-REFERENCE
           END-IF
           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE TR-DATE           TO AUDIT-TIMESTAMP(1:8)
           MOVE TR-TIME           TO AUDIT-TIMESTAMP(9:6)
           MOVE WS-ODP-LINK-NUMBER TO AUDIT-ACCOUNT
           MOVE 'ODP-SWEEP-DR'    TO AUDIT-TYPE
           MOVE WS-ODP-SWEEP-AMOUNT TO AUDIT-AMOUNT
           MOVE WS-ODP-LINK-BALANCE TO AUDIT-BALANCE
           MOVE 'OD PROTECTION OUT' TO AUDIT-STATUS
           MOVE WS-POSTING-BRANCH TO AUDIT-BRANCH
           MOVE TR-REF-NO         TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO    TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO      TO AUDIT-SERIAL
           MOVE TR-OPERATOR       TO AUDIT-OPERATOR
           MOVE TR-APPROVER       TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN

           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE TR-DATE           TO AUDIT-TIMESTAMP(1:8)
           MOVE TR-TIME           TO AUDIT-TIMESTAMP(9:6)
           MOVE TR-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
           MOVE 'ODP-SWEEP-CR'    TO AUDIT-TYPE
           MOVE WS-ODP-SWEEP-AMOUNT TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE   TO AUDIT-BALANCE
           MOVE 'OD PROTECTION IN' TO AUDIT-STATUS
           MOVE WS-POSTING-BRANCH TO AUDIT-BRANCH
           MOVE TR-REF-NO         TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO    TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO      TO AUDIT-SERIAL
           MOVE TR-OPERATOR       TO AUDIT-OPERATOR
           MOVE TR-APPROVER       TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZERO TO WS-BRANCH-AMOUNT
           PERFORM 335-ACCUMULATE-BRANCH
           ADD 1 TO WS-ODP-SWEEP-COUNT
           ADD WS-ODP-SWEEP-AMOUNT TO WS-ODP-SWEEP-TOTAL.

      *> The protection transfer fee, posted straight to the audit
      *> trail the same way 327-ASSESS-OVERDRAFT-FEE posts the fee it
      *> replaces.
       343-ASSESS-OD-PROTECT-FEE.
           PERFORM 328-SET-POSTING-BRANCH
           SUBTRACT WS-ODP-XFER-FEE FROM ACCOUNT-BALANCE
           SUBTRACT WS-ODP-XFER-FEE FROM ACCOUNT-AVAIL-BALANCE
           ADD 1 TO WS-NEXT-AUDIT-SEQ-NO
           MOVE WS-NEXT-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE TR-DATE           TO AUDIT-TIMESTAMP(1:8)
           MOVE TR-TIME           TO AUDIT-TIMESTAMP(9:6)
           MOVE TR-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
           MOVE 'ODP-XFER-FEE'    TO AUDIT-TYPE
           MOVE WS-ODP-XFER-FEE   TO AUDIT-AMOUNT
           MOVE ACCOUNT-BALANCE   TO AUDIT-BALANCE
           MOVE 'OD PROTECTION FEE' TO AUDIT-STATUS
           MOVE WS-POSTING-BRANCH TO AUDIT-BRANCH
           MOVE TR-REF-NO         TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO    TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO      TO AUDIT-SERIAL
           MOVE TR-OPERATOR       TO AUDIT-OPERATOR
           MOVE TR-APPROVER       TO AUDIT-APPROVER
           MOVE SPACES            TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN
           COMPUTE WS-BRANCH-AMOUNT = ZERO - WS-ODP-XFER-FEE
           PERFORM 335-ACCUMULATE-BRANCH
           ADD 1 TO WS-ODP-FEE-COUNT
           ADD WS-ODP-XFER-FEE TO WS-ODP-FEE-TOTAL
           SUBTRACT WS-ODP-XFER-FEE FROM WS-NET-BALANCE-CHANGE
           SUBTRACT WS-ODP-XFER-FEE FROM WS-AUDIT-NET-CHANGE.

      *> Legal-order freeze: the funds frozen are whatever of the
      *> unfrozen-plus-frozen available balance sits above the
      *> protected amount, capped at what the orders still want.
      *> The change against the amount already frozen moves
      *> ACCOUNT-AVAIL-BALANCE — the ledger balance is untouched
      *> until LEGAL-REMIT actually sweeps the money. An account
      *> whose orders have all been released or expired has its
      *> old freeze handed back — safe only because
      *> 216-LOAD-LEGAL-ORDERS refuses the run rather than leave an
      *> active order out of the table.
       344-APPLY-LEGAL-FREEZE.
           IF ACCOUNT-LEGAL-FROZEN NOT NUMERIC
               MOVE ZERO TO ACCOUNT-LEGAL-FROZEN
           END-IF
           MOVE ZERO TO WS-LO-FOUND
           PERFORM VARYING WS-LO-IDX FROM 1 BY 1
                   UNTIL WS-LO-IDX > WS-LO-COUNT
                   OR WS-LO-FOUND > ZERO
               IF WS-LO-ACCOUNT (WS-LO-IDX) = ACCOUNT-NUMBER
                   MOVE WS-LO-IDX TO WS-LO-FOUND
               END-IF
           END-PERFORM
           IF WS-LO-FOUND > ZERO OR ACCOUNT-LEGAL-FROZEN NOT = ZERO
               COMPUTE WS-LO-BASE =
                   ACCOUNT-AVAIL-BALANCE + ACCOUNT-LEGAL-FROZEN
               MOVE ZERO TO WS-LO-TARGET
               IF WS-LO-FOUND > ZERO
                   COMPUTE WS-LO-TARGET =
                       WS-LO-BASE - WS-LO-PROTECTED (WS-LO-FOUND)
                   IF WS-LO-TARGET > WS-LO-REMAINING (WS-LO-FOUND)
                       MOVE WS-LO-REMAINING (WS-LO-FOUND)
                           TO WS-LO-TARGET
                   END-IF
                   IF WS-LO-TARGET < ZERO
                       MOVE ZERO TO WS-LO-TARGET
                   END-IF
               END-IF
               COMPUTE ACCOUNT-AVAIL-BALANCE =
                   WS-LO-BASE - WS-LO-TARGET
               MOVE WS-LO-TARGET TO ACCOUNT-LEGAL-FROZEN
           END-IF.

      *> Computed early-withdrawal penalty on a time deposit:
      *> CD-PENALTY-PCT of the amount drawn before maturity, posted
      *> straight to the audit trail the same way the overdraft fee
      *> names the check that broke the term, the same way the
      *> overdraft fee's entry does.
               MOVE TR-SERIAL-NO      TO AUDIT-SERIAL
               MOVE TR-OPERATOR       TO AUDIT-OPERATOR
               MOVE TR-APPROVER       TO AUDIT-APPROVER
               MOVE SPACES            TO AUDIT-FX-DETAIL
               WRITE AUDIT-RECORD
               ADD 1 TO WS-AUDIT-RECORDS-WRITTEN
               COMPUTE WS-BRANCH-AMOUNT =
               MOVE 'INSUFFICIENT FUNDS' TO WS-STATUS-MSG
               SET TRAN-ERROR TO TRUE
           ELSE
               MOVE 'N' TO WS-LOAN-DEST-FLAG
               MOVE TR-TO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       PERFORM 339-CHECK-LOAN-DESTINATION
               END-READ
      *> Same held/closed check 310-READ-ACCOUNT applies to the source
      *> account, applied here to the destination leg — a TRANSFER
      *> must not be able to credit funds into an account that is
      *> supposed to be frozen just because it wasn't the account keyed
      *> on the transaction.
               IF NOT TRAN-ERROR AND NOT WS-LOAN-DEST
                   EVALUATE TRUE
                       WHEN ACCOUNT-HELD
                           MOVE 'TO-ACCOUNT HELD' TO WS-STATUS-MSG
                       WHEN ACCOUNT-CLOSED
                           MOVE 'TO-ACCOUNT CLOSED' TO WS-STATUS-MSG
                           SET TRAN-ERROR TO TRUE
                       WHEN ACCOUNT-CHARGED-OFF
                           MOVE 'TO-ACCT CHARGED OFF'
                               TO WS-STATUS-MSG
                           SET TRAN-ERROR TO TRUE
                   END-EVALUATE
               END-IF
      *> The destination is only validated above, not yet rewritten, so
                           SET TRAN-ERROR TO TRUE
                   END-REWRITE
               END-IF
      *> A loan payment has no deposit-side credit leg: the money
      *> leaves the deposit books here, and LOAN-PAY-BATCH applies it
      *> to the loan tonight from the LOAN-PAYMENT audit entry.
               IF NOT TRAN-ERROR
                   MOVE ACCOUNT-BALANCE TO WS-SRC-BALANCE
                   IF WS-LOAN-DEST
                       MOVE LN-LOAN-NUMBER       TO WS-DST-NUMBER
                       MOVE LN-PRINCIPAL-BALANCE TO WS-DST-BALANCE
                   ELSE
                       MOVE TR-TO-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
                       READ ACCOUNT-FILE
                           INVALID KEY
                               MOVE 'UPDATE ERROR' TO WS-STATUS-MSG
                               SET TRAN-ERROR TO TRUE
                       END-READ
                   END-IF
               END-IF
               IF NOT TRAN-ERROR AND NOT WS-LOAN-DEST
                   IF ACCOUNT-AVAIL-BALANCE NOT NUMERIC
                       MOVE ACCOUNT-BALANCE TO ACCOUNT-AVAIL-BALANCE
                   END-IF
                   END-IF
           END-READ.

      *> The to-account is not a deposit account; it is a loan
      *> payment if it names an installment loan still being paid.
      *> A paid-off loan refuses the money rather than leave it
      *> sitting against a closed note.
       339-CHECK-LOAN-DESTINATION.
           MOVE TR-TO-ACCOUNT-NUMBER TO LN-LOAN-NUMBER
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'INVALID TO-ACCOUNT' TO WS-STATUS-MSG
                   SET TRAN-ERROR TO TRUE
               NOT INVALID KEY
                   IF LN-ACTIVE
                       SET WS-LOAN-DEST TO TRUE
                   ELSE
                       MOVE 'TO-LOAN PAID OFF' TO WS-STATUS-MSG
                       SET TRAN-ERROR TO TRUE
                   END-IF
           END-READ.

      *> Writes the two linked legs of a TRANSFER to the audit trail:
      *> the debit from the source account and the credit to the
      *> destination account, sharing the same date/time/amount.
           MOVE TR-REF-NO        TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO   TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO     TO AUDIT-SERIAL
           MOVE TR-OPERATOR      TO AUDIT-OPERATOR
           MOVE TR-APPROVER      TO AUDIT-APPROVER
           MOVE SPACES           TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN

           MOVE TR-DATE          TO AUDIT-TIMESTAMP(1:8)
           MOVE TR-TIME          TO AUDIT-TIMESTAMP(9:6)
           MOVE WS-DST-NUMBER    TO AUDIT-ACCOUNT
           MOVE TR-AMOUNT        TO AUDIT-AMOUNT
           MOVE WS-DST-BALANCE   TO AUDIT-BALANCE
           IF WS-LOAN-DEST
               MOVE 'LOAN-PAYMENT' TO AUDIT-TYPE
               MOVE 'LOAN PAYMENT IN' TO AUDIT-STATUS
           ELSE
               MOVE 'TRANSFER-CR' TO AUDIT-TYPE
               MOVE 'TRANSFER IN' TO AUDIT-STATUS
           END-IF
           MOVE WS-POSTING-BRANCH TO AUDIT-BRANCH
           MOVE TR-REF-NO        TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO   TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO     TO AUDIT-SERIAL
           MOVE TR-OPERATOR      TO AUDIT-OPERATOR
           MOVE TR-APPROVER      TO AUDIT-APPROVER
           MOVE SPACES           TO AUDIT-FX-DETAIL
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN

      *> A transfer moves money within the bank, so its net effect
      *> on the branch's books is zero; it still counts as that
      *> branch's activity. A loan payment is the exception on the
      *> deposit books: the credit leg lands on a loan, so deposits
      *> fall by the amount.
           IF WS-LOAN-DEST
               COMPUTE WS-BRANCH-AMOUNT = ZERO - TR-AMOUNT
               SUBTRACT TR-AMOUNT FROM WS-NET-BALANCE-CHANGE
               SUBTRACT TR-AMOUNT FROM WS-AUDIT-NET-CHANGE
           ELSE
               MOVE ZERO TO WS-BRANCH-AMOUNT
           END-IF
           PERFORM 335-ACCUMULATE-BRANCH
           PERFORM 332-RECORD-REFERENCE
           IF WS-VEL-FOUND-IDX > ZERO
           MOVE TR-TIME           TO AUDIT-TIMESTAMP(9:6)
           MOVE TR-ACCOUNT-NUMBER TO AUDIT-ACCOUNT
           EVALUATE TRUE
               WHEN DEPOSIT AND WS-RECOVERY
                   MOVE 'RECOVERY'    TO AUDIT-TYPE
               WHEN DEPOSIT
                   MOVE 'DEPOSIT'     TO AUDIT-TYPE
               WHEN INTEREST-POSTING
           MOVE TR-REF-NO        TO AUDIT-REF-NO
           MOVE TR-ORIG-REF-NO   TO AUDIT-ORIG-REF
           MOVE TR-SERIAL-NO     TO AUDIT-SERIAL
           MOVE TR-OPERATOR      TO AUDIT-OPERATOR
           MOVE TR-APPROVER      TO AUDIT-APPROVER
           IF TR-FX-CURRENCY NOT = SPACES
               MOVE TR-FX-CURRENCY TO AUDIT-FX-CURRENCY
               MOVE TR-FX-AMOUNT   TO AUDIT-FX-AMOUNT
               MOVE TR-FX-RATE     TO AUDIT-FX-RATE
               MOVE TR-FX-MARGIN   TO AUDIT-FX-MARGIN
           ELSE
               MOVE SPACES TO AUDIT-FX-DETAIL
           END-IF
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-RECORDS-WRITTEN
           PERFORM 332-RECORD-REFERENCE
           IF SUCCESS
               EVALUATE TRUE
                   WHEN DEPOSIT AND WS-RECOVERY
                       ADD 1 TO WS-RECOVERY-COUNT
                       ADD TR-AMOUNT TO WS-RECOVERY-TOTAL
                       MOVE ZERO TO WS-BRANCH-AMOUNT
                   WHEN DEPOSIT
                       ADD 1 TO WS-DEPOSIT-COUNT
                       ADD TR-AMOUNT TO WS-DEPOSIT-TOTAL
                 OUTBOUND-FILE
                 ADJ-HISTORY-FILE
                 PAID-CHECK-FILE
                 PPAY-EXCEPT-FILE
                 LOAN-FILE
           MOVE 'CLEAR' TO WS-LOCK-FUNCTION
           CALL 'ACCT-IN-USE' USING WS-LOCK-FUNCTION
                                     WS-LOCK-JOB-NAME
               '  TOTAL ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ODP-SWEEP-COUNT TO WS-RPT-COUNT
           MOVE WS-ODP-SWEEP-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OD PROTECT SWEEPS:' WS-RPT-COUNT
               '  TOTAL ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ODP-FEE-COUNT TO WS-RPT-COUNT
           MOVE WS-ODP-FEE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OD PROTECT FEES:  ' WS-RPT-COUNT
               '  TOTAL ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-RECOVERY-COUNT TO WS-RPT-COUNT
           MOVE WS-RECOVERY-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CHARGE-OFF RECOVERIES:' WS-RPT-COUNT
               '  TOTAL ' WS-RPT-AMOUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-SERVICE-CHARGE-COUNT TO WS-RPT-COUNT
           MOVE WS-SERVICE-CHARGE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'HELD FOR APPROVAL:   ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-PPAY-HOLD-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'POSITIVE PAY HOLDS:  ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-DUP-REF-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DUPLICATE REF REJECTS: ' WS-RPT-COUNT
           PERFORM 904-PRINT-REPORT-LINE
      *> A stop-payment hit is counted in WS-REJECT-COUNT yet still
      *> writes its own audit entry, so it is added back in here.
      *> An item held for approval or on the positive-pay queue was
      *> read but wrote neither an audit entry nor a reject, so it
      *> comes off the expectation.
      *> An overdraft-protection sweep writes two legs and its fee
      *> one more entry on top of the item it covered.
           COMPUTE WS-EXPECTED-AUDIT-COUNT =
               WS-RECORDS-PROCESSED - WS-REJECT-COUNT
               - WS-PENDING-COUNT - WS-WAREHOUSE-COUNT
               - WS-PPAY-HOLD-COUNT
               + WS-TRANSFER-COUNT + WS-OVERDRAFT-COUNT
               + WS-STOP-PAY-COUNT + WS-PENALTY-COUNT
               + WS-ODP-SWEEP-COUNT + WS-ODP-SWEEP-COUNT
               + WS-ODP-FEE-COUNT
           MOVE WS-RECORDS-PROCESSED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TRANSACTION-FILE RECORDS READ:  ' WS-RPT-COUNT
