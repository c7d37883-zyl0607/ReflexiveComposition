      *> Daily general-ledger extract: summarizes AUDIT-FILE by
      *> AUDIT-TYPE into GL-postable totals for a requested run date
      *> (GLEXTRACT.DAT), so the totals don't have to be re-keyed by
      *> hand from the raw audit file into the GL system. Totals are
      *> broken out per AUDIT-BRANCH (one full set of records per
      *> branch, then an ALL set matching what the extract always
      *> produced) so each branch's books can be proved separately.
      *> A blank branch is audit data from before branch codes
      *> existed and gets its own set. Each balance-moving entry is
      *> also carried to the deposit control movement by the branch
      *> and product of the account it posted to (CTL-BALANCE and
      *> CTL-ACCRUED lines), which GL-RECON rolls the control
      *> accounts forward with. The exchange margin earned on
      *> converted foreign wires rides on the DEPOSIT entries that
      *> posted them and is booked to its own FX-MARGIN line.
      *> The entries summarized are every one after the last audit
      *> sequence number GL-RECON proved (GLCTL.DAT), not the ones
      *> stamped with the run date: an item released from the
      *> warehouse or repaired out of the reject file posts tonight
      *> under the date it was first keyed, and has to reach the GL
      *> tonight all the same. Until a proof has recorded a sequence
      *> number the run date's entries are taken instead.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FILE ASSIGN TO 'GLEXTRACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'GLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITREC.

       FD  GL-FILE.
       COPY GLEXTRC.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  CONTROL-FILE.
       COPY GLCTL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-SEQ-MODE-FLAG   PIC X VALUE 'N'.
               88  WS-SEQ-MODE    VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
      *> Audit sequence range summarized: after WS-FROM-SEQ-NO (the
      *> last proven) through the highest entry taken.
       01  WS-FROM-SEQ-NO         PIC 9(9) VALUE ZERO.
       01  WS-THRU-SEQ-NO         PIC 9(9) VALUE ZERO.
       01  WS-ENTRY-AMOUNT        PIC S9(9)V99.
       01  WS-FX-MARGIN-AMOUNT    PIC S9(9)V99.

      *> RUNPARM.DAT interface fields for the RUN-PARM-LOOKUP calls
      *> at startup; the console prompt remains the fallback when no
       01  WS-ACCRUAL-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-WITHHELD-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-WITHHELD-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-LOAN-PAY-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LOAN-PAY-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-LOAN-INT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LOAN-INT-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-LOAN-PRIN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-LOAN-PRIN-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01  WS-LOAN-ADV-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LOAN-ADV-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-ODP-SWEEP-DR-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-ODP-SWEEP-DR-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-ODP-SWEEP-CR-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-ODP-SWEEP-CR-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  WS-ODP-FEE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ODP-FEE-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-CHARGE-OFF-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-OFF-TOTAL    PIC S9(9)V99 VALUE ZERO.
       01  WS-RECOVERY-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-RECOVERY-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01  WS-LEGAL-REMIT-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-LEGAL-REMIT-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01  WS-TELLER-DIFF-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-TELLER-DIFF-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01  WS-FX-MARGIN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-FX-MARGIN-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT        PIC S9(9)V99 VALUE ZERO.

      *> Per-branch accumulator slots, filled in first-seen order;
               10  WS-GLB-ACU-TOTAL   PIC S9(9)V99.
               10  WS-GLB-BWH-COUNT   PIC 9(7).
               10  WS-GLB-BWH-TOTAL   PIC S9(9)V99.
               10  WS-GLB-LPY-COUNT   PIC 9(7).
               10  WS-GLB-LPY-TOTAL   PIC S9(9)V99.
               10  WS-GLB-LNI-COUNT   PIC 9(7).
               10  WS-GLB-LNI-TOTAL   PIC S9(9)V99.
               10  WS-GLB-LNP-COUNT   PIC 9(7).
               10  WS-GLB-LNP-TOTAL   PIC S9(9)V99.
               10  WS-GLB-LAD-COUNT   PIC 9(7).
               10  WS-GLB-LAD-TOTAL   PIC S9(9)V99.
               10  WS-GLB-OSD-COUNT   PIC 9(7).
               10  WS-GLB-OSD-TOTAL   PIC S9(9)V99.
               10  WS-GLB-OSC-COUNT   PIC 9(7).
               10  WS-GLB-OSC-TOTAL   PIC S9(9)V99.
               10  WS-GLB-OPF-COUNT   PIC 9(7).
               10  WS-GLB-OPF-TOTAL   PIC S9(9)V99.
               10  WS-GLB-CHO-COUNT   PIC 9(7).
               10  WS-GLB-CHO-TOTAL   PIC S9(9)V99.
               10  WS-GLB-RCV-COUNT   PIC 9(7).
               10  WS-GLB-RCV-TOTAL   PIC S9(9)V99.
               10  WS-GLB-LGR-COUNT   PIC 9(7).
               10  WS-GLB-LGR-TOTAL   PIC S9(9)V99.
               10  WS-GLB-TDF-COUNT   PIC 9(7).
               10  WS-GLB-TDF-TOTAL   PIC S9(9)V99.
               10  WS-GLB-FXM-COUNT   PIC 9(7).
               10  WS-GLB-FXM-TOTAL   PIC S9(9)V99.
      *> Deposit control movement by the posting account's branch
      *> and product. An entry whose account is no longer on the
      *> master is pooled under '***' so GL-RECON still sees the
      *> money move and reports it rather than losing it.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 200 TIMES.
               10  WS-CTL-BRANCH      PIC X(3).
               10  WS-CTL-PRODUCT     PIC X(3).
               10  WS-CTL-BAL-COUNT   PIC 9(7).
               10  WS-CTL-BAL-TOTAL   PIC S9(9)V99.
               10  WS-CTL-ACR-COUNT   PIC 9(7).
               10  WS-CTL-ACR-TOTAL   PIC S9(9)V99.
       01  WS-CTL-USED            PIC 9(3) VALUE ZERO.
       01  WS-CTL-IDX             PIC 9(3).
       01  WS-CTL-FOUND           PIC 9(3).
       01  WS-CTL-KEY-BRANCH      PIC X(3).
       01  WS-CTL-KEY-PRODUCT     PIC X(3).
       01  WS-BAL-EFFECT          PIC S9(9)V99.
       01  WS-ACR-EFFECT          PIC S9(9)V99.
       01  WS-CTL-MOVE-FLAG       PIC X.
           88  WS-CTL-MOVES-BAL   VALUE 'B'.
           88  WS-CTL-MOVES-ACR   VALUE 'A'.
           88  WS-CTL-MOVES-NONE  VALUE 'N'.

       01  WS-GLB-USED            PIC 9(3) VALUE ZERO.
       01  WS-GLB-IDX             PIC 9(3).
       01  WS-GLB-FOUND           PIC 9(3).
           05  WS-CUR-ACU-TOTAL   PIC S9(9)V99.
           05  WS-CUR-BWH-COUNT   PIC 9(7).
           05  WS-CUR-BWH-TOTAL   PIC S9(9)V99.
           05  WS-CUR-LPY-COUNT   PIC 9(7).
           05  WS-CUR-LPY-TOTAL   PIC S9(9)V99.
           05  WS-CUR-LNI-COUNT   PIC 9(7).
           05  WS-CUR-LNI-TOTAL   PIC S9(9)V99.
           05  WS-CUR-LNP-COUNT   PIC 9(7).
           05  WS-CUR-LNP-TOTAL   PIC S9(9)V99.
           05  WS-CUR-LAD-COUNT   PIC 9(7).
           05  WS-CUR-LAD-TOTAL   PIC S9(9)V99.
           05  WS-CUR-OSD-COUNT   PIC 9(7).
           05  WS-CUR-OSD-TOTAL   PIC S9(9)V99.
           05  WS-CUR-OSC-COUNT   PIC 9(7).
           05  WS-CUR-OSC-TOTAL   PIC S9(9)V99.
           05  WS-CUR-OPF-COUNT   PIC 9(7).
           05  WS-CUR-OPF-TOTAL   PIC S9(9)V99.
           05  WS-CUR-CHO-COUNT   PIC 9(7).
           05  WS-CUR-CHO-TOTAL   PIC S9(9)V99.
           05  WS-CUR-RCV-COUNT   PIC 9(7).
           05  WS-CUR-RCV-TOTAL   PIC S9(9)V99.
           05  WS-CUR-LGR-COUNT   PIC 9(7).
           05  WS-CUR-LGR-TOTAL   PIC S9(9)V99.
           05  WS-CUR-TDF-COUNT   PIC 9(7).
           05  WS-CUR-TDF-TOTAL   PIC S9(9)V99.
           05  WS-CUR-FXM-COUNT   PIC 9(7).
           05  WS-CUR-FXM-TOTAL   PIC S9(9)V99.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
                            WS-GLB-ACU-TOTAL (WS-GLB-IDX)
                            WS-GLB-BWH-COUNT (WS-GLB-IDX)
                            WS-GLB-BWH-TOTAL (WS-GLB-IDX)
                            WS-GLB-LPY-COUNT (WS-GLB-IDX)
                            WS-GLB-LPY-TOTAL (WS-GLB-IDX)
                            WS-GLB-LNI-COUNT (WS-GLB-IDX)
                            WS-GLB-LNI-TOTAL (WS-GLB-IDX)
                            WS-GLB-LNP-COUNT (WS-GLB-IDX)
                            WS-GLB-LNP-TOTAL (WS-GLB-IDX)
                            WS-GLB-LAD-COUNT (WS-GLB-IDX)
                            WS-GLB-LAD-TOTAL (WS-GLB-IDX)
                            WS-GLB-OSD-COUNT (WS-GLB-IDX)
                            WS-GLB-OSD-TOTAL (WS-GLB-IDX)
                            WS-GLB-OSC-COUNT (WS-GLB-IDX)
                            WS-GLB-OSC-TOTAL (WS-GLB-IDX)
                            WS-GLB-OPF-COUNT (WS-GLB-IDX)
                            WS-GLB-OPF-TOTAL (WS-GLB-IDX)
                            WS-GLB-CHO-COUNT (WS-GLB-IDX)
                            WS-GLB-CHO-TOTAL (WS-GLB-IDX)
                            WS-GLB-RCV-COUNT (WS-GLB-IDX)
                            WS-GLB-RCV-TOTAL (WS-GLB-IDX)
                            WS-GLB-LGR-COUNT (WS-GLB-IDX)
                            WS-GLB-LGR-TOTAL (WS-GLB-IDX)
                            WS-GLB-TDF-COUNT (WS-GLB-IDX)
                            WS-GLB-TDF-TOTAL (WS-GLB-IDX)
                            WS-GLB-FXM-COUNT (WS-GLB-IDX)
                            WS-GLB-FXM-TOTAL (WS-GLB-IDX)
           END-PERFORM
           PERFORM 105-CHECK-RUN-CONTROL
           PERFORM 110-GET-PARAMETERS
           PERFORM 120-READ-GL-CONTROL
           OPEN INPUT AUDIT-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT GL-FILE
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
           PERFORM 200-SUMMARIZE-ENTRY
               UNTIL END-OF-FILE
           PERFORM 300-WRITE-GL-RECORDS
           PERFORM 320-WRITE-CONTROL-MOVEMENT
           CLOSE AUDIT-FILE
                 ACCOUNT-FILE
                 GL-FILE
           PERFORM 910-STAMP-RUN-CONTROL
           STOP RUN.
               STOP RUN
           END-IF.

      *> Every proof records the same sequence number on each
      *> control record, so the first one is enough. No file, or a
      *> number that is not usable, leaves the run on the date test.
       120-READ-GL-CONTROL.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF GLC-PROVEN-SEQ-NO NUMERIC
                           AND GLC-PROVEN-SEQ-NO > ZERO
                       MOVE GLC-PROVEN-SEQ-NO TO WS-FROM-SEQ-NO
                       SET WS-SEQ-MODE TO TRUE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           MOVE WS-FROM-SEQ-NO TO WS-THRU-SEQ-NO.

       200-SUMMARIZE-ENTRY.
           IF (WS-SEQ-MODE
                   AND AUDIT-SEQ-NO NUMERIC
                   AND AUDIT-SEQ-NO > WS-FROM-SEQ-NO)
                OR (NOT WS-SEQ-MODE
                   AND AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE)
               IF AUDIT-SEQ-NO NUMERIC
                       AND AUDIT-SEQ-NO > WS-THRU-SEQ-NO
                   MOVE AUDIT-SEQ-NO TO WS-THRU-SEQ-NO
               END-IF
               MOVE AUDIT-AMOUNT TO WS-ENTRY-AMOUNT
               EVALUATE AUDIT-TYPE
                   WHEN 'DEPOSIT'
                   WHEN 'BACKUP-WHOLD'
                       ADD 1 TO WS-WITHHELD-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-WITHHELD-TOTAL
                   WHEN 'LOAN-PAYMENT'
                       ADD 1 TO WS-LOAN-PAY-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-LOAN-PAY-TOTAL
                   WHEN 'LOAN-INT'
                       ADD 1 TO WS-LOAN-INT-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-LOAN-INT-TOTAL
                   WHEN 'LOAN-PRIN'
                       ADD 1 TO WS-LOAN-PRIN-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-LOAN-PRIN-TOTAL
                   WHEN 'LOAN-ADVANCE'
                       ADD 1 TO WS-LOAN-ADV-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-LOAN-ADV-TOTAL
                   WHEN 'ODP-SWEEP-DR'
                       ADD 1 TO WS-ODP-SWEEP-DR-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-ODP-SWEEP-DR-TOTAL
                   WHEN 'ODP-SWEEP-CR'
                       ADD 1 TO WS-ODP-SWEEP-CR-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-ODP-SWEEP-CR-TOTAL
                   WHEN 'ODP-XFER-FEE'
                       ADD 1 TO WS-ODP-FEE-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-ODP-FEE-TOTAL
                   WHEN 'CHARGE-OFF'
                       ADD 1 TO WS-CHARGE-OFF-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-CHARGE-OFF-TOTAL
                   WHEN 'RECOVERY'
                       ADD 1 TO WS-RECOVERY-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-RECOVERY-TOTAL
                   WHEN 'LEGAL-REMIT'
                       ADD 1 TO WS-LEGAL-REMIT-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-LEGAL-REMIT-TOTAL
                   WHEN 'TELLER-DIFF'
                       ADD 1 TO WS-TELLER-DIFF-COUNT
                       ADD WS-ENTRY-AMOUNT TO WS-TELLER-DIFF-TOTAL
               END-EVALUATE
      *> A converted foreign wire carries the margin the bank kept
      *> on the exchange; the dollar credit itself is already in
      *> the DEPOSIT (or RECOVERY) totals above.
               MOVE ZERO TO WS-FX-MARGIN-AMOUNT
               IF AUDIT-FX-CURRENCY NOT = SPACES
                   MOVE AUDIT-FX-MARGIN TO WS-FX-MARGIN-AMOUNT
                   ADD 1 TO WS-FX-MARGIN-COUNT
                   ADD WS-FX-MARGIN-AMOUNT TO WS-FX-MARGIN-TOTAL
               END-IF
               PERFORM 250-ACCUMULATE-BRANCH
               PERFORM 260-ACCUMULATE-CONTROL
           END-IF
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
                   ADD 1 TO WS-GLB-BWH-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-BWH-TOTAL (WS-GLB-FOUND)
               WHEN 'LOAN-PAYMENT'
                   ADD 1 TO WS-GLB-LPY-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-LPY-TOTAL (WS-GLB-FOUND)
               WHEN 'LOAN-INT'
                   ADD 1 TO WS-GLB-LNI-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-LNI-TOTAL (WS-GLB-FOUND)
               WHEN 'LOAN-PRIN'
                   ADD 1 TO WS-GLB-LNP-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-LNP-TOTAL (WS-GLB-FOUND)
               WHEN 'LOAN-ADVANCE'
                   ADD 1 TO WS-GLB-LAD-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-LAD-TOTAL (WS-GLB-FOUND)
               WHEN 'ODP-SWEEP-DR'
                   ADD 1 TO WS-GLB-OSD-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-OSD-TOTAL (WS-GLB-FOUND)
               WHEN 'ODP-SWEEP-CR'
                   ADD 1 TO WS-GLB-OSC-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-OSC-TOTAL (WS-GLB-FOUND)
               WHEN 'ODP-XFER-FEE'
                   ADD 1 TO WS-GLB-OPF-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-OPF-TOTAL (WS-GLB-FOUND)
               WHEN 'CHARGE-OFF'
                   ADD 1 TO WS-GLB-CHO-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-CHO-TOTAL (WS-GLB-FOUND)
               WHEN 'RECOVERY'
                   ADD 1 TO WS-GLB-RCV-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-RCV-TOTAL (WS-GLB-FOUND)
               WHEN 'LEGAL-REMIT'
                   ADD 1 TO WS-GLB-LGR-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-LGR-TOTAL (WS-GLB-FOUND)
               WHEN 'TELLER-DIFF'
                   ADD 1 TO WS-GLB-TDF-COUNT (WS-GLB-FOUND)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-GLB-TDF-TOTAL (WS-GLB-FOUND)
           END-EVALUATE
           IF AUDIT-FX-CURRENCY NOT = SPACES
               ADD 1 TO WS-GLB-FXM-COUNT (WS-GLB-FOUND)
               ADD WS-FX-MARGIN-AMOUNT
                   TO WS-GLB-FXM-TOTAL (WS-GLB-FOUND)
           END-IF.

      *> The customer-balance side follows NET-MOVEMENT exactly:
      *> the same types, with the same signs. Accrued interest
      *> builds with INT-ACCRUAL and is drawn down by the gross
      *> interest capitalized — the net INTEREST posted plus any
      *> BACKUP-WHOLD kept back from it.
       260-ACCUMULATE-CONTROL.
           MOVE ZERO TO WS-BAL-EFFECT WS-ACR-EFFECT
           SET WS-CTL-MOVES-NONE TO TRUE
           EVALUATE AUDIT-TYPE
               WHEN 'DEPOSIT'
               WHEN 'TRANSFER-CR'
               WHEN 'ADJUSTMENT-CR'
               WHEN 'ODP-SWEEP-CR'
               WHEN 'CHARGE-OFF'
                   MOVE WS-ENTRY-AMOUNT TO WS-BAL-EFFECT
                   SET WS-CTL-MOVES-BAL TO TRUE
               WHEN 'INTEREST'
                   MOVE WS-ENTRY-AMOUNT TO WS-BAL-EFFECT
                   COMPUTE WS-ACR-EFFECT = ZERO - WS-ENTRY-AMOUNT
                   SET WS-CTL-MOVES-BAL TO TRUE
               WHEN 'WITHDRAWAL'
               WHEN 'TRANSFER-DR'
               WHEN 'OVERDRAFT-FEE'
               WHEN 'SVC-CHARGE'
               WHEN 'EXT-PAYMENT'
               WHEN 'DEPOSIT-RTN'
               WHEN 'ADJUSTMENT-DR'
               WHEN 'EARLY-WD-PEN'
               WHEN 'ODP-SWEEP-DR'
               WHEN 'ODP-XFER-FEE'
               WHEN 'LEGAL-REMIT'
                   COMPUTE WS-BAL-EFFECT = ZERO - WS-ENTRY-AMOUNT
                   SET WS-CTL-MOVES-BAL TO TRUE
               WHEN 'INT-ACCRUAL'
                   MOVE WS-ENTRY-AMOUNT TO WS-ACR-EFFECT
                   SET WS-CTL-MOVES-ACR TO TRUE
               WHEN 'BACKUP-WHOLD'
                   COMPUTE WS-ACR-EFFECT = ZERO - WS-ENTRY-AMOUNT
                   SET WS-CTL-MOVES-ACR TO TRUE
           END-EVALUATE
           IF NOT WS-CTL-MOVES-NONE
               MOVE AUDIT-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE '***' TO WS-CTL-KEY-BRANCH
                       MOVE '***' TO WS-CTL-KEY-PRODUCT
                   NOT INVALID KEY
                       MOVE ACCOUNT-BRANCH TO WS-CTL-KEY-BRANCH
                       IF WS-CTL-KEY-BRANCH = SPACES
                           MOVE '001' TO WS-CTL-KEY-BRANCH
                       END-IF
                       MOVE ACCOUNT-PRODUCT-CODE TO WS-CTL-KEY-PRODUCT
               END-READ
               PERFORM 265-FIND-CONTROL-SLOT
               IF WS-CTL-MOVES-BAL
                   ADD 1 TO WS-CTL-BAL-COUNT (WS-CTL-FOUND)
                   ADD WS-BAL-EFFECT TO WS-CTL-BAL-TOTAL (WS-CTL-FOUND)
               END-IF
               IF WS-CTL-MOVES-ACR OR WS-ACR-EFFECT NOT = ZERO
                   ADD 1 TO WS-CTL-ACR-COUNT (WS-CTL-FOUND)
                   ADD WS-ACR-EFFECT TO WS-CTL-ACR-TOTAL (WS-CTL-FOUND)
               END-IF
           END-IF.

       265-FIND-CONTROL-SLOT.
           MOVE ZERO TO WS-CTL-FOUND
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-USED
               IF WS-CTL-BRANCH (WS-CTL-IDX) = WS-CTL-KEY-BRANCH
                       AND WS-CTL-PRODUCT (WS-CTL-IDX)
                           = WS-CTL-KEY-PRODUCT
                   MOVE WS-CTL-IDX TO WS-CTL-FOUND
               END-IF
           END-PERFORM
           IF WS-CTL-FOUND = ZERO
               IF WS-CTL-USED < 200
                   ADD 1 TO WS-CTL-USED
                   MOVE WS-CTL-USED TO WS-CTL-FOUND
                   MOVE ZERO TO WS-CTL-BAL-COUNT (WS-CTL-FOUND)
                                WS-CTL-BAL-TOTAL (WS-CTL-FOUND)
                                WS-CTL-ACR-COUNT (WS-CTL-FOUND)
                                WS-CTL-ACR-TOTAL (WS-CTL-FOUND)
               ELSE
                   DISPLAY 'GL CONTROL TABLE FULL - '
                       WS-CTL-KEY-BRANCH '/' WS-CTL-KEY-PRODUCT
                       ' POOLED INTO LAST SLOT'
                   MOVE 200 TO WS-CTL-FOUND
                   MOVE '***' TO WS-CTL-KEY-BRANCH
                   MOVE '***' TO WS-CTL-KEY-PRODUCT
               END-IF
               MOVE WS-CTL-KEY-BRANCH TO WS-CTL-BRANCH (WS-CTL-FOUND)
               MOVE WS-CTL-KEY-PRODUCT
                   TO WS-CTL-PRODUCT (WS-CTL-FOUND)
           END-IF.

       300-WRITE-GL-RECORDS.
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
               MOVE WS-GLB-ACU-TOTAL (WS-GLB-IDX) TO WS-CUR-ACU-TOTAL
               MOVE WS-GLB-BWH-COUNT (WS-GLB-IDX) TO WS-CUR-BWH-COUNT
               MOVE WS-GLB-BWH-TOTAL (WS-GLB-IDX) TO WS-CUR-BWH-TOTAL
               MOVE WS-GLB-LPY-COUNT (WS-GLB-IDX) TO WS-CUR-LPY-COUNT
               MOVE WS-GLB-LPY-TOTAL (WS-GLB-IDX) TO WS-CUR-LPY-TOTAL
               MOVE WS-GLB-LNI-COUNT (WS-GLB-IDX) TO WS-CUR-LNI-COUNT
               MOVE WS-GLB-LNI-TOTAL (WS-GLB-IDX) TO WS-CUR-LNI-TOTAL
               MOVE WS-GLB-LNP-COUNT (WS-GLB-IDX) TO WS-CUR-LNP-COUNT
               MOVE WS-GLB-LNP-TOTAL (WS-GLB-IDX) TO WS-CUR-LNP-TOTAL
               MOVE WS-GLB-LAD-COUNT (WS-GLB-IDX) TO WS-CUR-LAD-COUNT
               MOVE WS-GLB-LAD-TOTAL (WS-GLB-IDX) TO WS-CUR-LAD-TOTAL
               MOVE WS-GLB-OSD-COUNT (WS-GLB-IDX) TO WS-CUR-OSD-COUNT
               MOVE WS-GLB-OSD-TOTAL (WS-GLB-IDX) TO WS-CUR-OSD-TOTAL
               MOVE WS-GLB-OSC-COUNT (WS-GLB-IDX) TO WS-CUR-OSC-COUNT
               MOVE WS-GLB-OSC-TOTAL (WS-GLB-IDX) TO WS-CUR-OSC-TOTAL
               MOVE WS-GLB-OPF-COUNT (WS-GLB-IDX) TO WS-CUR-OPF-COUNT
               MOVE WS-GLB-OPF-TOTAL (WS-GLB-IDX) TO WS-CUR-OPF-TOTAL
               MOVE WS-GLB-CHO-COUNT (WS-GLB-IDX) TO WS-CUR-CHO-COUNT
               MOVE WS-GLB-CHO-TOTAL (WS-GLB-IDX) TO WS-CUR-CHO-TOTAL
               MOVE WS-GLB-RCV-COUNT (WS-GLB-IDX) TO WS-CUR-RCV-COUNT
               MOVE WS-GLB-RCV-TOTAL (WS-GLB-IDX) TO WS-CUR-RCV-TOTAL
               MOVE WS-GLB-LGR-COUNT (WS-GLB-IDX) TO WS-CUR-LGR-COUNT
               MOVE WS-GLB-LGR-TOTAL (WS-GLB-IDX) TO WS-CUR-LGR-TOTAL
               MOVE WS-GLB-TDF-COUNT (WS-GLB-IDX) TO WS-CUR-TDF-COUNT
               MOVE WS-GLB-TDF-TOTAL (WS-GLB-IDX) TO WS-CUR-TDF-TOTAL
               MOVE WS-GLB-FXM-COUNT (WS-GLB-IDX) TO WS-CUR-FXM-COUNT
               MOVE WS-GLB-FXM-TOTAL (WS-GLB-IDX) TO WS-CUR-FXM-TOTAL
               PERFORM 310-WRITE-ONE-SET
           END-PERFORM
           MOVE 'ALL'              TO WS-CUR-BRANCH
           MOVE WS-ACCRUAL-TOTAL   TO WS-CUR-ACU-TOTAL
           MOVE WS-WITHHELD-COUNT  TO WS-CUR-BWH-COUNT
           MOVE WS-WITHHELD-TOTAL  TO WS-CUR-BWH-TOTAL
           MOVE WS-LOAN-PAY-COUNT  TO WS-CUR-LPY-COUNT
           MOVE WS-LOAN-PAY-TOTAL  TO WS-CUR-LPY-TOTAL
           MOVE WS-LOAN-INT-COUNT  TO WS-CUR-LNI-COUNT
           MOVE WS-LOAN-INT-TOTAL  TO WS-CUR-LNI-TOTAL
           MOVE WS-LOAN-PRIN-COUNT TO WS-CUR-LNP-COUNT
           MOVE WS-LOAN-PRIN-TOTAL TO WS-CUR-LNP-TOTAL
           MOVE WS-LOAN-ADV-COUNT  TO WS-CUR-LAD-COUNT
           MOVE WS-LOAN-ADV-TOTAL  TO WS-CUR-LAD-TOTAL
           MOVE WS-ODP-SWEEP-DR-COUNT TO WS-CUR-OSD-COUNT
           MOVE WS-ODP-SWEEP-DR-TOTAL TO WS-CUR-OSD-TOTAL
           MOVE WS-ODP-SWEEP-CR-COUNT TO WS-CUR-OSC-COUNT
           MOVE WS-ODP-SWEEP-CR-TOTAL TO WS-CUR-OSC-TOTAL
           MOVE WS-ODP-FEE-COUNT   TO WS-CUR-OPF-COUNT
           MOVE WS-ODP-FEE-TOTAL   TO WS-CUR-OPF-TOTAL
           MOVE WS-CHARGE-OFF-COUNT TO WS-CUR-CHO-COUNT
           MOVE WS-CHARGE-OFF-TOTAL TO WS-CUR-CHO-TOTAL
           MOVE WS-RECOVERY-COUNT  TO WS-CUR-RCV-COUNT
           MOVE WS-RECOVERY-TOTAL  TO WS-CUR-RCV-TOTAL
           MOVE WS-LEGAL-REMIT-COUNT TO WS-CUR-LGR-COUNT
           MOVE WS-LEGAL-REMIT-TOTAL TO WS-CUR-LGR-TOTAL
           MOVE WS-TELLER-DIFF-COUNT TO WS-CUR-TDF-COUNT
           MOVE WS-TELLER-DIFF-TOTAL TO WS-CUR-TDF-TOTAL
           MOVE WS-FX-MARGIN-COUNT TO WS-CUR-FXM-COUNT
           MOVE WS-FX-MARGIN-TOTAL TO WS-CUR-FXM-TOTAL
           PERFORM 310-WRITE-ONE-SET.

      *> One full set of GL records — the posted audit types plus the
               - WS-CUR-ODF-TOTAL - WS-CUR-SVC-TOTAL
               - WS-CUR-XPY-TOTAL - WS-CUR-RTN-TOTAL
               - WS-CUR-ADR-TOTAL - WS-CUR-PEN-TOTAL
               + WS-CUR-OSC-TOTAL - WS-CUR-OSD-TOTAL
               - WS-CUR-OPF-TOTAL + WS-CUR-CHO-TOTAL
               - WS-CUR-LGR-TOTAL
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'DEPOSIT'        TO GL-TYPE
           MOVE WS-CUR-DEP-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-DEP-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'WITHDRAWAL'     TO GL-TYPE
           MOVE WS-CUR-WDL-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-WDL-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'TRANSFER-DR'    TO GL-TYPE
           MOVE WS-CUR-TDR-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-TDR-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'TRANSFER-CR'    TO GL-TYPE
           MOVE WS-CUR-TCR-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-TCR-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'INTEREST'       TO GL-TYPE
           MOVE WS-CUR-INT-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-INT-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'OVERDRAFT-FEE'  TO GL-TYPE
           MOVE WS-CUR-ODF-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-ODF-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'SVC-CHARGE'     TO GL-TYPE
           MOVE WS-CUR-SVC-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-SVC-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'EXT-PAYMENT'    TO GL-TYPE
           MOVE WS-CUR-XPY-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-XPY-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'DEPOSIT-RTN'    TO GL-TYPE
           MOVE WS-CUR-RTN-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-RTN-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'ADJUSTMENT-DR'  TO GL-TYPE
           MOVE WS-CUR-ADR-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-ADR-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'ADJUSTMENT-CR'  TO GL-TYPE
           MOVE WS-CUR-ACR-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-ACR-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'EARLY-WD-PEN'   TO GL-TYPE
           MOVE WS-CUR-PEN-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-PEN-TOTAL TO GL-TOTAL-AMOUNT
      *> moving through a balance, so it gets its own line and
      *> deliberately stays out of NET-MOVEMENT.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'INT-ACCRUAL'    TO GL-TYPE
           MOVE WS-CUR-ACU-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-ACU-TOTAL TO GL-TOTAL-AMOUNT
      *> moved liability to the remittance position — so like the
      *> accrual it gets its own line outside NET-MOVEMENT.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'BACKUP-WHOLD'   TO GL-TYPE
           MOVE WS-CUR-BWH-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-BWH-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> Loan-side entries ride on loan numbers, not deposit
      *> accounts: the deposit side of a loan payment is already in
      *> TRANSFER-DR, so the payment, its interest/principal split
      *> and new lending each get their own line and all stay out of
      *> NET-MOVEMENT.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'LOAN-PAYMENT'   TO GL-TYPE
           MOVE WS-CUR-LPY-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-LPY-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'LOAN-INT'       TO GL-TYPE
           MOVE WS-CUR-LNI-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-LNI-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'LOAN-PRIN'      TO GL-TYPE
           MOVE WS-CUR-LNP-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-LNP-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'LOAN-ADVANCE'   TO GL-TYPE
           MOVE WS-CUR-LAD-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-LAD-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> Overdraft-protection sweeps move money between two of the
      *> customer's own accounts, so the debit and credit legs offset
      *> inside NET-MOVEMENT the way TRANSFER-DR/TRANSFER-CR do; the
      *> transfer fee is income like the overdraft fee it replaces.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'ODP-SWEEP-DR'   TO GL-TYPE
           MOVE WS-CUR-OSD-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-OSD-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'ODP-SWEEP-CR'   TO GL-TYPE
           MOVE WS-CUR-OSC-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-OSC-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'ODP-XFER-FEE'   TO GL-TYPE
           MOVE WS-CUR-OPF-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-OPF-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> A charge-off writes the negative balance back up to zero,
      *> so it is a credit inside NET-MOVEMENT; the same amount is
      *> the loss booked against the allowance.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'CHARGE-OFF'     TO GL-TYPE
           MOVE WS-CUR-CHO-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-CHO-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> Recoveries on charged-off accounts never reach a customer
      *> balance - they credit the loss recovery line - so they stay
      *> out of NET-MOVEMENT.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'RECOVERY'       TO GL-TYPE
           MOVE WS-CUR-RCV-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-RCV-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> Funds swept from customer balances under levies and
      *> garnishments, now owed to the issuing agencies.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'LEGAL-REMIT'    TO GL-TYPE
           MOVE WS-CUR-LGR-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-LGR-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> Teller over and short from DRAWER-PROOF: an over is
      *> positive, a short negative, both booked to the teller
      *> difference line. No customer balance moves, so it
      *> stays out of NET-MOVEMENT.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'TELLER-DIFF'    TO GL-TYPE
           MOVE WS-CUR-TDF-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-TDF-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
      *> Exchange margin earned converting incoming foreign wires
      *> (FX-WIRE-INTAKE), booked to FX income. The customer was
      *> credited the converted amount, which is already in
      *> DEPOSIT, so the margin stays out of NET-MOVEMENT.
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'FX-MARGIN'      TO GL-TYPE
           MOVE WS-CUR-FXM-COUNT TO GL-ENTRY-COUNT
           MOVE WS-CUR-FXM-TOTAL TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
           MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
           MOVE WS-CUR-BRANCH TO GL-BRANCH
           MOVE SPACES TO GL-PRODUCT
           MOVE 'NET-MOVEMENT'   TO GL-TYPE
           MOVE ZERO             TO GL-ENTRY-COUNT
           MOVE WS-NET-MOVEMENT  TO GL-TOTAL-AMOUNT
           WRITE GL-EXTRACT-RECORD.

      *> One CTL-BALANCE and one CTL-ACCRUED line per branch and
      *> product the day's entries touched.
       320-WRITE-CONTROL-MOVEMENT.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-USED
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
               MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
               MOVE WS-CTL-BRANCH (WS-CTL-IDX) TO GL-BRANCH
               MOVE WS-CTL-PRODUCT (WS-CTL-IDX) TO GL-PRODUCT
               MOVE 'CTL-BALANCE'    TO GL-TYPE
               MOVE WS-CTL-BAL-COUNT (WS-CTL-IDX) TO GL-ENTRY-COUNT
               MOVE WS-CTL-BAL-TOTAL (WS-CTL-IDX) TO GL-TOTAL-AMOUNT
               WRITE GL-EXTRACT-RECORD
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-FROM-SEQ-NO TO GL-FROM-SEQ-NO
               MOVE WS-THRU-SEQ-NO TO GL-THRU-SEQ-NO
               MOVE WS-CTL-BRANCH (WS-CTL-IDX) TO GL-BRANCH
               MOVE WS-CTL-PRODUCT (WS-CTL-IDX) TO GL-PRODUCT
               MOVE 'CTL-ACCRUED'    TO GL-TYPE
               MOVE WS-CTL-ACR-COUNT (WS-CTL-IDX) TO GL-ENTRY-COUNT
               MOVE WS-CTL-ACR-TOTAL (WS-CTL-IDX) TO GL-TOTAL-AMOUNT
               WRITE GL-EXTRACT-RECORD
           END-PERFORM.
