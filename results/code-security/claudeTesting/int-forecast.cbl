      *> Interest-expense forecast for ALCO: a what-if run that
      *> prices today's ACCOUNT.DAT balances under the product rules
      *> on PRODUCT.DAT and projects the interest expense for each
      *> of the next 12 months, first under the rate set in force
      *> and then under each pending dated set keyed ahead of time
      *> in RATETABLE.DAT through RATETBL-MAINT. Nothing is posted
      *> and no file is changed; the forecast is spooled through
      *> REPORT-SPOOL.
      *>
      *> Each account is priced the way INT-ACCRUE-BATCH and
      *> INTEREST-POST-BATCH price it: no interest on a zero or
      *> overdrawn balance or on a product that does not pay it, the
      *> product's own rate set when it names one, otherwise the set
      *> in force, with the bracket chosen off the household's
      *> combined balance when CUSTMAST.DAT holds a relationship for
      *> the tax ID. A month's interest is the balance at the annual
      *> rate over twelve, the same monthly figure INT-CALC-ENGINE
      *> gives for a single monthly period. Balances are held where
      *> they stand today for all twelve months.
      *>
      *> A pending set is projected from the month it takes effect,
      *> the months before it staying on the set in force, so the
      *> difference is what the change itself will cost over the
      *> year; each pending set is measured against the set in
      *> force on its own. A product that names its own rate set is
      *> not moved by a general rate change and prices the same
      *> under every scenario. For each scenario the report gives
      *> the twelve monthly totals beside the set in force and the
      *> twelve-month totals by product and by the scenario set's
      *> bracket (tier), with the dollar difference.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-TAX-ID.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCOUNT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO 'RATETABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTMAST.

       FD  ACCOUNT-FILE.
       COPY ACCTREC.

       FD  RATE-TABLE-FILE.
       COPY RATETBL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  EOF-FLAG           PIC X VALUE 'N'.
               88  END-OF-FILE    VALUE 'Y'.
           05  WS-RATE-EOF-FLAG   PIC X VALUE 'N'.
               88  END-OF-RATE-TABLE VALUE 'Y'.
           05  WS-HH-EOF-FLAG     PIC X.
               88  END-OF-HH-PASS VALUE 'Y'.
           05  WS-CM-FOUND-FLAG   PIC X.
               88  WS-CM-FOUND    VALUE 'Y'.
           05  WS-PINNED-FLAG     PIC X.
               88  WS-PINNED      VALUE 'Y'.

       01  WS-RUN-DATE            PIC X(8).
       01  WS-MONTH-WORK          PIC X(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MONTH-YEAR      PIC 9(4).
           05  WS-MONTH-MM        PIC 9(2).
       01  WS-FC-MONTH-TABLE.
           05  WS-FC-MONTH        OCCURS 12 TIMES PIC X(6).
       01  WS-MONTH-IDX           PIC 9(2).

      *> Scenario 1 is the set in force for the run date; scenarios
      *> 2 onward are the pending sets in effective-date order. The
      *> bracket table has RATE-TABLE-LOAD's layout so the loader
      *> fills it directly.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 10 TIMES.
               10  WS-SC-DATE         PIC X(8).
               10  WS-SC-MONTH        PIC X(6).
               10  WS-SC-COUNT        PIC 9(3).
               10  WS-SC-STATUS       PIC X.
               10  WS-SC-RATES.
                   15  WS-SC-RATE-ENTRY OCCURS 20 TIMES.
                       20  WS-SC-MIN      PIC 9(9)V99.
                       20  WS-SC-RATE     PIC 9(3)V99.
               10  WS-SC-MONTH-INT    OCCURS 12 TIMES
                                      PIC S9(11)V99.
               10  WS-SC-TOTAL        PIC S9(11)V99.
       01  WS-SC-USED             PIC 9(2) VALUE ZERO.
       01  WS-SC-IDX              PIC 9(2).
       01  WS-SC-INS              PIC 9(2).
       01  WS-SC-DROPPED          PIC 9(3) VALUE ZERO.
       01  WS-RATE-EFF-DATE       PIC X(8).
       01  WS-LOADED-DATE         PIC X(8).

       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 20 TIMES.
               10  WS-PD-CODE         PIC X(3).
               10  WS-PD-DESC         PIC X(20).
               10  WS-PD-INTEREST     PIC X.
               10  WS-PD-RATE-SET     PIC X(8).
               10  WS-PD-SVC-MIN      PIC 9(9)V99.
               10  WS-PD-SVC-FEE      PIC 9(7)V99.
               10  WS-PD-OD-ALLOWED   PIC X.
               10  WS-PD-TIME-DEP     PIC X.
               10  WS-PD-XFER-LIMIT   PIC 9(2).
               10  WS-PD-ANALYZED     PIC X.
       01  WS-PROD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PROD-IDX            PIC 9(3).
       01  WS-PROD-FOUND          PIC 9(3).
       01  WS-PROD-STATUS         PIC X.

      *> A product's own rate set, loaded the first time one of its
      *> accounts is priced, as INT-ACCRUE-BATCH does.
       01  WS-PROD-RATE-CACHE.
           05  WS-PRC-ENTRY OCCURS 20 TIMES.
               10  WS-PRC-LOADED      PIC X.
               10  WS-PRC-COUNT       PIC 9(3).
               10  WS-PRC-EFF-DATE    PIC X(8).
               10  WS-PRC-STATUS      PIC X.
               10  WS-PRC-TABLE.
                   15  WS-PRC-RATE-ENTRY OCCURS 20 TIMES.
                       20  WS-PRC-MIN     PIC 9(9)V99.
                       20  WS-PRC-RATE    PIC 9(3)V99.

      *> Household balances for relationship pricing, built the way
      *> INT-ACCRUE-BATCH builds them.
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-ENTRY OCCURS 2000 TIMES.
               10  WS-HH-TAX-ID       PIC X(11).
               10  WS-HH-TOTAL        PIC S9(11)V99.
       01  WS-HH-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-HH-IDX              PIC 9(5).
       01  WS-HH-FOUND-IDX        PIC 9(5).
       01  WS-PRICING-BALANCE     PIC S9(11)V99.

      *> Pricing results for one account under one scenario.
       01  WS-RATE-IDX            PIC 9(3).
       01  WS-ANNUAL-RATE         PIC 9(3)V99.
       01  WS-TIER-MIN            PIC 9(9)V99.
       01  WS-BASE-RATE           PIC 9(3)V99.
       01  WS-BASE-TIER-MIN       PIC 9(9)V99.
       01  WS-BASE-MONTHLY        PIC S9(9)V99.
       01  WS-SCEN-MONTHLY        PIC S9(9)V99.
       01  WS-BASE-YEAR           PIC S9(11)V99.
       01  WS-SCEN-YEAR           PIC S9(11)V99.

      *> Twelve-month totals by scenario, product and tier.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 600 TIMES.
               10  WS-PT-SCENARIO     PIC 9(2).
               10  WS-PT-PRODUCT      PIC X(3).
               10  WS-PT-TIER-MIN     PIC 9(9)V99.
               10  WS-PT-RATE         PIC 9(3)V99.
               10  WS-PT-PINNED       PIC X.
               10  WS-PT-ACCOUNTS     PIC 9(7).
               10  WS-PT-BASE         PIC S9(11)V99.
               10  WS-PT-SCEN         PIC S9(11)V99.
       01  WS-PT-HOLD             PIC X(80).
       01  WS-PT-USED             PIC 9(3) VALUE ZERO.
       01  WS-PT-IDX              PIC 9(3).
       01  WS-PT-NEXT             PIC 9(3).
       01  WS-PT-FOUND            PIC 9(3).
       01  WS-PT-OVERFLOW         PIC 9(7) VALUE ZERO.
       01  WS-SWAP-FLAG           PIC X.
           88  WS-SWAPPED         VALUE 'Y'.

       01  WS-ACCOUNTS-READ       PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-PRICED     PIC 9(7) VALUE ZERO.
       01  WS-DIFFERENCE          PIC S9(11)V99.
       01  WS-RPT-COUNT           PIC ZZZ,ZZ9.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-2        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT-3        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-TIER            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-RATE            PIC ZZ9.99.
       01  WS-PINNED-MARK         PIC X.

      *> REPORT-SPOOL interface.
       01  WS-RS-FUNCTION         PIC X(5).
       01  WS-RS-JOB-NAME         PIC X(10) VALUE 'INTFCAST'.
       01  WS-RS-DATE             PIC X(8).
       01  WS-SPOOL-LINE          PIC X(80).
       01  WS-RS-STATUS           PIC X.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           PERFORM 200-INIT-PROGRAM
           PERFORM 300-PRICE-ACCOUNT
               UNTIL END-OF-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           PERFORM 600-SORT-PRODUCT-TIERS
           PERFORM 700-PRINT-FORECAST
           PERFORM 900-END-PROGRAM
           STOP RUN.

       200-INIT-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 205-SET-FORECAST-MONTHS
           PERFORM 210-LOAD-SET-IN-FORCE
           PERFORM 212-FIND-PENDING-SETS
           PERFORM 214-LOAD-PENDING-SETS
           PERFORM 215-LOAD-PRODUCT-TABLE
           PERFORM 217-BUILD-HOUSEHOLD-TABLE
           MOVE WS-RUN-DATE TO WS-RS-DATE
           MOVE 'OPEN' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCOUNT-FILE
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The twelve months after the run month.
       205-SET-FORECAST-MONTHS.
           MOVE WS-RUN-DATE(1:6) TO WS-MONTH-WORK
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               IF WS-MONTH-MM = 12
                   ADD 1 TO WS-MONTH-YEAR
                   MOVE 1 TO WS-MONTH-MM
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
               MOVE WS-MONTH-WORK TO WS-FC-MONTH (WS-MONTH-IDX)
           END-PERFORM.

      *> Same refusal as the accrual job: a forecast off an empty or
      *> mis-keyed set in force would be worse than none.
       210-LOAD-SET-IN-FORCE.
           MOVE 1 TO WS-SC-USED
           MOVE 1 TO WS-SC-IDX
           PERFORM 218-CLEAR-SCENARIO
           CALL 'RATE-TABLE-LOAD' USING WS-RUN-DATE
                                         WS-SC-RATES (1)
                                         WS-SC-COUNT (1)
                                         WS-RATE-EFF-DATE
                                         WS-SC-STATUS (1)
           IF WS-SC-STATUS (1) NOT = 'O'
               DISPLAY 'RATE TABLE UNUSABLE (STATUS '
                   WS-SC-STATUS (1) ') - RUN CANCELLED'
               STOP RUN
           END-IF
           MOVE WS-RATE-EFF-DATE TO WS-SC-DATE (1)
           MOVE SPACES TO WS-SC-MONTH (1).

      *> Every dated set after the run date, kept in date order.
       212-FIND-PENDING-SETS.
           OPEN INPUT RATE-TABLE-FILE
           READ RATE-TABLE-FILE
               AT END SET END-OF-RATE-TABLE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-RATE-TABLE
               IF RT-EFFECTIVE-DATE NOT = SPACES
                       AND RT-EFFECTIVE-DATE > WS-RUN-DATE
                   PERFORM 213-NOTE-PENDING-DATE
               END-IF
               READ RATE-TABLE-FILE
                   AT END SET END-OF-RATE-TABLE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

       213-NOTE-PENDING-DATE.
           MOVE ZERO TO WS-SC-INS
           PERFORM VARYING WS-SC-IDX FROM 2 BY 1
                   UNTIL WS-SC-IDX > WS-SC-USED
                      OR WS-SC-INS > ZERO
               IF WS-SC-DATE (WS-SC-IDX) = RT-EFFECTIVE-DATE
                   MOVE 99 TO WS-SC-INS
               END-IF
               IF WS-SC-DATE (WS-SC-IDX) > RT-EFFECTIVE-DATE
                   MOVE WS-SC-IDX TO WS-SC-INS
               END-IF
           END-PERFORM
           IF WS-SC-INS NOT = 99
               IF WS-SC-USED < 10
                   IF WS-SC-INS = ZERO
                       COMPUTE WS-SC-INS = WS-SC-USED + 1
                   END-IF
                   PERFORM VARYING WS-SC-IDX FROM WS-SC-USED BY -1
                           UNTIL WS-SC-IDX < WS-SC-INS
                       MOVE WS-SC-DATE (WS-SC-IDX)
                           TO WS-SC-DATE (WS-SC-IDX + 1)
                   END-PERFORM
                   MOVE RT-EFFECTIVE-DATE TO WS-SC-DATE (WS-SC-INS)
                   ADD 1 TO WS-SC-USED
               ELSE
                   ADD 1 TO WS-SC-DROPPED
               END-IF
           END-IF.

      *> RATE-TABLE-LOAD run "as of" a pending date loads exactly
      *> that set. A set that fails the loader's edits is reported
      *> and left out of the projection until it is fixed.
       214-LOAD-PENDING-SETS.
           PERFORM VARYING WS-SC-IDX FROM 2 BY 1
                   UNTIL WS-SC-IDX > WS-SC-USED
               MOVE WS-SC-DATE (WS-SC-IDX) TO WS-RATE-EFF-DATE
               MOVE WS-SC-DATE (WS-SC-IDX)(1:6)
                   TO WS-SC-MONTH (WS-SC-IDX)
               PERFORM 218-CLEAR-SCENARIO
               CALL 'RATE-TABLE-LOAD' USING WS-RATE-EFF-DATE
                                             WS-SC-RATES (WS-SC-IDX)
                                             WS-SC-COUNT (WS-SC-IDX)
                                             WS-LOADED-DATE
                                             WS-SC-STATUS (WS-SC-IDX)
           END-PERFORM.

       215-LOAD-PRODUCT-TABLE.
           CALL 'PRODUCT-TABLE-LOAD' USING WS-PROD-TABLE
                                            WS-PROD-COUNT
                                            WS-PROD-STATUS
           IF WS-PROD-STATUS = 'W'
               DISPLAY 'PRODUCT FILE HAS EDIT PROBLEMS - FIX '
                       'THROUGH PRODUCT-MAINT'
           END-IF
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > 20
               MOVE 'N' TO WS-PRC-LOADED (WS-PROD-IDX)
           END-PERFORM.

       216-FIND-PRODUCT.
           MOVE ZERO TO WS-PROD-FOUND
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                       UNTIL WS-PROD-IDX > WS-PROD-COUNT
                   IF WS-PD-CODE (WS-PROD-IDX)
                           = ACCOUNT-PRODUCT-CODE
                       MOVE WS-PROD-IDX TO WS-PROD-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       217-BUILD-HOUSEHOLD-TABLE.
           MOVE 'N' TO WS-HH-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-HH-PASS TO TRUE
           END-READ
           PERFORM UNTIL END-OF-HH-PASS
               IF ACCOUNT-TAX-ID NOT = SPACES
                       AND NOT ACCOUNT-CLOSED
                   MOVE ZERO TO WS-HH-FOUND-IDX
                   PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                           UNTIL WS-HH-IDX > WS-HH-COUNT
                       IF WS-HH-TAX-ID (WS-HH-IDX)
                               = ACCOUNT-TAX-ID
                           MOVE WS-HH-IDX TO WS-HH-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-HH-FOUND-IDX = ZERO
                           AND WS-HH-COUNT < 2000
                       ADD 1 TO WS-HH-COUNT
                       MOVE WS-HH-COUNT TO WS-HH-FOUND-IDX
                       MOVE ACCOUNT-TAX-ID
                           TO WS-HH-TAX-ID (WS-HH-FOUND-IDX)
                       MOVE ZERO
                           TO WS-HH-TOTAL (WS-HH-FOUND-IDX)
                   END-IF
                   IF WS-HH-FOUND-IDX > ZERO
                       ADD ACCOUNT-BALANCE
                           TO WS-HH-TOTAL (WS-HH-FOUND-IDX)
                   END-IF
               END-IF
               READ ACCOUNT-FILE NEXT
                   AT END SET END-OF-HH-PASS TO TRUE
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       218-CLEAR-SCENARIO.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE ZERO TO WS-SC-MONTH-INT (WS-SC-IDX WS-MONTH-IDX)
           END-PERFORM
           MOVE ZERO TO WS-SC-TOTAL (WS-SC-IDX).

       219-RESOLVE-PRICING-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-PRICING-BALANCE
           IF ACCOUNT-TAX-ID NOT = SPACES
               MOVE 'N' TO WS-CM-FOUND-FLAG
               MOVE ACCOUNT-TAX-ID TO CM-TAX-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CM-FOUND TO TRUE
               END-READ
               IF WS-CM-FOUND
                   PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                           UNTIL WS-HH-IDX > WS-HH-COUNT
                       IF WS-HH-TAX-ID (WS-HH-IDX)
                               = ACCOUNT-TAX-ID
                           MOVE WS-HH-TOTAL (WS-HH-IDX)
                               TO WS-PRICING-BALANCE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> Last-match-wins bracket scan of scenario WS-SC-IDX's set.
       220-LOOKUP-SCENARIO-RATE.
           MOVE WS-SC-RATE (WS-SC-IDX 1) TO WS-ANNUAL-RATE
           MOVE WS-SC-MIN (WS-SC-IDX 1) TO WS-TIER-MIN
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-SC-COUNT (WS-SC-IDX)
               IF WS-PRICING-BALANCE >=
                       WS-SC-MIN (WS-SC-IDX WS-RATE-IDX)
                   MOVE WS-SC-RATE (WS-SC-IDX WS-RATE-IDX)
                       TO WS-ANNUAL-RATE
                   MOVE WS-SC-MIN (WS-SC-IDX WS-RATE-IDX)
                       TO WS-TIER-MIN
               END-IF
           END-PERFORM.

      *> The product's own set; an unusable one falls back to the
      *> set in force, as it does in the accrual.
       230-LOOKUP-PRODUCT-RATE.
           IF WS-PRC-LOADED (WS-PROD-FOUND) NOT = 'Y'
               MOVE 'Y' TO WS-PRC-LOADED (WS-PROD-FOUND)
               CALL 'RATE-TABLE-LOAD' USING
                   WS-PD-RATE-SET (WS-PROD-FOUND)
                   WS-PRC-TABLE (WS-PROD-FOUND)
                   WS-PRC-COUNT (WS-PROD-FOUND)
                   WS-PRC-EFF-DATE (WS-PROD-FOUND)
                   WS-PRC-STATUS (WS-PROD-FOUND)
           END-IF
           IF WS-PRC-STATUS (WS-PROD-FOUND) = 'O'
               MOVE WS-PRC-RATE (WS-PROD-FOUND 1) TO WS-ANNUAL-RATE
               MOVE WS-PRC-MIN (WS-PROD-FOUND 1) TO WS-TIER-MIN
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX >
                           WS-PRC-COUNT (WS-PROD-FOUND)
                   IF WS-PRICING-BALANCE >=
                           WS-PRC-MIN (WS-PROD-FOUND WS-RATE-IDX)
                       MOVE WS-PRC-RATE (WS-PROD-FOUND WS-RATE-IDX)
                           TO WS-ANNUAL-RATE
                       MOVE WS-PRC-MIN (WS-PROD-FOUND WS-RATE-IDX)
                           TO WS-TIER-MIN
                   END-IF
               END-PERFORM
           ELSE
               MOVE 1 TO WS-SC-IDX
               PERFORM 220-LOOKUP-SCENARIO-RATE
           END-IF.

       300-PRICE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM 216-FIND-PRODUCT
           IF ACCOUNT-BALANCE > ZERO
                   AND NOT (WS-PROD-FOUND > ZERO
                       AND WS-PD-INTEREST (WS-PROD-FOUND) NOT = 'Y')
               ADD 1 TO WS-ACCOUNTS-PRICED
               PERFORM 219-RESOLVE-PRICING-BALANCE
               MOVE 'N' TO WS-PINNED-FLAG
               IF WS-PROD-FOUND > ZERO
                       AND WS-PD-RATE-SET (WS-PROD-FOUND)
                           NOT = SPACES
                   SET WS-PINNED TO TRUE
                   PERFORM 230-LOOKUP-PRODUCT-RATE
               ELSE
                   MOVE 1 TO WS-SC-IDX
                   PERFORM 220-LOOKUP-SCENARIO-RATE
               END-IF
               MOVE WS-ANNUAL-RATE TO WS-BASE-RATE
               MOVE WS-TIER-MIN TO WS-BASE-TIER-MIN
               COMPUTE WS-BASE-MONTHLY ROUNDED =
                   ACCOUNT-BALANCE * WS-BASE-RATE / 1200
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-SC-USED
                   IF WS-SC-STATUS (WS-SC-IDX) = 'O'
                       PERFORM 310-PROJECT-SCENARIO
                   END-IF
               END-PERFORM
           END-IF
           READ ACCOUNT-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *> The account's twelve months under scenario WS-SC-IDX: the
      *> set in force until the scenario's set takes effect, then
      *> the scenario's rate.
       310-PROJECT-SCENARIO.
           IF WS-SC-IDX = 1 OR WS-PINNED
               MOVE WS-BASE-RATE TO WS-ANNUAL-RATE
               MOVE WS-BASE-TIER-MIN TO WS-TIER-MIN
           ELSE
               PERFORM 220-LOOKUP-SCENARIO-RATE
           END-IF
           COMPUTE WS-SCEN-MONTHLY ROUNDED =
               ACCOUNT-BALANCE * WS-ANNUAL-RATE / 1200
           MOVE ZERO TO WS-SCEN-YEAR
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               IF WS-SC-IDX > 1
                       AND WS-FC-MONTH (WS-MONTH-IDX) >=
                           WS-SC-MONTH (WS-SC-IDX)
                   ADD WS-SCEN-MONTHLY
                       TO WS-SC-MONTH-INT (WS-SC-IDX WS-MONTH-IDX)
                   ADD WS-SCEN-MONTHLY TO WS-SCEN-YEAR
               ELSE
                   ADD WS-BASE-MONTHLY
                       TO WS-SC-MONTH-INT (WS-SC-IDX WS-MONTH-IDX)
                   ADD WS-BASE-MONTHLY TO WS-SCEN-YEAR
               END-IF
           END-PERFORM
           ADD WS-SCEN-YEAR TO WS-SC-TOTAL (WS-SC-IDX)
           COMPUTE WS-BASE-YEAR = WS-BASE-MONTHLY * 12
           PERFORM 320-FIND-PRODUCT-TIER
           ADD 1 TO WS-PT-ACCOUNTS (WS-PT-FOUND)
           ADD WS-BASE-YEAR TO WS-PT-BASE (WS-PT-FOUND)
           ADD WS-SCEN-YEAR TO WS-PT-SCEN (WS-PT-FOUND).

      *> Product/tier row for this scenario; a pinned product's
      *> tier is its own set's bracket, flagged so the reader knows
      *> the general set does not apply. A full table pools the
      *> rest into the last row under '***'.
       320-FIND-PRODUCT-TIER.
           MOVE ZERO TO WS-PT-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-USED
                      OR WS-PT-FOUND > ZERO
               IF WS-PT-SCENARIO (WS-PT-IDX) = WS-SC-IDX
                       AND WS-PT-PRODUCT (WS-PT-IDX)
                           = ACCOUNT-PRODUCT-CODE
                       AND WS-PT-TIER-MIN (WS-PT-IDX) = WS-TIER-MIN
                       AND WS-PT-PINNED (WS-PT-IDX) = WS-PINNED-FLAG
                   MOVE WS-PT-IDX TO WS-PT-FOUND
               END-IF
           END-PERFORM
           IF WS-PT-FOUND = ZERO
               IF WS-PT-USED < 600
                   ADD 1 TO WS-PT-USED
                   MOVE WS-PT-USED TO WS-PT-FOUND
                   MOVE WS-SC-IDX TO WS-PT-SCENARIO (WS-PT-FOUND)
                   MOVE ACCOUNT-PRODUCT-CODE
                       TO WS-PT-PRODUCT (WS-PT-FOUND)
                   MOVE WS-TIER-MIN TO WS-PT-TIER-MIN (WS-PT-FOUND)
                   MOVE WS-ANNUAL-RATE TO WS-PT-RATE (WS-PT-FOUND)
                   MOVE WS-PINNED-FLAG TO WS-PT-PINNED (WS-PT-FOUND)
                   MOVE ZERO TO WS-PT-ACCOUNTS (WS-PT-FOUND)
                                WS-PT-BASE (WS-PT-FOUND)
                                WS-PT-SCEN (WS-PT-FOUND)
               ELSE
                   ADD 1 TO WS-PT-OVERFLOW
                   MOVE 600 TO WS-PT-FOUND
                   MOVE '***' TO WS-PT-PRODUCT (600)
               END-IF
           END-IF.

      *> Scenario, product, tier order for the report.
       600-SORT-PRODUCT-TIERS.
           SET WS-SWAPPED TO TRUE
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAP-FLAG
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX >= WS-PT-USED
                   COMPUTE WS-PT-NEXT = WS-PT-IDX + 1
                   IF WS-PT-SCENARIO (WS-PT-IDX) >
                           WS-PT-SCENARIO (WS-PT-NEXT)
                       OR (WS-PT-SCENARIO (WS-PT-IDX) =
                           WS-PT-SCENARIO (WS-PT-NEXT)
                       AND WS-PT-PRODUCT (WS-PT-IDX) >
                           WS-PT-PRODUCT (WS-PT-NEXT))
                       OR (WS-PT-SCENARIO (WS-PT-IDX) =
                           WS-PT-SCENARIO (WS-PT-NEXT)
                       AND WS-PT-PRODUCT (WS-PT-IDX) =
                           WS-PT-PRODUCT (WS-PT-NEXT)
                       AND WS-PT-TIER-MIN (WS-PT-IDX) >
                           WS-PT-TIER-MIN (WS-PT-NEXT))
                       MOVE WS-PT-ENTRY (WS-PT-IDX) TO WS-PT-HOLD
                       MOVE WS-PT-ENTRY (WS-PT-NEXT)
                           TO WS-PT-ENTRY (WS-PT-IDX)
                       MOVE WS-PT-HOLD TO WS-PT-ENTRY (WS-PT-NEXT)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       700-PRINT-FORECAST.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  INTEREST-EXPENSE FORECAST - NEXT 12 MONTHS'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RUN DATE: ' WS-RUN-DATE
               '   BALANCES AS OF TODAY, HELD LEVEL'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  RATE SET IN FORCE: ' WS-SC-DATE (1)
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-USED
               PERFORM 710-PRINT-SCENARIO
           END-PERFORM.

       710-PRINT-SCENARIO.
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           IF WS-SC-IDX = 1
               STRING 'SCENARIO: RATE SET IN FORCE '
                   WS-SC-DATE (1)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
               STRING 'SCENARIO: PENDING RATE SET '
                   WS-SC-DATE (WS-SC-IDX)
                   ' - APPLIES FROM ' WS-SC-MONTH (WS-SC-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-SC-STATUS (WS-SC-IDX) NOT = 'O'
               MOVE SPACES TO WS-SPOOL-LINE
               STRING '  SET FAILS THE RATE-TABLE EDITS (STATUS '
                   WS-SC-STATUS (WS-SC-IDX)
                   ') - FIX THROUGH RATETBL-MAINT'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           ELSE
               PERFORM 720-PRINT-MONTHS
               PERFORM 730-PRINT-PRODUCT-TIERS
           END-IF.

       720-PRINT-MONTHS.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'MONTH          IN FORCE        SCENARIO'
               '      DIFFERENCE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE WS-SC-MONTH-INT (1 WS-MONTH-IDX) TO WS-RPT-AMOUNT
               MOVE WS-SC-MONTH-INT (WS-SC-IDX WS-MONTH-IDX)
                   TO WS-RPT-AMOUNT-2
               COMPUTE WS-DIFFERENCE =
                   WS-SC-MONTH-INT (WS-SC-IDX WS-MONTH-IDX)
                   - WS-SC-MONTH-INT (1 WS-MONTH-IDX)
               MOVE WS-DIFFERENCE TO WS-RPT-AMOUNT-3
               MOVE SPACES TO WS-SPOOL-LINE
               STRING WS-FC-MONTH (WS-MONTH-IDX) ' '
                   WS-RPT-AMOUNT ' ' WS-RPT-AMOUNT-2 ' '
                   WS-RPT-AMOUNT-3
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-PERFORM
           MOVE WS-SC-TOTAL (1) TO WS-RPT-AMOUNT
           MOVE WS-SC-TOTAL (WS-SC-IDX) TO WS-RPT-AMOUNT-2
           COMPUTE WS-DIFFERENCE = WS-SC-TOTAL (WS-SC-IDX)
               - WS-SC-TOTAL (1)
           MOVE WS-DIFFERENCE TO WS-RPT-AMOUNT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '12 MOS ' WS-RPT-AMOUNT ' ' WS-RPT-AMOUNT-2 ' '
               WS-RPT-AMOUNT-3
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE.

       730-PRINT-PRODUCT-TIERS.
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PRD      TIER FROM   RATE    IN FORCE 12M'
               '    SCENARIO 12M      DIFFERENCE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-USED
               IF WS-PT-SCENARIO (WS-PT-IDX) = WS-SC-IDX
                   MOVE WS-PT-TIER-MIN (WS-PT-IDX) TO WS-RPT-TIER
                   MOVE WS-PT-RATE (WS-PT-IDX) TO WS-RPT-RATE
                   MOVE WS-PT-BASE (WS-PT-IDX) TO WS-RPT-AMOUNT
                   MOVE WS-PT-SCEN (WS-PT-IDX) TO WS-RPT-AMOUNT-2
                   COMPUTE WS-DIFFERENCE = WS-PT-SCEN (WS-PT-IDX)
                       - WS-PT-BASE (WS-PT-IDX)
                   MOVE WS-DIFFERENCE TO WS-RPT-AMOUNT-3
                   MOVE SPACES TO WS-SPOOL-LINE
                   MOVE SPACE TO WS-PINNED-MARK
                   IF WS-PT-PINNED (WS-PT-IDX) = 'Y'
                       MOVE '*' TO WS-PINNED-MARK
                   END-IF
                   STRING WS-PT-PRODUCT (WS-PT-IDX) ' '
                       WS-RPT-TIER WS-RPT-RATE WS-PINNED-MARK
                       WS-RPT-AMOUNT ' ' WS-RPT-AMOUNT-2 ' '
                       WS-RPT-AMOUNT-3
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                   PERFORM 904-PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.

       900-END-PROGRAM.
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '* PRODUCT PRICED ON ITS OWN RATE SET - NOT MOVED'
               ' BY A GENERAL RATE CHANGE'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-READ TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS READ:         ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE WS-ACCOUNTS-PRICED TO WS-RPT-COUNT
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS PAYING INTEREST:' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           COMPUTE WS-RPT-COUNT = WS-SC-USED - 1
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'PENDING RATE SETS:     ' WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           IF WS-SC-DROPPED > ZERO
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'MORE THAN 9 PENDING SETS - LATEST NOT '
                   'FORECAST'
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           IF WS-PT-OVERFLOW > ZERO
               MOVE WS-PT-OVERFLOW TO WS-RPT-COUNT
               MOVE SPACES TO WS-SPOOL-LINE
               STRING 'POOLED INTO ***:       ' WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-SPOOL-LINE
               PERFORM 904-PRINT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '============================================'
               DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM 904-PRINT-REPORT-LINE
           MOVE 'CLOSE' TO WS-RS-FUNCTION
           CALL 'REPORT-SPOOL' USING WS-RS-FUNCTION WS-RS-JOB-NAME
                                      WS-RS-DATE WS-SPOOL-LINE
                                      WS-RS-STATUS.
