      *> Teller drawer and branch vault maintenance: the cash room
      *> program for DRAWER.DAT and VAULT.DAT. Opens a teller's
      *> drawer for the business date with the cash it starts with,
      *> records the cash a teller buys from the branch vault or
      *> sells back to it, and takes the counted figure when the
      *> drawer is closed at the end of the shift, showing the over
      *> or short against what the drawer should hold. The vault
      *> side opens the branch vault for the day, records shipments
      *> to and from the cash supplier, and takes the vault count.
      *> TELLER-ENTRY adds the counter cash to the drawer as slips
      *> are keyed; DRAWER-PROOF posts the differences and prints
      *> the branch vault position overnight. A teller signs on and
      *> works only their own drawer; the vault functions and any
      *> other teller's drawer need a supervisor, and an attempt
      *> without one goes on the security-violation log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC access: maintenance reads a drawer or vault by key,
      *> and the carry-forward and vault expectation browse them.
           SELECT OPTIONAL DRAWER-FILE ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY.
           SELECT OPTIONAL VAULT-FILE ASSIGN TO 'VAULT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       COPY DRAWER.

       FD  VAULT-FILE.
       COPY VAULT.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-DRAWER-EOF-FLAG PIC X VALUE 'N'.
               88  END-OF-DRAWERS VALUE 'Y'.
           05  WS-VAULT-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-VAULTS  VALUE 'Y'.
           05  WS-DRAWER-FOUND-FLAG PIC X VALUE 'N'.
               88  DRAWER-FOUND   VALUE 'Y'.
           05  WS-VAULT-FOUND-FLAG PIC X VALUE 'N'.
               88  VAULT-FOUND    VALUE 'Y'.
           05  WS-ENTRY-ERROR-FLAG PIC X VALUE 'N'.
               88  WS-ENTRY-ERROR VALUE 'Y'.

       01  WS-MENU-CHOICE         PIC X.
           88  OPEN-DRAWER        VALUE 'O'.
           88  BUY-FROM-VAULT     VALUE 'B'.
           88  SELL-TO-VAULT      VALUE 'S'.
           88  COUNT-DRAWER       VALUE 'C'.
           88  INQUIRE-DRAWER     VALUE 'I'.
           88  OPEN-VAULT         VALUE 'V'.
           88  VAULT-SHIPMENT     VALUE 'M'.
           88  COUNT-VAULT        VALUE 'K'.
           88  QUIT-MAINTENANCE   VALUE 'Q'.
       01  WS-CONFIRM             PIC X.
       01  WS-SHIPMENT-DIRECTION  PIC X.
           88  WS-SHIPMENT-IN     VALUE 'I'.
           88  WS-SHIPMENT-OUT    VALUE 'O'.

       01  WS-OPERATOR            PIC X(8).
       01  WS-BUSINESS-DATE       PIC X(8).
       01  WS-COUNT-TIME          PIC X(6).
       01  WS-SEARCH-TELLER       PIC X(8).
       01  WS-SEARCH-BRANCH       PIC X(3).
       01  WS-SEARCH-DATE         PIC X(8).

       01  WS-AMOUNT-ENTRY        PIC X(14).
       01  WS-NUMVAL-TEST         PIC 9(2).
       01  WS-ENTRY-AMOUNT        PIC 9(9)V99.
       01  WS-CARRIED-CASH        PIC 9(9)V99.

       01  WS-EXPECTED-CASH       PIC S9(11)V99.
       01  WS-OVER-SHORT          PIC S9(11)V99.
       01  WS-TO-DRAWERS          PIC 9(11)V99.
       01  WS-FROM-DRAWERS        PIC 9(11)V99.
       01  WS-RPT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.

      *> The drawer date is the posting business date off the
      *> run-control record (QUERY — this program is outside the
      *> nightly sequence), the same date TELLER-ENTRY stamps on
      *> the slips; the wall clock stands in only when no record is
      *> in force.
       01  WS-RC-FUNCTION         PIC X(5).
       01  WS-RC-JOB-NAME         PIC X(10) VALUE SPACES.
       01  WS-RC-BUSINESS-DATE    PIC X(8).
       01  WS-RC-STATUS           PIC X.
           88  WS-RC-OK           VALUE 'O'.

       COPY SIGNON.

       PROCEDURE DIVISION.
       100-MAIN-PROCESS.
           MOVE 'SIGN' TO SO-FUNCTION
           MOVE 'DRAWER-MAINT' TO SO-PROGRAM
           MOVE 'T' TO SO-REQUIRED-ROLE
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA
           IF NOT SO-SIGNED-ON
               STOP RUN
           END-IF
           MOVE SO-OPERATOR-ID TO WS-OPERATOR
           MOVE 'QUERY' TO WS-RC-FUNCTION
           CALL 'RUN-CONTROL' USING WS-RC-FUNCTION WS-RC-JOB-NAME
                                     WS-RC-BUSINESS-DATE WS-RC-STATUS
           IF WS-RC-OK
               MOVE WS-RC-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'BUSINESS DATE: ' WS-BUSINESS-DATE
           OPEN I-O DRAWER-FILE
                    VAULT-FILE
           PERFORM 200-MENU-LOOP
               UNTIL QUIT-MAINTENANCE
           CLOSE DRAWER-FILE
                 VAULT-FILE
           STOP RUN.

       200-MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'TELLER DRAWER AND VAULT'
           DISPLAY '  O - Open teller drawer'
           DISPLAY '  B - Buy cash from vault'
           DISPLAY '  S - Sell cash to vault'
           DISPLAY '  C - Count and close drawer'
           DISPLAY '  I - Inquire on drawer'
           DISPLAY '  V - Open branch vault'
           DISPLAY '  M - Vault shipment in / out'
           DISPLAY '  K - Count vault'
           DISPLAY '  Q - Quit'
           DISPLAY 'Select an option: '
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
               WHEN (OPEN-VAULT OR VAULT-SHIPMENT OR COUNT-VAULT)
                       AND NOT SO-SUPERVISOR-ROLE
                   MOVE SPACES TO SO-DETAIL
                   STRING 'VAULT FUNCTION ' WS-MENU-CHOICE
                       DELIMITED BY SIZE INTO SO-DETAIL
                   PERFORM 850-REFUSE-FUNCTION
               WHEN OPEN-DRAWER
                   PERFORM 300-OPEN-DRAWER
               WHEN BUY-FROM-VAULT
                   PERFORM 400-BUY-FROM-VAULT
               WHEN SELL-TO-VAULT
                   PERFORM 410-SELL-TO-VAULT
               WHEN COUNT-DRAWER
                   PERFORM 500-COUNT-DRAWER
               WHEN INQUIRE-DRAWER
                   PERFORM 600-INQUIRE-DRAWER
               WHEN OPEN-VAULT
                   PERFORM 700-OPEN-VAULT
               WHEN VAULT-SHIPMENT
                   PERFORM 710-VAULT-SHIPMENT
               WHEN COUNT-VAULT
                   PERFORM 720-COUNT-VAULT
               WHEN QUIT-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      *> One drawer per teller per business date. The opening cash
      *> defaults to what the teller's last drawer was counted at,
      *> since that cash went into the vault overnight and comes
      *> back out with the drawer.
       300-OPEN-DRAWER.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           DISPLAY 'Teller ID: '
           ACCEPT WS-SEARCH-TELLER
           DISPLAY 'Branch Code: '
           ACCEPT WS-SEARCH-BRANCH
           EVALUATE TRUE
               WHEN WS-SEARCH-TELLER = SPACES
                   DISPLAY 'TELLER ID REQUIRED - DRAWER NOT OPENED'
                   SET WS-ENTRY-ERROR TO TRUE
               WHEN WS-SEARCH-BRANCH = SPACES
                   DISPLAY 'BRANCH REQUIRED - DRAWER NOT OPENED'
                   SET WS-ENTRY-ERROR TO TRUE
               WHEN WS-SEARCH-TELLER NOT = WS-OPERATOR
                       AND NOT SO-SUPERVISOR-ROLE
                   MOVE SPACES TO SO-DETAIL
                   STRING 'OPEN DRAWER ' WS-SEARCH-TELLER
                       DELIMITED BY SIZE INTO SO-DETAIL
                   PERFORM 850-REFUSE-FUNCTION
                   SET WS-ENTRY-ERROR TO TRUE
           END-EVALUATE
           IF NOT WS-ENTRY-ERROR
               MOVE WS-SEARCH-TELLER TO DRW-TELLER
               MOVE WS-BUSINESS-DATE TO DRW-DATE
               READ DRAWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'DRAWER ALREADY OPEN FOR '
                           WS-BUSINESS-DATE ' - NOT OPENED'
                       SET WS-ENTRY-ERROR TO TRUE
               END-READ
           END-IF
           IF NOT WS-ENTRY-ERROR
               PERFORM 310-FIND-CARRIED-CASH
               MOVE WS-CARRIED-CASH TO WS-RPT-AMOUNT
               DISPLAY 'Opening Cash (blank = ' WS-RPT-AMOUNT '): '
               PERFORM 520-ACCEPT-AMOUNT
               IF NOT WS-ENTRY-ERROR AND WS-AMOUNT-ENTRY = SPACES
                   MOVE WS-CARRIED-CASH TO WS-ENTRY-AMOUNT
               END-IF
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE SPACES TO TELLER-DRAWER-RECORD
               MOVE WS-SEARCH-TELLER TO DRW-TELLER
               MOVE WS-BUSINESS-DATE TO DRW-DATE
               MOVE WS-SEARCH-BRANCH TO DRW-BRANCH
               SET DRW-OPEN TO TRUE
               MOVE WS-ENTRY-AMOUNT TO DRW-OPENING-CASH
               MOVE ZERO TO DRW-CASH-IN DRW-CASH-IN-COUNT
                            DRW-CASH-OUT DRW-CASH-OUT-COUNT
                            DRW-VAULT-BUYS DRW-VAULT-SELLS
                            DRW-COUNTED-CASH DRW-OVER-SHORT
               MOVE WS-OPERATOR TO DRW-OPENED-BY
               MOVE 'N' TO DRW-POSTED-FLAG
               WRITE TELLER-DRAWER-RECORD
                   INVALID KEY
                       DISPLAY 'DRAWER WRITE ERROR - NOT OPENED'
                   NOT INVALID KEY
                       DISPLAY 'DRAWER OPENED FOR ' DRW-TELLER
                           ' BRANCH ' DRW-BRANCH
               END-WRITE
           END-IF.

       310-FIND-CARRIED-CASH.
           MOVE ZERO TO WS-CARRIED-CASH
           MOVE 'N' TO WS-DRAWER-EOF-FLAG
           MOVE WS-SEARCH-TELLER TO DRW-TELLER
           MOVE LOW-VALUES TO DRW-DATE
           START DRAWER-FILE KEY >= DRW-KEY
               INVALID KEY SET END-OF-DRAWERS TO TRUE
           END-START
           IF NOT END-OF-DRAWERS
               READ DRAWER-FILE NEXT
                   AT END SET END-OF-DRAWERS TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL END-OF-DRAWERS
                   OR DRW-TELLER NOT = WS-SEARCH-TELLER
                   OR DRW-DATE >= WS-BUSINESS-DATE
               IF DRW-COUNTED
                   MOVE DRW-COUNTED-CASH TO WS-CARRIED-CASH
               END-IF
               READ DRAWER-FILE NEXT
                   AT END SET END-OF-DRAWERS TO TRUE
               END-READ
           END-PERFORM.

      *> Cash moves between a drawer and its branch vault only while
      *> both are open for the day.
       400-BUY-FROM-VAULT.
           MOVE WS-BUSINESS-DATE TO WS-SEARCH-DATE
           PERFORM 800-READ-DRAWER
           IF DRAWER-FOUND
               PERFORM 420-CHECK-MOVEMENT
           END-IF
           IF DRAWER-FOUND AND NOT WS-ENTRY-ERROR
               DISPLAY 'Amount Bought From Vault: '
               PERFORM 520-ACCEPT-AMOUNT
           END-IF
           IF DRAWER-FOUND AND NOT WS-ENTRY-ERROR
               IF WS-ENTRY-AMOUNT = ZERO
                   DISPLAY 'ZERO AMOUNT - NOTHING RECORDED'
               ELSE
                   ADD WS-ENTRY-AMOUNT TO DRW-VAULT-BUYS
                   PERFORM 810-REWRITE-DRAWER
                   MOVE WS-ENTRY-AMOUNT TO WS-RPT-AMOUNT
                   DISPLAY 'BOUGHT FROM VAULT: ' WS-RPT-AMOUNT
               END-IF
           END-IF.

      *> A drawer cannot sell the vault more cash than it should
      *> be holding.
       410-SELL-TO-VAULT.
           MOVE WS-BUSINESS-DATE TO WS-SEARCH-DATE
           PERFORM 800-READ-DRAWER
           IF DRAWER-FOUND
               PERFORM 420-CHECK-MOVEMENT
           END-IF
           IF DRAWER-FOUND AND NOT WS-ENTRY-ERROR
               DISPLAY 'Amount Sold To Vault: '
               PERFORM 520-ACCEPT-AMOUNT
           END-IF
           IF DRAWER-FOUND AND NOT WS-ENTRY-ERROR
               PERFORM 830-COMPUTE-EXPECTED
               EVALUATE TRUE
                   WHEN WS-ENTRY-AMOUNT = ZERO
                       DISPLAY 'ZERO AMOUNT - NOTHING RECORDED'
                   WHEN WS-ENTRY-AMOUNT > WS-EXPECTED-CASH
                       MOVE WS-EXPECTED-CASH TO WS-RPT-AMOUNT
                       DISPLAY 'DRAWER SHOULD HOLD ONLY '
                           WS-RPT-AMOUNT ' - NOTHING RECORDED'
                   WHEN OTHER
                       ADD WS-ENTRY-AMOUNT TO DRW-VAULT-SELLS
                       PERFORM 810-REWRITE-DRAWER
                       MOVE WS-ENTRY-AMOUNT TO WS-RPT-AMOUNT
                       DISPLAY 'SOLD TO VAULT: ' WS-RPT-AMOUNT
               END-EVALUATE
           END-IF.

       420-CHECK-MOVEMENT.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           IF NOT DRW-OPEN
               DISPLAY 'DRAWER ALREADY COUNTED - NOTHING RECORDED'
               SET WS-ENTRY-ERROR TO TRUE
           ELSE
               MOVE DRW-BRANCH TO VLT-BRANCH
               MOVE DRW-DATE TO VLT-DATE
               READ VAULT-FILE
                   INVALID KEY
                       DISPLAY 'BRANCH VAULT NOT OPEN TODAY - '
                               'NOTHING RECORDED'
                       SET WS-ENTRY-ERROR TO TRUE
                   NOT INVALID KEY
                       IF NOT VLT-OPEN
                           DISPLAY 'BRANCH VAULT ALREADY COUNTED - '
                                   'NOTHING RECORDED'
                           SET WS-ENTRY-ERROR TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> The count closes the drawer to further cash. It may be
      *> keyed again to correct a miscount until the night's proof
      *> has posted the difference; a drawer from an earlier day
      *> left uncounted can still be counted late by keying its
      *> date.
       500-COUNT-DRAWER.
           DISPLAY 'Business Date (blank = today): '
           ACCEPT WS-SEARCH-DATE
           IF WS-SEARCH-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-SEARCH-DATE
           END-IF
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           PERFORM 800-READ-DRAWER
           IF DRAWER-FOUND
               IF DRW-DIFF-POSTED
                   DISPLAY 'DIFFERENCE ALREADY POSTED - COUNT NOT '
                           'CHANGED'
                   SET WS-ENTRY-ERROR TO TRUE
               END-IF
               IF DRW-COUNTED AND NOT WS-ENTRY-ERROR
                   MOVE DRW-COUNTED-CASH TO WS-RPT-AMOUNT
                   DISPLAY 'DRAWER ALREADY COUNTED AT '
                       WS-RPT-AMOUNT
                   DISPLAY 'Recount? (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT = 'Y'
                       SET WS-ENTRY-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF DRAWER-FOUND AND NOT WS-ENTRY-ERROR
               DISPLAY 'Counted Cash: '
               PERFORM 520-ACCEPT-AMOUNT
               IF NOT WS-ENTRY-ERROR AND WS-AMOUNT-ENTRY = SPACES
                   DISPLAY 'COUNT REQUIRED - DRAWER NOT CLOSED'
                   SET WS-ENTRY-ERROR TO TRUE
               END-IF
           END-IF
           IF DRAWER-FOUND AND NOT WS-ENTRY-ERROR
               PERFORM 830-COMPUTE-EXPECTED
               COMPUTE WS-OVER-SHORT =
                   WS-ENTRY-AMOUNT - WS-EXPECTED-CASH
               MOVE WS-EXPECTED-CASH TO WS-RPT-AMOUNT
               DISPLAY '  EXPECTED CASH: ' WS-RPT-AMOUNT
               MOVE WS-ENTRY-AMOUNT TO WS-RPT-AMOUNT
               DISPLAY '  COUNTED CASH:  ' WS-RPT-AMOUNT
               MOVE WS-OVER-SHORT TO WS-RPT-AMOUNT
               EVALUATE TRUE
                   WHEN WS-OVER-SHORT > ZERO
                       DISPLAY '  OVER:          ' WS-RPT-AMOUNT
                   WHEN WS-OVER-SHORT < ZERO
                       DISPLAY '  SHORT:         ' WS-RPT-AMOUNT
                   WHEN OTHER
                       DISPLAY '  DRAWER IN BALANCE'
               END-EVALUATE
               DISPLAY 'Close drawer at this count? (Y/N): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y'
                   ACCEPT WS-COUNT-TIME FROM TIME
                   MOVE WS-ENTRY-AMOUNT TO DRW-COUNTED-CASH
                   MOVE WS-OVER-SHORT TO DRW-OVER-SHORT
                   MOVE WS-OPERATOR TO DRW-COUNTED-BY
                   MOVE WS-COUNT-TIME TO DRW-COUNTED-TIME
                   SET DRW-COUNTED TO TRUE
                   PERFORM 810-REWRITE-DRAWER
                   DISPLAY 'DRAWER COUNTED AND CLOSED'
               END-IF
           END-IF.

      *> Amounts are keyed as typed figures; blank is left for the
      *> caller to treat as "no entry".
       520-ACCEPT-AMOUNT.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           MOVE ZERO TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-AMOUNT-ENTRY
           ACCEPT WS-AMOUNT-ENTRY
           IF WS-AMOUNT-ENTRY NOT = SPACES
               COMPUTE WS-NUMVAL-TEST =
                   FUNCTION TEST-NUMVAL (WS-AMOUNT-ENTRY)
               IF WS-NUMVAL-TEST NOT = ZERO
                       OR WS-AMOUNT-ENTRY(1:1) = '-'
                   DISPLAY 'AMOUNT NOT NUMERIC - NOTHING RECORDED'
                   SET WS-ENTRY-ERROR TO TRUE
               ELSE
                   IF FUNCTION NUMVAL (WS-AMOUNT-ENTRY) < 1000000000
                       COMPUTE WS-ENTRY-AMOUNT =
                           FUNCTION NUMVAL (WS-AMOUNT-ENTRY)
                   ELSE
                       DISPLAY 'AMOUNT TOO LARGE - NOTHING RECORDED'
                       SET WS-ENTRY-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.

       600-INQUIRE-DRAWER.
           DISPLAY 'Business Date (blank = today): '
           ACCEPT WS-SEARCH-DATE
           IF WS-SEARCH-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-SEARCH-DATE
           END-IF
           PERFORM 800-READ-DRAWER
           IF DRAWER-FOUND
               PERFORM 820-SHOW-DRAWER
           END-IF.

      *> The vault opens each day on the figure it was last counted
      *> at unless a different opening is keyed.
       700-OPEN-VAULT.
           MOVE 'N' TO WS-ENTRY-ERROR-FLAG
           DISPLAY 'Branch Code: '
           ACCEPT WS-SEARCH-BRANCH
           IF WS-SEARCH-BRANCH = SPACES
               DISPLAY 'BRANCH REQUIRED - VAULT NOT OPENED'
               SET WS-ENTRY-ERROR TO TRUE
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE WS-SEARCH-BRANCH TO VLT-BRANCH
               MOVE WS-BUSINESS-DATE TO VLT-DATE
               READ VAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'VAULT ALREADY OPEN FOR '
                           WS-BUSINESS-DATE ' - NOT OPENED'
                       SET WS-ENTRY-ERROR TO TRUE
               END-READ
           END-IF
           IF NOT WS-ENTRY-ERROR
               PERFORM 705-FIND-VAULT-CARRY
               MOVE WS-CARRIED-CASH TO WS-RPT-AMOUNT
               DISPLAY 'Vault Opening Cash (blank = '
                   WS-RPT-AMOUNT '): '
               PERFORM 520-ACCEPT-AMOUNT
               IF NOT WS-ENTRY-ERROR AND WS-AMOUNT-ENTRY = SPACES
                   MOVE WS-CARRIED-CASH TO WS-ENTRY-AMOUNT
               END-IF
           END-IF
           IF NOT WS-ENTRY-ERROR
               MOVE SPACES TO BRANCH-VAULT-RECORD
               MOVE WS-SEARCH-BRANCH TO VLT-BRANCH
               MOVE WS-BUSINESS-DATE TO VLT-DATE
               SET VLT-OPEN TO TRUE
               MOVE WS-ENTRY-AMOUNT TO VLT-OPENING-CASH
               MOVE ZERO TO VLT-SHIPMENTS-IN VLT-SHIPMENTS-OUT
                            VLT-COUNTED-CASH
               MOVE WS-OPERATOR TO VLT-OPENED-BY
               WRITE BRANCH-VAULT-RECORD
                   INVALID KEY
                       DISPLAY 'VAULT WRITE ERROR - NOT OPENED'
                   NOT INVALID KEY
                       DISPLAY 'VAULT OPENED FOR BRANCH ' VLT-BRANCH
               END-WRITE
           END-IF.

       705-FIND-VAULT-CARRY.
           MOVE ZERO TO WS-CARRIED-CASH
           MOVE 'N' TO WS-VAULT-EOF-FLAG
           MOVE WS-SEARCH-BRANCH TO VLT-BRANCH
           MOVE LOW-VALUES TO VLT-DATE
           START VAULT-FILE KEY >= VLT-KEY
               INVALID KEY SET END-OF-VAULTS TO TRUE
           END-START
           IF NOT END-OF-VAULTS
               READ VAULT-FILE NEXT
                   AT END SET END-OF-VAULTS TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL END-OF-VAULTS
                   OR VLT-BRANCH NOT = WS-SEARCH-BRANCH
                   OR VLT-DATE >= WS-BUSINESS-DATE
               IF VLT-COUNTED
                   MOVE VLT-COUNTED-CASH TO WS-CARRIED-CASH
               END-IF
               READ VAULT-FILE NEXT
                   AT END SET END-OF-VAULTS TO TRUE
               END-READ
           END-PERFORM.

       710-VAULT-SHIPMENT.
           PERFORM 730-READ-TODAYS-VAULT
           IF VAULT-FOUND AND NOT VLT-OPEN
               DISPLAY 'VAULT ALREADY COUNTED - NOTHING RECORDED'
               MOVE 'N' TO WS-VAULT-FOUND-FLAG
           END-IF
           IF VAULT-FOUND
               DISPLAY 'Shipment (I-In from supplier, O-Out to '
                       'supplier): '
               ACCEPT WS-SHIPMENT-DIRECTION
               IF NOT WS-SHIPMENT-IN AND NOT WS-SHIPMENT-OUT
                   DISPLAY 'INVALID DIRECTION - NOTHING RECORDED'
                   MOVE 'N' TO WS-VAULT-FOUND-FLAG
               END-IF
           END-IF
           IF VAULT-FOUND
               DISPLAY 'Shipment Amount: '
               PERFORM 520-ACCEPT-AMOUNT
               IF NOT WS-ENTRY-ERROR AND WS-ENTRY-AMOUNT > ZERO
                   IF WS-SHIPMENT-IN
                       ADD WS-ENTRY-AMOUNT TO VLT-SHIPMENTS-IN
                   ELSE
                       ADD WS-ENTRY-AMOUNT TO VLT-SHIPMENTS-OUT
                   END-IF
                   REWRITE BRANCH-VAULT-RECORD
                       INVALID KEY
                           DISPLAY 'VAULT REWRITE ERROR: ' VLT-KEY
                   END-REWRITE
                   DISPLAY 'SHIPMENT RECORDED'
               END-IF
           END-IF.

      *> The vault should hold its opening cash and shipments in,
      *> less shipments out, less what the tellers bought, plus
      *> what they sold back.
       720-COUNT-VAULT.
           PERFORM 730-READ-TODAYS-VAULT
           IF VAULT-FOUND
               PERFORM 740-SUM-DRAWER-MOVEMENTS
               COMPUTE WS-EXPECTED-CASH =
                   VLT-OPENING-CASH + VLT-SHIPMENTS-IN
                   - VLT-SHIPMENTS-OUT - WS-TO-DRAWERS
                   + WS-FROM-DRAWERS
               MOVE WS-EXPECTED-CASH TO WS-RPT-AMOUNT
               DISPLAY '  EXPECTED VAULT CASH: ' WS-RPT-AMOUNT
               DISPLAY 'Counted Vault Cash: '
               PERFORM 520-ACCEPT-AMOUNT
               IF NOT WS-ENTRY-ERROR AND WS-AMOUNT-ENTRY NOT = SPACES
                   COMPUTE WS-OVER-SHORT =
                       WS-ENTRY-AMOUNT - WS-EXPECTED-CASH
                   MOVE WS-OVER-SHORT TO WS-RPT-AMOUNT
                   DISPLAY '  DIFFERENCE:          ' WS-RPT-AMOUNT
                   DISPLAY 'Record this count? (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y'
                       MOVE WS-ENTRY-AMOUNT TO VLT-COUNTED-CASH
                       MOVE WS-OPERATOR TO VLT-COUNTED-BY
                       SET VLT-COUNTED TO TRUE
                       REWRITE BRANCH-VAULT-RECORD
                           INVALID KEY
                               DISPLAY 'VAULT REWRITE ERROR: '
                                   VLT-KEY
                       END-REWRITE
                       DISPLAY 'VAULT COUNT RECORDED'
                   END-IF
               END-IF
           END-IF.

       730-READ-TODAYS-VAULT.
           MOVE 'N' TO WS-VAULT-FOUND-FLAG
           DISPLAY 'Branch Code: '
           ACCEPT WS-SEARCH-BRANCH
           MOVE WS-SEARCH-BRANCH TO VLT-BRANCH
           MOVE WS-BUSINESS-DATE TO VLT-DATE
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY 'VAULT NOT OPEN FOR ' WS-BUSINESS-DATE
               NOT INVALID KEY
                   SET VAULT-FOUND TO TRUE
           END-READ.

      *> DRAWER.DAT is keyed by teller, so the branch's drawers for
      *> the day are picked out of a full pass.
       740-SUM-DRAWER-MOVEMENTS.
           MOVE ZERO TO WS-TO-DRAWERS
           MOVE ZERO TO WS-FROM-DRAWERS
           MOVE 'N' TO WS-DRAWER-EOF-FLAG
           MOVE LOW-VALUES TO DRW-KEY
           START DRAWER-FILE KEY >= DRW-KEY
               INVALID KEY SET END-OF-DRAWERS TO TRUE
           END-START
           IF NOT END-OF-DRAWERS
               READ DRAWER-FILE NEXT
                   AT END SET END-OF-DRAWERS TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL END-OF-DRAWERS
               IF DRW-BRANCH = VLT-BRANCH
                       AND DRW-DATE = VLT-DATE
                   ADD DRW-VAULT-BUYS TO WS-TO-DRAWERS
                   ADD DRW-VAULT-SELLS TO WS-FROM-DRAWERS
               END-IF
               READ DRAWER-FILE NEXT
                   AT END SET END-OF-DRAWERS TO TRUE
               END-READ
           END-PERFORM.

       800-READ-DRAWER.
           MOVE 'N' TO WS-DRAWER-FOUND-FLAG
           DISPLAY 'Teller ID: '
           ACCEPT WS-SEARCH-TELLER
           IF WS-SEARCH-TELLER NOT = WS-OPERATOR
                   AND NOT SO-SUPERVISOR-ROLE
               MOVE SPACES TO SO-DETAIL
               STRING 'DRAWER ' WS-SEARCH-TELLER
                   DELIMITED BY SIZE INTO SO-DETAIL
               PERFORM 850-REFUSE-FUNCTION
           ELSE
               MOVE WS-SEARCH-TELLER TO DRW-TELLER
               MOVE WS-SEARCH-DATE TO DRW-DATE
               READ DRAWER-FILE
                   INVALID KEY
                       DISPLAY 'NO DRAWER FOR ' WS-SEARCH-TELLER
                           ' ON ' WS-SEARCH-DATE
                   NOT INVALID KEY
                       SET DRAWER-FOUND TO TRUE
               END-READ
           END-IF.

       810-REWRITE-DRAWER.
           REWRITE TELLER-DRAWER-RECORD
               INVALID KEY
                   DISPLAY 'DRAWER REWRITE ERROR: ' DRW-KEY
           END-REWRITE.

       820-SHOW-DRAWER.
           PERFORM 830-COMPUTE-EXPECTED
           IF DRW-OPEN
               DISPLAY '  DRAWER: ' DRW-TELLER '  ' DRW-DATE
                   '  BRANCH ' DRW-BRANCH '  OPEN'
           ELSE
               DISPLAY '  DRAWER: ' DRW-TELLER '  ' DRW-DATE
                   '  BRANCH ' DRW-BRANCH '  COUNTED BY '
                   DRW-COUNTED-BY
           END-IF
           MOVE DRW-OPENING-CASH TO WS-RPT-AMOUNT
           DISPLAY '    OPENING CASH:    ' WS-RPT-AMOUNT
           MOVE DRW-CASH-IN TO WS-RPT-AMOUNT
           DISPLAY '    CASH IN:         ' WS-RPT-AMOUNT
               '  (' DRW-CASH-IN-COUNT ' SLIPS)'
           MOVE DRW-CASH-OUT TO WS-RPT-AMOUNT
           DISPLAY '    CASH OUT:        ' WS-RPT-AMOUNT
               '  (' DRW-CASH-OUT-COUNT ' SLIPS)'
           MOVE DRW-VAULT-BUYS TO WS-RPT-AMOUNT
           DISPLAY '    FROM VAULT:      ' WS-RPT-AMOUNT
           MOVE DRW-VAULT-SELLS TO WS-RPT-AMOUNT
           DISPLAY '    TO VAULT:        ' WS-RPT-AMOUNT
           MOVE WS-EXPECTED-CASH TO WS-RPT-AMOUNT
           DISPLAY '    EXPECTED CASH:   ' WS-RPT-AMOUNT
           IF DRW-COUNTED
               MOVE DRW-COUNTED-CASH TO WS-RPT-AMOUNT
               DISPLAY '    COUNTED CASH:    ' WS-RPT-AMOUNT
               MOVE DRW-OVER-SHORT TO WS-RPT-AMOUNT
               DISPLAY '    OVER / SHORT:    ' WS-RPT-AMOUNT
           END-IF.

       830-COMPUTE-EXPECTED.
           COMPUTE WS-EXPECTED-CASH =
               DRW-OPENING-CASH + DRW-CASH-IN - DRW-CASH-OUT
               + DRW-VAULT-BUYS - DRW-VAULT-SELLS.

      *> SO-DETAIL is filled in by the caller.
       850-REFUSE-FUNCTION.
           DISPLAY 'SUPERVISOR REQUIRED - NOT AUTHORIZED'
           MOVE 'VIOL' TO SO-FUNCTION
           MOVE 'NOT AUTHORIZED' TO SO-VIOLATION
           MOVE ZERO TO SO-AMOUNT SO-LIMIT
           CALL 'OPERATOR-SIGNON' USING SIGNON-AREA.
