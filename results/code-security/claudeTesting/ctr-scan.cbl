      *> AUDIT-FILE per customer — accounts join their customer
      *> through ACCOUNT-TAX-ID and the CUSTMAST.DAT relationship
      *> master, so cash split across a household's accounts cannot
      *> evade the threshold; cash through a joint account counts
      *> toward every owner and authorized signer on the account
      *> party file (ACCTPTY.DAT) as well as the primary, since any
      *> of them may have conducted it — and writes a
      *> reportable-customer extract (CTREXTR.DAT) with name, tax
      *> ID, per-account breakdown, and total, plus a console
      *> summary for the compliance officer. An account with no
      *> tax ID on file stands alone under its own account number,
      *> the same grouping stance SVC-CHARGE-BATCH takes. The
      *> threshold is keyed on RUNPARM.DAT as CTR-THRESHOLD (the
      *> $10,000 regulatory figure, kept on the parameter file so
      *> a change never needs a program change).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-SCAN.
       ENVIRONMENT DIVISION.
               RECORD KEY IS CM-TAX-ID.
           SELECT EXTRACT-FILE ASSIGN TO 'CTREXTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARTY-FILE ASSIGN TO 'ACCTPTY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTMAST.

       FD  PARTY-FILE.
       COPY ACCTPTY.

      *> One 'C' record per reportable customer followed by one 'A'
      *> record per contributing account, so the filing system gets
      *> both the household total and the breakdown without parsing
               88  WS-ACCT-FOUND  VALUE 'Y'.
           05  WS-CM-FOUND-FLAG   PIC X.
               88  WS-CM-FOUND    VALUE 'Y'.
           05  WS-PARTY-EOF-FLAG  PIC X VALUE 'N'.
               88  END-OF-PARTY-FILE VALUE 'Y'.

       01  WS-BUSINESS-DATE       PIC X(8).

       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-KEY          PIC X(11).
               10  WS-CT-NAME         PIC X(30).
               10  WS-CT-TOTAL        PIC S9(11)V99.
               10  WS-CT-ACCT-COUNT   PIC 9(2).
               10  WS-CT-ACCT OCCURS 10 TIMES.
       01  WS-AC-IDX              PIC 9(5).
       01  WS-AC-FOUND-IDX        PIC 9(5).

      *> Joint owners and authorized signers off the party file,
      *> loaded once. Beneficiaries have no say over the account
      *> until the owner dies and conduct no cash through it. A
      *> full table stops the run: a customer silently missing
      *> from the aggregation would understate a reportable total.
       01  WS-PARTY-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-ACCOUNT      PIC X(10).
               10  WS-PT-TAX-ID       PIC X(11).
               10  WS-PT-NAME         PIC X(30).
       01  WS-PT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PT-IDX              PIC 9(5).
       01  WS-PT-FOUND            PIC 9(5).
       01  WS-GROUP-NAME          PIC X(30).


      *> REPORT-SPOOL interface: the reportable-customer
      *> summary goes to the dated report file the compliance
                                      WS-RS-DATE
                                      WS-SPOOL-LINE
                                      WS-RS-STATUS
           PERFORM 210-LOAD-PARTIES
           OPEN INPUT AUDIT-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       210-LOAD-PARTIES.
           OPEN INPUT PARTY-FILE
           READ PARTY-FILE
               AT END SET END-OF-PARTY-FILE TO TRUE
           END-READ
           PERFORM UNTIL END-OF-PARTY-FILE
               IF AP-ACTIVE AND (AP-JOINT OR AP-SIGNER)
                       AND AP-TAX-ID NOT = SPACES
                   IF WS-PT-COUNT >= 2000
                       DISPLAY 'PARTY TABLE FULL AT 2000 - RUN '
                               'REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ZERO TO WS-PT-FOUND
                   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                           UNTIL WS-PT-IDX > WS-PT-COUNT
                       IF WS-PT-ACCOUNT (WS-PT-IDX) = AP-ACCOUNT-NUMBER
                               AND WS-PT-TAX-ID (WS-PT-IDX) = AP-TAX-ID
                           MOVE WS-PT-IDX TO WS-PT-FOUND
                       END-IF
                   END-PERFORM
      *> One person holding two roles on an account counts once.
                   IF WS-PT-FOUND = ZERO
                       ADD 1 TO WS-PT-COUNT
                       MOVE AP-ACCOUNT-NUMBER
                           TO WS-PT-ACCOUNT (WS-PT-COUNT)
                       MOVE AP-TAX-ID TO WS-PT-TAX-ID (WS-PT-COUNT)
                       MOVE AP-NAME   TO WS-PT-NAME (WS-PT-COUNT)
                   END-IF
               END-IF
               READ PARTY-FILE
                   AT END SET END-OF-PARTY-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARTY-FILE.

       904-PRINT-REPORT-LINE.
           DISPLAY WS-SPOOL-LINE
           MOVE 'LINE' TO WS-RS-FUNCTION
               ADD 1 TO WS-ENTRIES-COUNTED
               MOVE AUDIT-AMOUNT TO WS-ENTRY-AMOUNT
               PERFORM 310-RESOLVE-GROUP-KEY
               MOVE SPACES TO WS-GROUP-NAME
               PERFORM 320-ACCUMULATE-CUSTOMER
               PERFORM 315-ACCUMULATE-PARTIES
           END-IF
           READ AUDIT-FILE
               AT END SET END-OF-FILE TO TRUE
               MOVE AUDIT-ACCOUNT TO WS-GROUP-KEY
           END-IF.

      *> The same cash again under each other owner and signer on
      *> the account — unless that person is the group the primary
      *> already put it under.
       315-ACCUMULATE-PARTIES.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-ACCOUNT (WS-PT-IDX) = AUDIT-ACCOUNT
                       AND WS-PT-TAX-ID (WS-PT-IDX) NOT = WS-GROUP-KEY
                   MOVE WS-PT-TAX-ID (WS-PT-IDX) TO WS-GROUP-KEY
                   MOVE WS-PT-NAME (WS-PT-IDX)   TO WS-GROUP-NAME
                   PERFORM 320-ACCUMULATE-CUSTOMER
                   PERFORM 310-RESOLVE-GROUP-KEY
               END-IF
           END-PERFORM.

       320-ACCUMULATE-CUSTOMER.
           MOVE ZERO TO WS-CUST-FOUND-IDX
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   MOVE WS-CUST-COUNT TO WS-CUST-FOUND-IDX
                   MOVE WS-GROUP-KEY
                       TO WS-CT-KEY (WS-CUST-FOUND-IDX)
                   MOVE WS-GROUP-NAME
                       TO WS-CT-NAME (WS-CUST-FOUND-IDX)
                   MOVE ZERO TO WS-CT-TOTAL (WS-CUST-FOUND-IDX)
                   MOVE ZERO TO WS-CT-ACCT-COUNT (WS-CUST-FOUND-IDX)
               END-IF
           END-IF.

      *> The relationship master supplies the customer name; a key
      *> with no CUSTMAST record falls back to the name off the
      *> party file (a signer who banks elsewhere) or, for an
      *> account standing alone, the account's own name.
       520-FETCH-CUSTOMER-NAME.
           MOVE 'N' TO WS-CM-FOUND-FLAG
           MOVE WS-CT-KEY (WS-CUST-IDX) TO CM-TAX-ID
                   SET WS-CM-FOUND TO TRUE
           END-READ
           IF NOT WS-CM-FOUND
                   AND WS-CT-NAME (WS-CUST-IDX) NOT = SPACES
               MOVE WS-CT-NAME (WS-CUST-IDX) TO CM-NAME
           END-IF
           IF NOT WS-CM-FOUND
                   AND WS-CT-NAME (WS-CUST-IDX) = SPACES
               MOVE SPACES TO CM-NAME
               MOVE 'N' TO WS-ACCT-FOUND-FLAG
               MOVE WS-CT-ACCOUNT (WS-CUST-IDX 1) TO ACCOUNT-NUMBER
