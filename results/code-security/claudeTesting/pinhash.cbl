       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-SCRAMBLE.

      *> One-way PIN scramble shared by OPERATOR-SIGNON (checking a
      *> PIN) and OPERATOR-MAINT (setting one), kept as a single
      *> subprogram so both sides fold the PIN exactly the same way
      *> and the PIN itself never has to be written anywhere. The
      *> operator ID is folded in ahead of the PIN, so two operators
      *> who pick the same PIN still carry different figures on the
      *> operator master.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SCRAMBLE-ALPHABET.
           05  FILLER             PIC X(32) VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTU'.
           05  FILLER             PIC X(32) VALUE
               'VWXYZabcdefghijklmnopqrstuvwxyz-'.
       01  WS-SCRAMBLE-SOURCE     PIC X(16).
       01  WS-CHAR-IDX            PIC 9(3).
       01  WS-ALPHA-IDX           PIC 9(3).
       01  WS-CHAR-VALUE          PIC 9(3).
       01  WS-PASS                PIC 9.
       01  WS-WORK-HASH           PIC 9(12).

       LINKAGE SECTION.
       01  LK-OPERATOR-ID         PIC X(8).
       01  LK-PIN                 PIC X(8).
       01  LK-PIN-HASH            PIC 9(9).

       PROCEDURE DIVISION USING LK-OPERATOR-ID
                                 LK-PIN
                                 LK-PIN-HASH.
       100-MAIN-LOGIC.
           MOVE LK-OPERATOR-ID TO WS-SCRAMBLE-SOURCE(1:8)
           MOVE LK-PIN         TO WS-SCRAMBLE-SOURCE(9:8)
           MOVE 7 TO WS-WORK-HASH
      *> Two passes, so a change in the last character of the PIN
      *> still moves every digit of the result.
           PERFORM VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 2
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 16
                   PERFORM 200-CHAR-VALUE
                   COMPUTE WS-WORK-HASH = FUNCTION MOD
                       (WS-WORK-HASH * 67 + WS-CHAR-VALUE
                        + WS-CHAR-IDX * 31 + WS-PASS, 999999937)
               END-PERFORM
           END-PERFORM
           MOVE WS-WORK-HASH TO LK-PIN-HASH
           GOBACK.

      *> A character outside the alphabet still counts, as the
      *> last value, rather than being dropped.
       200-CHAR-VALUE.
           MOVE 65 TO WS-CHAR-VALUE
           PERFORM VARYING WS-ALPHA-IDX FROM 1 BY 1
                   UNTIL WS-ALPHA-IDX > 64
               IF WS-SCRAMBLE-ALPHABET(WS-ALPHA-IDX:1)
                       = WS-SCRAMBLE-SOURCE(WS-CHAR-IDX:1)
                   MOVE WS-ALPHA-IDX TO WS-CHAR-VALUE
                   MOVE 64 TO WS-ALPHA-IDX
               END-IF
           END-PERFORM.
