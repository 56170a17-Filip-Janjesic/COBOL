       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-HASH.
       AUTHOR. FILIP JANJESIC.
      *> One-way hash of an operator password for operator_master.dat
      *> - the password itself is never written anywhere. The
      *> operator ID is folded in ahead of the password, so two
      *> operators who pick the same password still carry different
      *> hashes, and the mix is run over the pair many times so the
      *> stored value cannot be walked back by hand.
      *> OPERATOR-CHECK hashes what is keyed at sign-on and compares
      *> it with the master; OPERATOR-MAINTENANCE hashes the
      *> temporary password a supervisor issues on an add or reset.
      *>   LK-HASH: eighteen digits - two nine-digit accumulators
      *>            side by side.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-HASH-INPUT.
               05 WS-HASH-ID         PIC X(20).
               05 WS-HASH-PASSWORD   PIC X(20).
           01 WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
               05 WS-HASH-CHAR       PIC X(1) OCCURS 40 TIMES.

           01 WS-HASH-ROUNDS     PIC 9(3) VALUE 64.
           01 WS-ROUND-IDX       PIC 9(3).
           01 WS-CHAR-IDX        PIC 9(2).
           01 WS-CHAR-CODE       PIC 9(3).
           01 WS-ACCUM-1         PIC 9(18).
           01 WS-ACCUM-2         PIC 9(18).
           01 WS-HASH-RESULT.
               05 WS-RESULT-1        PIC 9(9).
               05 WS-RESULT-2        PIC 9(9).

       LINKAGE SECTION.
           01 LK-OPERATOR-ID     PIC X(20).
           01 LK-PASSWORD        PIC X(20).
           01 LK-HASH            PIC X(18).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-PASSWORD LK-HASH.
       MAIN-LOGIC.
           MOVE LK-OPERATOR-ID TO WS-HASH-ID
           MOVE LK-PASSWORD TO WS-HASH-PASSWORD
           MOVE 7 TO WS-ACCUM-1
           MOVE 11 TO WS-ACCUM-2

           PERFORM VARYING WS-ROUND-IDX FROM 1 BY 1
                   UNTIL WS-ROUND-IDX > WS-HASH-ROUNDS
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > 40
                   COMPUTE WS-CHAR-CODE =
                       FUNCTION ORD(WS-HASH-CHAR(WS-CHAR-IDX))
                   COMPUTE WS-ACCUM-1 = FUNCTION MOD(
                       WS-ACCUM-1 * 131 + WS-CHAR-CODE
                       + WS-ROUND-IDX, 999999937)
                   COMPUTE WS-ACCUM-2 = FUNCTION MOD(
                       WS-ACCUM-2 * 257 + WS-CHAR-CODE * WS-CHAR-IDX
                       + WS-ACCUM-1, 999999929)
               END-PERFORM
           END-PERFORM

           MOVE WS-ACCUM-1 TO WS-RESULT-1
           MOVE WS-ACCUM-2 TO WS-RESULT-2
           MOVE WS-HASH-RESULT TO LK-HASH
           GOBACK.

       END PROGRAM PASSWORD-HASH.
