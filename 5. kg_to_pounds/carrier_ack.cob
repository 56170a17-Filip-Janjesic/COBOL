      *> shipment still unacknowledged past its business-day
      *> deadline, computed from its manifest run date through
      *> EVEN-DAY-BUSDAY on the shipment's own carrier calendar.
      *> A shipment held for credit has not gone to its carrier and
      *> is not chased; once released its deadline runs from the
      *> release date, not the night it was converted.
      *> Ack record (fixed columns): SHIP-ID (10), status (1)
      *> A = accepted, R = rejected, reason (20).
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHASE-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
           05 SM-ACK-STATUS      PIC X(1).
           05 SM-ACK-DATE        PIC 9(8).
           05 SM-CHARGEABLE      PIC 9(7)V99.
           05 SM-FUEL-CHARGE     PIC 9(7)V99.
           05 SM-VOID-FLAG       PIC X(1).
               88 SHIPMENT-IS-VOID   VALUE "V".
           05 SM-VOID-DATE       PIC 9(8).
           05 SM-TRACK-STATUS    PIC X(2).
           05 SM-TRACK-DATE      PIC 9(8).
           05 SM-PICKUP-DATE     PIC 9(8).
           05 SM-DELIVERY-DATE   PIC 9(8).

       FD  CHASE-LIST-FILE.
       01  CHASE-LIST-RECORD     PIC X(80).

       FD  CREDIT-HOLD-FILE.
       01  CREDIT-HOLD-RECORD.
           05 CH-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 CH-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CH-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 CH-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 CH-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 CH-WEIGHT          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 CH-UNIT            PIC X(2).
           05 FILLER             PIC X(1).
           05 CH-CHARGE          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 CH-UNBILLED        PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 CH-LIMIT           PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 CH-RELEASE-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 CH-OPERATOR        PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-ACK-STATUS      PIC X(02).
               88 ACK-FILE-OK      VALUE "00".
               88 MASTER-OK           VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-CHASE-STATUS    PIC X(02).
           01 WS-HOLD-STATUS     PIC X(02).
               88 HOLD-FILE-OK      VALUE "00".
               88 HOLD-END-OF-FILE  VALUE "10".

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-DEADLINE-DAYS-IN PIC X(3).
           01 WS-BUSDAY-RESULT   PIC 9(8).
           01 WS-BUSDAY-STATUS   PIC X(1).
           01 WS-DEADLINE-DATE   PIC 9(8).
           01 WS-BASE-DATE       PIC 9(8).

      *> Credit holds, by shipment, for the chase list.
           01 WS-HOLD-TABLE-MAX  PIC 9(4) VALUE 2000.
           01 WS-HOLD-COUNT      PIC 9(4) VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
                   10 WS-HT-SHIP-ID      PIC X(10).
                   10 WS-HT-STATUS       PIC X(1).
                   10 WS-HT-RELEASE-DATE PIC 9(8).
           01 WS-HOLD-SCAN       PIC 9(4).
           01 WS-HOLD-IDX        PIC 9(4).

           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

           END-IF.

           PERFORM POST-ACK-FILE.
           PERFORM LOAD-CREDIT-HOLDS.
           PERFORM WRITE-CHASE-LIST.
           CLOSE SHIPMENT-MASTER.

                   END-REWRITE
           END-READ.

       LOAD-CREDIT-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT CREDIT-HOLD-FILE
           IF HOLD-FILE-OK
               PERFORM UNTIL HOLD-END-OF-FILE
                   READ CREDIT-HOLD-FILE
                       AT END
                           SET HOLD-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE CH-SHIP-ID
                                   TO WS-HT-SHIP-ID(WS-HOLD-COUNT)
                               MOVE CH-STATUS
                                   TO WS-HT-STATUS(WS-HOLD-COUNT)
                               MOVE CH-RELEASE-DATE
                                   TO WS-HT-RELEASE-DATE(WS-HOLD-COUNT)
                           ELSE
                               DISPLAY "Hold table full - hold not "
                                   "checked: " CH-SHIP-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       FIND-CREDIT-HOLD.
           MOVE 0 TO WS-HOLD-IDX
           PERFORM VARYING WS-HOLD-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                   OR WS-HOLD-IDX > 0
               IF WS-HT-SHIP-ID(WS-HOLD-SCAN) = SM-SHIP-ID
                   MOVE WS-HOLD-SCAN TO WS-HOLD-IDX
               END-IF
           END-PERFORM.

      *> The deadline is per shipment: its manifest run date plus
      *> the allowed business days on its carrier's calendar. A
      *> shipment past that with no acknowledgment goes on the
      *> chase list every run until the carrier answers. A voided
      *> shipment is no longer chased - its cancel has gone to the
      *> carrier instead.
       WRITE-CHASE-LIST.
           OPEN OUTPUT CHASE-LIST-FILE
           MOVE SPACES TO CHASE-LIST-RECORD
                   NOT AT END
                       IF SM-ACK-STATUS NOT = "A"
                           AND SM-ACK-STATUS NOT = "R"
                           AND NOT SHIPMENT-IS-VOID
                           PERFORM JUDGE-ONE-SHIPMENT
                       END-IF
               END-READ
           IF SM-RUN-DATE = 0 OR SM-RUN-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SM-RUN-DATE TO WS-BASE-DATE
           PERFORM FIND-CREDIT-HOLD
           IF WS-HOLD-IDX > 0
               IF WS-HT-STATUS(WS-HOLD-IDX) = "H"
                   EXIT PARAGRAPH
               END-IF
               IF WS-HT-STATUS(WS-HOLD-IDX) = "R"
                   AND WS-HT-RELEASE-DATE(WS-HOLD-IDX) NUMERIC
                   AND WS-HT-RELEASE-DATE(WS-HOLD-IDX) > 0
                   MOVE WS-HT-RELEASE-DATE(WS-HOLD-IDX)
                       TO WS-BASE-DATE
               END-IF
           END-IF
           MOVE "A" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-BASE-DATE WS-DEADLINE-DAYS WS-BUSDAY-RESULT
               WS-BUSDAY-STATUS SM-CARRIER
           IF WS-BUSDAY-STATUS NOT = "0"
               EXIT PARAGRAPH
               MOVE SPACES TO CHASE-LIST-RECORD
               STRING "CHASE  SHIPMENT=" SM-SHIP-ID
                   "  CARRIER=" SM-CARRIER
                   "  MANIFESTED=" WS-BASE-DATE
                   "  DEADLINE=" WS-DEADLINE-DATE
                   DELIMITED BY SIZE
                   INTO CHASE-LIST-RECORD
