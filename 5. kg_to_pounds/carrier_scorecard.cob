       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER-SCORECARD.
       AUTHOR. FILIP JANJESIC.
      *> Monthly on-time scorecard per carrier. Every shipment the
      *> tracking load shows delivered in the chosen month is timed
      *> from pickup to delivery in business days on its carrier's
      *> own calendar (EVEN-DAY-BUSDAY with the carrier code), and
      *> judged against that carrier's service standard from
      *> carrier_service_standards.dat. A shipment with no pickup
      *> event is timed from its manifest run date, and counted as
      *> such, since that is the day it was tendered. Late
      *> shipments are listed under the carrier totals for the rate
      *> negotiations.
      *> Standards record (fixed columns): carrier (4), space,
      *> standard transit in business days (2).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STANDARD-FILE ASSIGN TO
                   "carrier_service_standards.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDARD-STATUS.

           SELECT SCORECARD-FILE ASSIGN TO "carrier_scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORECARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-MASTER.
       01  SHIPMENT-MASTER-RECORD.
           05 SM-SHIP-ID         PIC X(10).
           05 SM-WEIGHT-IN       PIC 9(5)V99.
           05 SM-UNIT-FROM       PIC X(2).
           05 SM-UNIT-TO         PIC X(2).
           05 SM-CONVERTED       PIC 9(7)V99.
           05 SM-RUN-DATE        PIC 9(8).
           05 SM-TIMESTAMP       PIC X(21).
           05 SM-CUSTOMER        PIC X(6).
           05 SM-CHARGE          PIC 9(7)V99.
           05 SM-INVOICE-NO      PIC 9(6).
           05 SM-CARRIER         PIC X(4).
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

       FD  STANDARD-FILE.
       01  STANDARD-RECORD.
           05 CS-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 CS-DAYS            PIC 9(2).

       FD  SCORECARD-FILE.
       01  SCORECARD-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK           VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-STANDARD-STATUS PIC X(02).
               88 STANDARD-FILE-OK     VALUE "00".
               88 STANDARD-END-OF-FILE VALUE "10".
           01 WS-SCORECARD-STATUS PIC X(02).

           01 WS-TODAY           PIC 9(8).
           01 WS-MONTH-IN        PIC X(6).
           01 WS-MONTH           PIC 9(6).
           01 WS-MONTH-PARTS REDEFINES WS-MONTH.
               05 WS-MONTH-YEAR  PIC 9(4).
               05 WS-MONTH-MM    PIC 9(2).
           01 WS-DEFAULT-DAYS-IN PIC X(2).
           01 WS-DEFAULT-DAYS    PIC 9(2) VALUE 3.

      *> Service standards by carrier, loaded once. A carrier with
      *> no row is held to the default keyed in at the start.
           01 WS-STANDARD-TABLE-MAX PIC 9(2) VALUE 20.
           01 WS-STANDARD-COUNT  PIC 9(2) VALUE 0.
           01 WS-STANDARD-TABLE.
               05 WS-STANDARD-ENTRY OCCURS 20 TIMES.
                   10 WS-ST-CARRIER   PIC X(4).
                   10 WS-ST-DAYS      PIC 9(2).
           01 WS-STANDARD-IDX    PIC 9(2).

      *> Scorecard buckets, one per carrier delivered in the month.
      *> A carrier that cannot get a bucket is counted and named on
      *> the report rather than silently dropped.
           01 WS-CARD-TABLE-MAX  PIC 9(2) VALUE 20.
           01 WS-CARD-COUNT      PIC 9(2) VALUE 0.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS 20 TIMES.
                   10 WS-CD-CARRIER    PIC X(4).
                   10 WS-CD-STANDARD   PIC 9(2).
                   10 WS-CD-DELIVERED  PIC 9(6).
                   10 WS-CD-ON-TIME    PIC 9(6).
                   10 WS-CD-LATE       PIC 9(6).
                   10 WS-CD-NO-PICKUP  PIC 9(6).
                   10 WS-CD-TOTAL-DAYS PIC 9(8).
           01 WS-CARD-IDX        PIC 9(2).
           01 WS-CARD-FOUND-FLAG PIC X(1).
               88 CARD-WAS-FOUND     VALUE "Y".
           01 WS-UNCARDED-COUNT  PIC 9(6) VALUE 0.

           01 WS-START-DATE      PIC 9(8).
           01 WS-WORK-DATE       PIC 9(8).
           01 WS-TRANSIT-DAYS    PIC 9(4).
           01 WS-TRANSIT-GUARD   PIC 9(4) VALUE 366.
           01 WS-TRANSIT-DONE-FLAG PIC X(1).
               88 TRANSIT-COUNTED    VALUE "Y".
           01 WS-BUSDAY-FUNCTION PIC X(1) VALUE "N".
           01 WS-BUSDAY-COUNT    PIC S9(4) VALUE 0.
           01 WS-BUSDAY-RESULT   PIC 9(8).
           01 WS-BUSDAY-STATUS   PIC X(1).

           01 WS-GRAND-DELIVERED PIC 9(6) VALUE 0.
           01 WS-GRAND-ON-TIME   PIC 9(6) VALUE 0.
           01 WS-PERCENT         PIC 9(3)V9.
           01 WS-AVERAGE-DAYS    PIC 9(3)V9.

           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           01 WS-DISPLAY-COUNT-2 PIC ZZZZZ9.
           01 WS-DISPLAY-COUNT-3 PIC ZZZZZ9.
           01 WS-DISPLAY-PERCENT PIC ZZ9.9.
           01 WS-DISPLAY-AVERAGE PIC ZZ9.9.
           01 WS-DISPLAY-DAYS    PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Carrier On-Time Scorecard ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY "Month to score YYYYMM (blank = last month): ".
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN = SPACES
               MOVE WS-TODAY(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YEAR
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           ELSE
               IF WS-MONTH-IN NOT NUMERIC
                   DISPLAY "Month must be YYYYMM."
                   STOP RUN
               END-IF
               MOVE WS-MONTH-IN TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "Month must be YYYYMM."
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "Standard for carriers not on file, business "
               "days (blank = 3): ".
           ACCEPT WS-DEFAULT-DAYS-IN.
           IF WS-DEFAULT-DAYS-IN NOT = SPACES
               IF WS-DEFAULT-DAYS-IN NOT NUMERIC
                   DISPLAY "Standard must be numeric."
                   STOP RUN
               END-IF
               MOVE WS-DEFAULT-DAYS-IN TO WS-DEFAULT-DAYS
           END-IF.

           PERFORM LOAD-SERVICE-STANDARDS.

           OPEN INPUT SHIPMENT-MASTER
           IF NOT MASTER-OK
               DISPLAY "Unable to open shipment_master.dat. Status="
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SCORECARD-FILE
           MOVE SPACES TO SCORECARD-RECORD
           STRING "CARRIER ON-TIME SCORECARD FOR " WS-MONTH
               "  RUN " WS-TODAY
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD

           MOVE LOW-VALUES TO SM-SHIP-ID
           START SHIPMENT-MASTER KEY IS >= SM-SHIP-ID
               INVALID KEY
                   MOVE "10" TO WS-MASTER-STATUS
           END-START
           PERFORM UNTIL MASTER-END-OF-FILE
               READ SHIPMENT-MASTER NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-DELIVERY-DATE(1:6) = WS-MONTH
                           AND NOT SHIPMENT-IS-VOID
                           PERFORM SCORE-ONE-SHIPMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-MASTER

           PERFORM WRITE-CARRIER-TOTALS
           CLOSE SCORECARD-FILE

           MOVE WS-GRAND-DELIVERED TO WS-DISPLAY-COUNT
           DISPLAY "Deliveries scored: " WS-DISPLAY-COUNT
               " - see carrier_scorecard.txt".
           IF WS-UNCARDED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-SERVICE-STANDARDS.
           OPEN INPUT STANDARD-FILE
           IF NOT STANDARD-FILE-OK
               DISPLAY "No carrier_service_standards.dat - every "
                   "carrier held to the default."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STANDARD-END-OF-FILE
               READ STANDARD-FILE
                   AT END
                       SET STANDARD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CS-DAYS NUMERIC
                           AND WS-STANDARD-COUNT
                               < WS-STANDARD-TABLE-MAX
                           ADD 1 TO WS-STANDARD-COUNT
                           MOVE CS-CARRIER
                               TO WS-ST-CARRIER(WS-STANDARD-COUNT)
                           MOVE CS-DAYS
                               TO WS-ST-DAYS(WS-STANDARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDARD-FILE.

       SCORE-ONE-SHIPMENT.
           PERFORM FIND-CARRIER-CARD
           IF NOT CARD-WAS-FOUND
               ADD 1 TO WS-UNCARDED-COUNT
               MOVE SPACES TO SCORECARD-RECORD
               STRING "NOT SCORED - CARRIER TABLE FULL  SHIPMENT="
                   SM-SHIP-ID "  CARRIER=" SM-CARRIER
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
               EXIT PARAGRAPH
           END-IF

           IF SM-PICKUP-DATE > 0
               MOVE SM-PICKUP-DATE TO WS-START-DATE
           ELSE
               MOVE SM-RUN-DATE TO WS-START-DATE
               ADD 1 TO WS-CD-NO-PICKUP(WS-CARD-IDX)
           END-IF
           PERFORM COUNT-TRANSIT-DAYS

           ADD 1 TO WS-CD-DELIVERED(WS-CARD-IDX)
           ADD 1 TO WS-GRAND-DELIVERED
           ADD WS-TRANSIT-DAYS TO WS-CD-TOTAL-DAYS(WS-CARD-IDX)
           IF WS-TRANSIT-DAYS <= WS-CD-STANDARD(WS-CARD-IDX)
               ADD 1 TO WS-CD-ON-TIME(WS-CARD-IDX)
               ADD 1 TO WS-GRAND-ON-TIME
           ELSE
               ADD 1 TO WS-CD-LATE(WS-CARD-IDX)
               MOVE WS-TRANSIT-DAYS TO WS-DISPLAY-DAYS
               MOVE SPACES TO SCORECARD-RECORD
               STRING "LATE  CARRIER=" SM-CARRIER
                   "  SHIPMENT=" SM-SHIP-ID
                   "  PICKUP=" WS-START-DATE
                   "  DELIVERED=" SM-DELIVERY-DATE
                   "  DAYS=" WS-DISPLAY-DAYS
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
           END-IF.

      *> Transit is the number of the carrier's business days after
      *> the start date up to and including the delivery date, so
      *> next-business-day delivery is 1. Delivery on the start
      *> date, or a date EVEN-DAY-BUSDAY cannot step from, is 0.
       COUNT-TRANSIT-DAYS.
           MOVE 0 TO WS-TRANSIT-DAYS
           MOVE WS-START-DATE TO WS-WORK-DATE
           MOVE "N" TO WS-TRANSIT-DONE-FLAG
           IF WS-WORK-DATE = 0 OR WS-WORK-DATE >= SM-DELIVERY-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRANSIT-COUNTED
               CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
                   WS-WORK-DATE WS-BUSDAY-COUNT WS-BUSDAY-RESULT
                   WS-BUSDAY-STATUS SM-CARRIER
               IF WS-BUSDAY-STATUS NOT = "0"
                   OR WS-BUSDAY-RESULT > SM-DELIVERY-DATE
                   OR WS-TRANSIT-DAYS >= WS-TRANSIT-GUARD
                   SET TRANSIT-COUNTED TO TRUE
               ELSE
                   ADD 1 TO WS-TRANSIT-DAYS
                   MOVE WS-BUSDAY-RESULT TO WS-WORK-DATE
               END-IF
           END-PERFORM.

       FIND-CARRIER-CARD.
           MOVE "N" TO WS-CARD-FOUND-FLAG
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   OR CARD-WAS-FOUND
               IF WS-CD-CARRIER(WS-CARD-IDX) = SM-CARRIER
                   MOVE "Y" TO WS-CARD-FOUND-FLAG
               END-IF
           END-PERFORM
           IF CARD-WAS-FOUND
               SUBTRACT 1 FROM WS-CARD-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-COUNT >= WS-CARD-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE WS-CARD-COUNT TO WS-CARD-IDX
           MOVE "Y" TO WS-CARD-FOUND-FLAG
           MOVE SM-CARRIER TO WS-CD-CARRIER(WS-CARD-IDX)
           MOVE WS-DEFAULT-DAYS TO WS-CD-STANDARD(WS-CARD-IDX)
           PERFORM VARYING WS-STANDARD-IDX FROM 1 BY 1
                   UNTIL WS-STANDARD-IDX > WS-STANDARD-COUNT
               IF WS-ST-CARRIER(WS-STANDARD-IDX) = SM-CARRIER
                   MOVE WS-ST-DAYS(WS-STANDARD-IDX)
                       TO WS-CD-STANDARD(WS-CARD-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CD-DELIVERED(WS-CARD-IDX)
           MOVE 0 TO WS-CD-ON-TIME(WS-CARD-IDX)
           MOVE 0 TO WS-CD-LATE(WS-CARD-IDX)
           MOVE 0 TO WS-CD-NO-PICKUP(WS-CARD-IDX)
           MOVE 0 TO WS-CD-TOTAL-DAYS(WS-CARD-IDX).

       WRITE-CARRIER-TOTALS.
           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               COMPUTE WS-PERCENT ROUNDED =
                   WS-CD-ON-TIME(WS-CARD-IDX) * 100
                   / WS-CD-DELIVERED(WS-CARD-IDX)
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-CD-TOTAL-DAYS(WS-CARD-IDX)
                   / WS-CD-DELIVERED(WS-CARD-IDX)
               MOVE WS-PERCENT TO WS-DISPLAY-PERCENT
               MOVE WS-AVERAGE-DAYS TO WS-DISPLAY-AVERAGE
               MOVE WS-CD-DELIVERED(WS-CARD-IDX) TO WS-DISPLAY-COUNT
               MOVE WS-CD-ON-TIME(WS-CARD-IDX) TO WS-DISPLAY-COUNT-2
               MOVE WS-CD-LATE(WS-CARD-IDX) TO WS-DISPLAY-COUNT-3
               MOVE WS-CD-STANDARD(WS-CARD-IDX) TO WS-DISPLAY-DAYS
               MOVE SPACES TO SCORECARD-RECORD
               STRING "CARRIER " WS-CD-CARRIER(WS-CARD-IDX)
                   "  STANDARD=" WS-DISPLAY-DAYS
                   "  DELIVERED=" WS-DISPLAY-COUNT
                   "  ON-TIME=" WS-DISPLAY-COUNT-2
                   "  LATE=" WS-DISPLAY-COUNT-3
                   "  PCT=" WS-DISPLAY-PERCENT
                   "  AVG DAYS=" WS-DISPLAY-AVERAGE
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
               IF WS-CD-NO-PICKUP(WS-CARD-IDX) > 0
                   MOVE WS-CD-NO-PICKUP(WS-CARD-IDX)
                       TO WS-DISPLAY-COUNT
                   MOVE SPACES TO SCORECARD-RECORD
                   STRING "        TIMED FROM MANIFEST DATE - NO "
                       "PICKUP EVENT=" WS-DISPLAY-COUNT
                       DELIMITED BY SIZE INTO SCORECARD-RECORD
                   END-STRING
                   WRITE SCORECARD-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO SCORECARD-RECORD
           WRITE SCORECARD-RECORD
           MOVE 0 TO WS-PERCENT
           IF WS-GRAND-DELIVERED > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-GRAND-ON-TIME * 100 / WS-GRAND-DELIVERED
           END-IF
           MOVE WS-PERCENT TO WS-DISPLAY-PERCENT
           MOVE WS-GRAND-DELIVERED TO WS-DISPLAY-COUNT
           MOVE WS-GRAND-ON-TIME TO WS-DISPLAY-COUNT-2
           MOVE SPACES TO SCORECARD-RECORD
           STRING "ALL CARRIERS  DELIVERED=" WS-DISPLAY-COUNT
               "  ON-TIME=" WS-DISPLAY-COUNT-2
               "  PCT=" WS-DISPLAY-PERCENT
               DELIMITED BY SIZE INTO SCORECARD-RECORD
           END-STRING
           WRITE SCORECARD-RECORD
           IF WS-UNCARDED-COUNT > 0
               MOVE WS-UNCARDED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO SCORECARD-RECORD
               STRING "DELIVERIES NOT SCORED (TABLE FULL)="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SCORECARD-RECORD
               END-STRING
               WRITE SCORECARD-RECORD
           END-IF.

       END PROGRAM CARRIER-SCORECARD.
