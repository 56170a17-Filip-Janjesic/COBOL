       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRIER-TRACKING.
       AUTHOR. FILIP JANJESIC.
      *> Inbound carrier tracking events. CARRIER-ACK only tells us
      *> a carrier took the manifest detail; the carriers' daily
      *> event files tell us what happened to the freight after
      *> that. Each event is appended to the permanent shipment
      *> event history (shipment_event_history.dat), which is what
      *> SHIPMENT-INQUIRY shows as the trail, and the shipment
      *> master is brought up to date:
      *>   SM-TRACK-STATUS / SM-TRACK-DATE  latest event by date
      *>   SM-PICKUP-DATE                   first PU event
      *>   SM-DELIVERY-DATE                 the DL event (proof of
      *>                                    delivery, with signer)
      *> CARRIER-SCORECARD measures transit from the pickup and
      *> delivery dates posted here.
      *> Event record (fixed columns): SHIP-ID (10), event code (2),
      *> event date YYYYMMDD (8), signed-by (20).
      *> Event codes: PU picked up, IT in transit, OD out for
      *> delivery, DL delivered, EX exception, RT returned to
      *> shipper.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "carrier_tracking_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "shipment_event_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "tracking_load_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05 TE-SHIP-ID         PIC X(10).
           05 TE-EVENT-CODE      PIC X(2).
           05 TE-EVENT-DATE      PIC X(8).
           05 TE-EVENT-DATE-N REDEFINES TE-EVENT-DATE PIC 9(8).
           05 TE-SIGNED-BY       PIC X(20).

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

      *> One line per event ever received, in arrival order. The
      *> carrier is copied from the master so the history can be
      *> read by carrier without going back to the master.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 EH-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 EH-EVENT-CODE      PIC X(2).
           05 FILLER             PIC X(1).
           05 EH-EVENT-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 EH-SIGNED-BY       PIC X(20).
           05 FILLER             PIC X(1).
           05 EH-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 EH-LOADED-DATE     PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-EVENT-STATUS    PIC X(02).
               88 EVENT-FILE-OK      VALUE "00".
               88 EVENT-END-OF-FILE  VALUE "10".
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK           VALUE "00".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK     VALUE "00".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-EVENT-CODE      PIC X(2).
               88 VALID-EVENT-CODE   VALUE "PU" "IT" "OD" "DL"
                                           "EX" "RT".
           01 WS-REJECT-REASON   PIC X(30).
           01 WS-DATE-INTEGER    PIC S9(9) COMP.

           01 WS-READ-COUNT      PIC 9(6) VALUE 0.
           01 WS-POSTED-COUNT    PIC 9(6) VALUE 0.
           01 WS-DELIVERED-COUNT PIC 9(6) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT  PIC 9(6) VALUE 0.

           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Carrier Tracking Event Load ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT EVENT-FILE
           IF NOT EVENT-FILE-OK
               DISPLAY "No carrier_tracking_events.dat this run."
               STOP RUN
           END-IF.

           OPEN I-O SHIPMENT-MASTER
           IF NOT MASTER-OK
               DISPLAY "Unable to open shipment_master.dat. Status="
                   WS-MASTER-STATUS
               CLOSE EVENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF NOT HISTORY-FILE-OK
               DISPLAY "Unable to open shipment_event_history.dat. "
                   "Status=" WS-HISTORY-STATUS
               CLOSE EVENT-FILE
               CLOSE SHIPMENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "CARRIER TRACKING EVENT LOAD  RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM UNTIL EVENT-END-OF-FILE
               READ EVENT-FILE
                   AT END
                       SET EVENT-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM POST-ONE-EVENT
               END-READ
           END-PERFORM

           CLOSE EVENT-FILE
           CLOSE SHIPMENT-MASTER
           CLOSE HISTORY-FILE

           PERFORM WRITE-LOAD-TOTALS
           CLOSE REPORT-FILE

           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Events posted: " WS-DISPLAY-COUNT.
           MOVE WS-DELIVERED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Deliveries recorded: " WS-DISPLAY-COUNT.
           IF WS-REJECTED-COUNT > 0
               MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Events rejected: " WS-DISPLAY-COUNT
                   " - see tracking_load_report.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> An event is taken only for a shipment on the master, with
      *> a known code and a real calendar date. A carrier resending
      *> the event the master already shows as latest - same code,
      *> same date - is counted as a duplicate and not posted twice.
       POST-ONE-EVENT.
           MOVE TE-EVENT-CODE TO WS-EVENT-CODE
           IF NOT VALID-EVENT-CODE
               MOVE "UNKNOWN EVENT CODE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF TE-EVENT-DATE NOT NUMERIC
               MOVE "EVENT DATE NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(TE-EVENT-DATE-N)
           IF WS-DATE-INTEGER = 0
               MOVE "EVENT DATE NOT A CALENDAR DATE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF TE-EVENT-DATE-N > WS-RUN-DATE
               MOVE "EVENT DATE IN THE FUTURE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE TE-SHIP-ID TO SM-SHIP-ID
           READ SHIPMENT-MASTER
               KEY IS SM-SHIP-ID
               INVALID KEY
                   MOVE "SHIPMENT NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ

           IF SM-TRACK-STATUS = TE-EVENT-CODE
               AND SM-TRACK-DATE = TE-EVENT-DATE-N
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-EVENT-TO-MASTER
           REWRITE SHIPMENT-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACES TO HISTORY-RECORD
           MOVE TE-SHIP-ID TO EH-SHIP-ID
           MOVE TE-EVENT-CODE TO EH-EVENT-CODE
           MOVE TE-EVENT-DATE-N TO EH-EVENT-DATE
           MOVE TE-SIGNED-BY TO EH-SIGNED-BY
           MOVE SM-CARRIER TO EH-CARRIER
           MOVE WS-RUN-DATE TO EH-LOADED-DATE
           WRITE HISTORY-RECORD
           ADD 1 TO WS-POSTED-COUNT.

      *> Events can arrive out of order across files, so the latest
      *> status only moves when the event is as new as the one on
      *> the master. Pickup keeps the earliest PU date; delivery
      *> takes the DL date whenever it arrives.
       APPLY-EVENT-TO-MASTER.
           IF TE-EVENT-DATE-N >= SM-TRACK-DATE
               MOVE TE-EVENT-CODE TO SM-TRACK-STATUS
               MOVE TE-EVENT-DATE-N TO SM-TRACK-DATE
           END-IF
           IF TE-EVENT-CODE = "PU"
               IF SM-PICKUP-DATE = 0
                   OR TE-EVENT-DATE-N < SM-PICKUP-DATE
                   MOVE TE-EVENT-DATE-N TO SM-PICKUP-DATE
               END-IF
           END-IF
           IF TE-EVENT-CODE = "DL"
               MOVE TE-EVENT-DATE-N TO SM-DELIVERY-DATE
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECT  SHIPMENT=" TE-SHIP-ID
               "  EVENT=" TE-EVENT-CODE
               "  DATE=" TE-EVENT-DATE
               "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "EVENTS READ=      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-POSTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "EVENTS POSTED=    " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DELIVERED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "DELIVERIES=       " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-DUPLICATE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "DUPLICATES SKIPPED=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "EVENTS REJECTED=  " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       END PROGRAM CARRIER-TRACKING.
