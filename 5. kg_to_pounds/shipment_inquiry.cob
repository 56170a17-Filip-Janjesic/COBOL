      *> Desk inquiry over the shipment master: key in a SHIP-ID and
      *> see the conversion history the batch recorded for it -
      *> input weight, units, converted weight, and the run date it
      *> was processed. Below the master detail comes the carrier
      *> tracking trail - every event CARRIER-TRACKING has loaded
      *> for the shipment, in the order it arrived - which is what
      *> answers a "where is my shipment" call.
      *> A SHIP-ID no longer on the master is looked up on the
      *> SHIPMENT-ARCHIVE index and shown from the dated archive it
      *> was moved to, marked as archived.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                    RECORD KEY IS SM-SHIP-ID
                    FILE STATUS IS WS-MASTER-STATUS.

                SELECT ARCHIVE-INDEX ASSIGN TO
                        "shipment_archive_index.dat"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AX-SHIP-ID
                    FILE STATUS IS WS-INDEX-STATUS.

                SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-ARCHIVE-STATUS.

                SELECT HISTORY-FILE ASSIGN TO
                        "shipment_event_history.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-HISTORY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  SHIPMENT-MASTER.
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

           FD  ARCHIVE-INDEX.
           01  ARCHIVE-INDEX-RECORD.
                05 AX-SHIP-ID         PIC X(10).
                05 AX-ARCHIVE-DATE    PIC 9(8).
                05 AX-RUN-DATE        PIC 9(8).

           FD  ARCHIVE-FILE.
           01  ARCHIVE-RECORD.
                05 AR-SHIP-ID         PIC X(10).
                05 FILLER             PIC X(136).

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

           WORKING-STORAGE SECTION.
                01 WS-HISTORY-STATUS  PIC X(02).
                    88 HISTORY-FILE-OK     VALUE "00".
                    88 HISTORY-END-OF-FILE VALUE "10".
                01 WS-EVENT-COUNT     PIC 9(4).
                01 WS-EVENT-NAME      PIC X(16).
                01 WS-MASTER-STATUS   PIC X(02).
                    88 MASTER-OK          VALUE "00".
                01 WS-SEARCH-ID       PIC X(10).
                01 WS-INDEX-STATUS    PIC X(02).
                    88 INDEX-OK           VALUE "00".
                01 WS-ARCHIVE-STATUS  PIC X(02).
                    88 ARCHIVE-OK         VALUE "00".
                    88 ARCHIVE-END-OF-FILE VALUE "10".
                01 WS-ARCHIVE-NAME    PIC X(40).
                01 WS-ARCHIVED-FLAG   PIC X(1).
                    88 SHIPMENT-IS-ARCHIVED VALUE "Y".
                01 WS-DONE-FLAG       PIC X(1) VALUE "N".
                    88 INQUIRY-DONE       VALUE "Y".
                01 WS-DISPLAY-IN      PIC -(5)9.99.
                STOP RUN.

           LOOKUP-SHIPMENT.
                MOVE "N" TO WS-ARCHIVED-FLAG
                MOVE WS-SEARCH-ID TO SM-SHIP-ID
                READ SHIPMENT-MASTER
                    KEY IS SM-SHIP-ID
                    INVALID KEY
                        PERFORM LOOKUP-ARCHIVE
                    NOT INVALID KEY
                        PERFORM SHOW-SHIPMENT-DETAIL
                END-READ.

      *> The index names the archive run; the archive itself is
      *> read front to back for the one record, as the event
      *> history is.
           LOOKUP-ARCHIVE.
                OPEN INPUT ARCHIVE-INDEX
                IF NOT INDEX-OK
                    DISPLAY "No shipment found with that ID."
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-SEARCH-ID TO AX-SHIP-ID
                READ ARCHIVE-INDEX
                    KEY IS AX-SHIP-ID
                    INVALID KEY
                        MOVE SPACES TO AX-SHIP-ID
                END-READ
                CLOSE ARCHIVE-INDEX
                IF AX-SHIP-ID NOT = WS-SEARCH-ID
                    DISPLAY "No shipment found with that ID."
                    EXIT PARAGRAPH
                END-IF

                MOVE SPACES TO WS-ARCHIVE-NAME
                STRING "shipment_archive_" AX-ARCHIVE-DATE ".dat"
                    DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
                END-STRING
                OPEN INPUT ARCHIVE-FILE
                IF NOT ARCHIVE-OK
                    DISPLAY "Shipment archived " AX-ARCHIVE-DATE
                        " but " WS-ARCHIVE-NAME " is not on disk."
                    EXIT PARAGRAPH
                END-IF
                PERFORM UNTIL ARCHIVE-END-OF-FILE
                        OR SHIPMENT-IS-ARCHIVED
                    READ ARCHIVE-FILE
                        AT END
                            SET ARCHIVE-END-OF-FILE TO TRUE
                        NOT AT END
                            IF AR-SHIP-ID = WS-SEARCH-ID
                                MOVE ARCHIVE-RECORD
                                    TO SHIPMENT-MASTER-RECORD
                                SET SHIPMENT-IS-ARCHIVED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARCHIVE-FILE
                IF SHIPMENT-IS-ARCHIVED
                    PERFORM SHOW-SHIPMENT-DETAIL
                ELSE
                    DISPLAY "Shipment archived " AX-ARCHIVE-DATE
                        " but not found in " WS-ARCHIVE-NAME "."
                END-IF.

           SHOW-SHIPMENT-DETAIL.
                MOVE SM-WEIGHT-IN TO WS-DISPLAY-IN
                MOVE SM-CONVERTED TO WS-DISPLAY-OUT
                DISPLAY "Shipment:  " SM-SHIP-ID
                IF SHIPMENT-IS-ARCHIVED
                    DISPLAY "Status:    ARCHIVED " AX-ARCHIVE-DATE
                        " - " WS-ARCHIVE-NAME
                END-IF
                DISPLAY "Received:  " WS-DISPLAY-IN " "
                    SM-UNIT-FROM
                DISPLAY "Converted: " WS-DISPLAY-OUT " "
                    SM-UNIT-TO
                DISPLAY "Run date:  " SM-RUN-DATE
                DISPLAY "Recorded:  " SM-TIMESTAMP
                MOVE SM-CHARGE TO WS-DISPLAY-CHARGE
                DISPLAY "Customer:  " SM-CUSTOMER
                DISPLAY "Carrier:   " SM-CARRIER
                MOVE SM-CHARGEABLE TO WS-DISPLAY-OUT
                DISPLAY "Chargeable:" WS-DISPLAY-OUT " "
                    SM-UNIT-TO
                DISPLAY "Charge:    " WS-DISPLAY-CHARGE
                MOVE SM-FUEL-CHARGE TO WS-DISPLAY-CHARGE
                DISPLAY "Fuel:      " WS-DISPLAY-CHARGE
                IF SM-INVOICE-NO = 0
                    DISPLAY "Invoice:   NOT YET BILLED"
                ELSE
                    DISPLAY "Invoice:   " SM-INVOICE-NO
                END-IF
                IF SHIPMENT-IS-VOID
                    DISPLAY "Status:    VOIDED " SM-VOID-DATE
                END-IF
                EVALUATE SM-ACK-STATUS
                    WHEN "A"
                        DISPLAY "Carrier ack: ACCEPTED "
                            SM-ACK-DATE
                    WHEN "R"
                        DISPLAY "Carrier ack: REJECTED "
                            SM-ACK-DATE
                    WHEN OTHER
                        DISPLAY "Carrier ack: NOT YET "
                            "ACKNOWLEDGED"
                END-EVALUATE
                IF SM-PICKUP-DATE > 0
                    DISPLAY "Picked up: " SM-PICKUP-DATE
                END-IF
                IF SM-DELIVERY-DATE > 0
                    DISPLAY "Delivered: " SM-DELIVERY-DATE
                END-IF
                PERFORM SHOW-EVENT-TRAIL.

      *> The history file is read front to back for each inquiry;
      *> it is a desk lookup, not a batch pass, so the scan cost is
      *> not worth an index.
           SHOW-EVENT-TRAIL.
                MOVE 0 TO WS-EVENT-COUNT
                OPEN INPUT HISTORY-FILE
                IF NOT HISTORY-FILE-OK
                    DISPLAY "Tracking:  NO EVENTS RECEIVED"
                    EXIT PARAGRAPH
                END-IF
                PERFORM UNTIL HISTORY-END-OF-FILE
                    READ HISTORY-FILE
                        AT END
                            SET HISTORY-END-OF-FILE TO TRUE
                        NOT AT END
                            IF EH-SHIP-ID = SM-SHIP-ID
                                PERFORM SHOW-ONE-EVENT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HISTORY-FILE
                IF WS-EVENT-COUNT = 0
                    DISPLAY "Tracking:  NO EVENTS RECEIVED"
                END-IF.

           SHOW-ONE-EVENT.
                ADD 1 TO WS-EVENT-COUNT
                IF WS-EVENT-COUNT = 1
                    DISPLAY "Tracking events:"
                END-IF
                EVALUATE EH-EVENT-CODE
                    WHEN "PU" MOVE "PICKED UP" TO WS-EVENT-NAME
                    WHEN "IT" MOVE "IN TRANSIT" TO WS-EVENT-NAME
                    WHEN "OD" MOVE "OUT FOR DELIVERY" TO WS-EVENT-NAME
                    WHEN "DL" MOVE "DELIVERED" TO WS-EVENT-NAME
                    WHEN "EX" MOVE "EXCEPTION" TO WS-EVENT-NAME
                    WHEN "RT" MOVE "RETURNED" TO WS-EVENT-NAME
                    WHEN OTHER MOVE EH-EVENT-CODE TO WS-EVENT-NAME
                END-EVALUATE
                IF EH-SIGNED-BY = SPACES
                    DISPLAY "  " EH-EVENT-DATE "  " WS-EVENT-NAME
                ELSE
                    DISPLAY "  " EH-EVENT-DATE "  " WS-EVENT-NAME
                        "  SIGNED BY " EH-SIGNED-BY
                END-IF.

           END PROGRAM SHIPMENT-INQUIRY.
