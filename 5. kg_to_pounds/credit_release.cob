       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-RELEASE.
       AUTHOR. FILIP JANJESIC.
      *> Credit desk screen over credit_hold.dat in the style of
      *> DISPUTE-RESOLUTION: list the shipments the conversion
      *> batch has held for credit and release one under the
      *> operator's ID. Letting freight go past a customer's credit
      *> limit is a credit decision, so the screen takes senior
      *> authority (level 2).
      *> A release marks the hold R with the date and operator and
      *> queues the held carrier detail on
      *> credit_release_pending.dat; the next conversion batch puts
      *> it on that night's carrier_manifest_<code>.dat. A shipment
      *> voided while it sat on hold has nothing to tender - its
      *> hold is closed V instead. Every release and every close
      *> goes to the operations journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RELEASE-PENDING-FILE ASSIGN TO
                   "credit_release_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RELEASE-PENDING-FILE.
       01  RELEASE-PENDING-RECORD.
           05 RQ-CARRIER         PIC X(4).
           05 RQ-SHIP-ID         PIC X(10).
           05 RQ-WEIGHT          PIC 9(7)V99.
           05 RQ-UNIT            PIC X(2).
           05 RQ-RUN-DATE        PIC 9(8).

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

       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS     PIC X(02).
               88 HOLD-FILE-OK          VALUE "00".
               88 HOLD-END-OF-FILE      VALUE "10".
           01 WS-RELEASE-STATUS  PIC X(02).
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK             VALUE "00".

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 RELEASE-DONE        VALUE "Y".

      *> Each hold is kept whole as the record image, so the file
      *> is rewritten exactly as it was read apart from the hold
      *> being released. If the file outgrows the table, releasing
      *> is refused: a rewrite would drop the holds beyond it.
           01 WS-HOLD-TABLE-MAX  PIC 9(4) VALUE 2000.
           01 WS-HOLD-COUNT      PIC 9(4) VALUE 0.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 HOLDS-WERE-TRUNCATED VALUE "Y".
           01 WS-HOLD-TABLE.
               05 WS-HT-RECORD   PIC X(110) OCCURS 2000 TIMES.

           01 WS-SEARCH-IDX      PIC 9(4).
           01 WS-MATCH-IDX       PIC 9(4).
           01 WS-SEARCH-ID       PIC X(10).
           01 WS-FOUND-FLAG      PIC X(1).
               88 HOLD-WAS-FOUND      VALUE "Y".
           01 WS-OPEN-COUNT      PIC 9(4).
           01 WS-CONFIRM         PIC X(1).
           01 WS-TODAY           PIC 9(8).
           01 WS-TODAY-SOURCE    PIC X(1).
           01 WS-SHIPMENT-STATE  PIC X(1).
               88 SHIPMENT-NOT-ON-MASTER VALUE "M".
               88 SHIPMENT-WAS-VOIDED    VALUE "V".
               88 SHIPMENT-CAN-RELEASE   VALUE "R".

           01 WS-DISPLAY-CHARGE  PIC Z(6)9.99.
           01 WS-DISPLAY-WEIGHT  PIC Z(6)9.99.
           01 WS-DISPLAY-AMOUNT  PIC Z(8)9.99.
           01 WS-DISPLAY-LIMIT   PIC Z(8)9.99.

      *> Sign-on fields for the shared OPERATOR-CHECK routine.
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the hold file.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "CREDIT-REL".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Credit Hold Release ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - releasing a credit hold "
                   "takes senior authority."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR.

           PERFORM LOAD-HOLD-TABLE.
           IF WS-HOLD-COUNT = 0
               DISPLAY "No shipments have been held for credit."
               STOP RUN
           END-IF.

           PERFORM UNTIL RELEASE-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LIST-OPEN-HOLDS
                   WHEN "2"
                       PERFORM RELEASE-HOLD
                   WHEN "3"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List shipments on credit hold".
           DISPLAY "2. Release a shipment".
           DISPLAY "3. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       LOAD-HOLD-TABLE.
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
                               MOVE CREDIT-HOLD-RECORD
                                   TO WS-HT-RECORD(WS-HOLD-COUNT)
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                               DISPLAY "Hold table full - record "
                                   "dropped: " CH-SHIP-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           ELSE
               DISPLAY "credit_hold.dat not found - no shipment "
                   "has been held."
           END-IF.

       LIST-OPEN-HOLDS.
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOLD-COUNT
               MOVE WS-HT-RECORD(WS-SEARCH-IDX) TO CREDIT-HOLD-RECORD
               IF CH-STATUS = "H"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE CH-CHARGE TO WS-DISPLAY-CHARGE
                   MOVE CH-LIMIT TO WS-DISPLAY-LIMIT
                   DISPLAY "  " CH-SHIP-ID "  CUST=" CH-CUSTOMER
                       "  CONVERTED=" CH-RUN-DATE
                       "  CHARGE=" WS-DISPLAY-CHARGE
                       "  LIMIT=" WS-DISPLAY-LIMIT
               END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
               DISPLAY "No shipments on credit hold."
           END-IF.

       RELEASE-HOLD.
           IF HOLDS-WERE-TRUNCATED
               DISPLAY "credit_hold.dat holds more records than "
                   "this program can hold in storage."
               DISPLAY "Releasing is refused - a rewrite would drop "
                   "the holds beyond the table."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter SHIP-ID to release: ".
           ACCEPT WS-SEARCH-ID

           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOLD-COUNT
                   OR HOLD-WAS-FOUND
               MOVE WS-HT-RECORD(WS-SEARCH-IDX) TO CREDIT-HOLD-RECORD
               IF CH-SHIP-ID = WS-SEARCH-ID AND CH-STATUS = "H"
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM

           IF NOT HOLD-WAS-FOUND
               DISPLAY "No shipment on credit hold with that ID."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HT-RECORD(WS-MATCH-IDX) TO CREDIT-HOLD-RECORD
           MOVE CH-WEIGHT TO WS-DISPLAY-WEIGHT
           MOVE CH-CHARGE TO WS-DISPLAY-CHARGE
           MOVE CH-UNBILLED TO WS-DISPLAY-AMOUNT
           MOVE CH-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY "Customer:          " CH-CUSTOMER
           DISPLAY "Carrier:           " CH-CARRIER
           DISPLAY "Converted:         " CH-RUN-DATE
           DISPLAY "Weight:            " WS-DISPLAY-WEIGHT " " CH-UNIT
           DISPLAY "Charge with fuel:  " WS-DISPLAY-CHARGE
           DISPLAY "Unbilled at hold:  " WS-DISPLAY-AMOUNT
           DISPLAY "Limit at hold:     " WS-DISPLAY-LIMIT

           PERFORM CHECK-SHIPMENT-STATE
           IF SHIPMENT-NOT-ON-MASTER
               DISPLAY "Shipment is not on the shipment master - "
                   "hold left in place."
               EXIT PARAGRAPH
           END-IF

           CALL "PROCESSING-DATE" USING WS-TODAY WS-TODAY-SOURCE
           IF SHIPMENT-WAS-VOIDED
               DISPLAY "Shipment was voided on " SM-VOID-DATE
                   " - there is nothing to tender."
               DISPLAY "Close the hold? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Hold left in place."
                   EXIT PARAGRAPH
               END-IF
               MOVE "V" TO CH-STATUS
               PERFORM MARK-HOLD-CLOSED
               MOVE "HOLD-VOIDED" TO WS-JRN-ACTION
               PERFORM JOURNAL-HOLD-ACTION
               DISPLAY "Hold closed."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Release to the carrier on the next manifest? "
               "(Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Hold left in place."
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO CH-STATUS
           PERFORM MARK-HOLD-CLOSED
           PERFORM QUEUE-RELEASED-DETAIL
           MOVE "HOLD-RELEASE" TO WS-JRN-ACTION
           PERFORM JOURNAL-HOLD-ACTION
           DISPLAY "Shipment released - it goes to " CH-CARRIER
               " on the next manifest run.".

      *> The master says whether the shipment still exists and
      *> whether it has been voided since it was held.
       CHECK-SHIPMENT-STATE.
           MOVE "M" TO WS-SHIPMENT-STATE
           OPEN INPUT SHIPMENT-MASTER
           IF NOT MASTER-OK
               DISPLAY "Unable to open shipment_master.dat. Status="
                   WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE CH-SHIP-ID TO SM-SHIP-ID
           READ SHIPMENT-MASTER
               KEY IS SM-SHIP-ID
               INVALID KEY
                   MOVE "M" TO WS-SHIPMENT-STATE
               NOT INVALID KEY
                   IF SHIPMENT-IS-VOID
                       MOVE "V" TO WS-SHIPMENT-STATE
                   ELSE
                       MOVE "R" TO WS-SHIPMENT-STATE
                   END-IF
           END-READ
           CLOSE SHIPMENT-MASTER.

       MARK-HOLD-CLOSED.
           MOVE WS-TODAY TO CH-RELEASE-DATE
           MOVE WS-SIGNON-ID TO CH-OPERATOR
           MOVE CREDIT-HOLD-RECORD TO WS-HT-RECORD(WS-MATCH-IDX)
           PERFORM REWRITE-HOLD-FILE.

       QUEUE-RELEASED-DETAIL.
           OPEN EXTEND RELEASE-PENDING-FILE
           IF WS-RELEASE-STATUS = "05" OR "35"
               OPEN OUTPUT RELEASE-PENDING-FILE
           END-IF
           MOVE SPACES TO RELEASE-PENDING-RECORD
           MOVE CH-CARRIER TO RQ-CARRIER
           MOVE CH-SHIP-ID TO RQ-SHIP-ID
           MOVE CH-WEIGHT TO RQ-WEIGHT
           MOVE CH-UNIT TO RQ-UNIT
           MOVE CH-RUN-DATE TO RQ-RUN-DATE
           WRITE RELEASE-PENDING-RECORD
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "Error queueing the release for the carrier: "
                   WS-RELEASE-STATUS
               DISPLAY "Tell operations - the hold is marked "
                   "released but its detail was not queued."
           END-IF
           CLOSE RELEASE-PENDING-FILE.

       JOURNAL-HOLD-ACTION.
           MOVE CH-CHARGE TO WS-DISPLAY-CHARGE
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "SHIP=" CH-SHIP-ID
               " CUST=" CH-CUSTOMER
               " CARRIER=" CH-CARRIER
               " CHARGE=" WS-DISPLAY-CHARGE
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       REWRITE-HOLD-FILE.
           OPEN OUTPUT CREDIT-HOLD-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOLD-COUNT
               MOVE WS-HT-RECORD(WS-SEARCH-IDX) TO CREDIT-HOLD-RECORD
               WRITE CREDIT-HOLD-RECORD
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           MOVE WS-HT-RECORD(WS-MATCH-IDX) TO CREDIT-HOLD-RECORD.

       END PROGRAM CREDIT-RELEASE.
