       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREIGHT-BILL-AUDIT.
       AUTHOR. FILIP JANJESIC.
      *> Carrier freight bill audit. We bill the customer SM-CHARGE
      *> from the rate table, plus its fuel surcharge; the carrier
      *> bills us for the same shipment, and until now those bills
      *> were paid as they came.
      *> Each line of the carrier's bill is matched to the shipment
      *> master and held back from payment when:
      *>   - the shipment has already been billed to us (on an
      *>     earlier bill, or twice on this one)     DUPLICATE
      *>   - the SHIP-ID is not on the shipment master NOT SHIPPED
      *>   - the shipment has been voided            VOIDED
      *>   - the shipment was never tendered to this carrier on its
      *>     carrier_manifest_<code>.dat, or is still on credit
      *>     hold on credit_hold.dat                 NOT TENDERED
      *>   - no cost band covers the shipment       NO COST RATE
      *>   - the charge is above our expected cost plus the
      *>     tolerance keyed at the start            OVER COST
      *> Everything else goes on freight_bill_approved.dat for
      *> accounts payable, and onto carrier_bill_history.dat, which
      *> is both the duplicate check for later bills and the source
      *> of the margin report.
      *> Expected cost comes from carrier_cost_rates.dat - what the
      *> carrier charges us per unit of chargeable weight, banded
      *> like the rate table: carrier (4), unit (2), band low and
      *> high, effective date, cost rate, blank-separated.
      *> Bill file: H record with carrier code, bill number and
      *> bill date; one D record per shipment billed (SHIP-ID,
      *> billed weight, charge); T record with the line count and
      *> total - proved before anything is audited, and a bill
      *> number already on the history is refused outright.
      *> freight_margin_report.txt lists every shipment on the bill
      *> history for the period keyed (default: the year to date)
      *> with what we billed the customer, what the carrier billed
      *> us and the difference, then the same totalled by customer
      *> and by carrier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-BILL-FILE ASSIGN TO
                   "carrier_freight_bill.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COST-RATE-FILE ASSIGN TO "carrier_cost_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.

           SELECT CARRIER-MANIFEST-FILE ASSIGN TO
                   DYNAMIC WS-CARRIER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BILL-HISTORY-FILE ASSIGN TO
                   "carrier_bill_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT APPROVED-FILE ASSIGN TO "freight_bill_approved.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO
                   "freight_bill_audit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MARGIN-REPORT-FILE ASSIGN TO
                   "freight_margin_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-BILL-FILE.
       01  FREIGHT-BILL-RECORD.
           05 FB-TYPE            PIC X(1).
           05 FB-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 FB-BILLED-WEIGHT   PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 FB-CHARGE          PIC 9(7)V99.
       01  FREIGHT-BILL-HEADER REDEFINES FREIGHT-BILL-RECORD.
           05 FB-H-TYPE          PIC X(1).
           05 FB-H-CARRIER       PIC X(4).
           05 FILLER             PIC X(1).
           05 FB-H-BILL-NO       PIC X(10).
           05 FILLER             PIC X(1).
           05 FB-H-BILL-DATE     PIC 9(8).
           05 FILLER             PIC X(6).
       01  FREIGHT-BILL-TRAILER REDEFINES FREIGHT-BILL-RECORD.
           05 FB-T-TYPE          PIC X(1).
           05 FB-T-COUNT         PIC 9(6).
           05 FILLER             PIC X(1).
           05 FB-T-TOTAL         PIC 9(9)V99.
           05 FILLER             PIC X(12).

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

       FD  COST-RATE-FILE.
       01  COST-RATE-RECORD.
           05 CC-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 CC-UNIT            PIC X(2).
           05 FILLER             PIC X(1).
           05 CC-BAND-LOW        PIC 9(5)V99.
           05 FILLER             PIC X(1).
           05 CC-BAND-HIGH       PIC 9(5)V99.
           05 FILLER             PIC X(1).
           05 CC-EFF-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 CC-RATE            PIC 9(3)V9(4).

       FD  CARRIER-MANIFEST-FILE.
       01  CARRIER-MANIFEST-RECORD PIC X(30).
       01  CARRIER-DETAIL-RECORD REDEFINES
               CARRIER-MANIFEST-RECORD.
           05 CM-D-TYPE          PIC X(1).
           05 CM-D-SHIP-ID       PIC X(10).
           05 CM-D-WEIGHT        PIC 9(7)V99.
           05 CM-D-UNIT          PIC X(2).
           05 FILLER             PIC X(8).

       FD  CREDIT-HOLD-FILE.
       01  CREDIT-HOLD-RECORD.
           05 CH-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 CH-STATUS          PIC X(1).
           05 FILLER             PIC X(98).

      *> One record per carrier bill line approved for payment.
       FD  BILL-HISTORY-FILE.
       01  BILL-HISTORY-RECORD.
           05 BH-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 BH-BILL-NO         PIC X(10).
           05 FILLER             PIC X(1).
           05 BH-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 BH-BILL-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 BH-CHARGE          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 BH-AUDIT-DATE      PIC 9(8).

       FD  APPROVED-FILE.
       01  APPROVED-RECORD.
           05 AP-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 AP-BILL-NO         PIC X(10).
           05 FILLER             PIC X(1).
           05 AP-BILL-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 AP-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 AP-CHARGE          PIC 9(7)V99.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD   PIC X(120).

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-RECORD  PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-BILL-STATUS     PIC X(02).
               88 BILL-FILE-OK          VALUE "00".
               88 BILL-END-OF-FILE      VALUE "10".
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK             VALUE "00".
           01 WS-COST-STATUS     PIC X(02).
               88 COST-FILE-OK          VALUE "00".
               88 COST-END-OF-FILE      VALUE "10".
           01 WS-MANIFEST-STATUS PIC X(02).
               88 MANIFEST-FILE-OK      VALUE "00".
               88 MANIFEST-END-OF-FILE  VALUE "10".
           01 WS-HOLD-STATUS     PIC X(02).
               88 HOLD-FILE-OK          VALUE "00".
               88 HOLD-END-OF-FILE      VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK       VALUE "00".
               88 HISTORY-END-OF-FILE   VALUE "10".
           01 WS-APPROVED-STATUS PIC X(02).
           01 WS-REPORT-STATUS   PIC X(02).
           01 WS-MARGIN-STATUS   PIC X(02).

           01 WS-OPERATOR-ID     PIC X(30).
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).
           01 WS-AUDIT-DATE      PIC 9(8).

           01 WS-CARRIER-FILENAME PIC X(30).

      *> Bill control figures, proved before anything is audited.
           01 WS-BILL-CARRIER    PIC X(4).
           01 WS-BILL-NO         PIC X(10).
           01 WS-BILL-DATE       PIC 9(8).
           01 WS-HEADER-SEEN     PIC X(1).
           01 WS-TRAILER-SEEN    PIC X(1).
           01 WS-TRAILER-COUNT   PIC 9(6).
           01 WS-TRAILER-TOTAL   PIC 9(9)V99.
           01 WS-DETAIL-COUNT    PIC 9(6).
           01 WS-DETAIL-TOTAL    PIC 9(9)V99.
           01 WS-DUPLICATE-BILL-FLAG PIC X(1) VALUE "N".
               88 BILL-ALREADY-AUDITED VALUE "Y".

           01 WS-TOLERANCE-IN    PIC X(6).
           01 WS-TOLERANCE-PCT   PIC 9(3)V99 VALUE 0.

      *> Carrier cost bands.
           01 WS-COST-TABLE-MAX  PIC 9(3) VALUE 100.
           01 WS-COST-COUNT      PIC 9(3) VALUE 0.
           01 WS-COST-TABLE.
               05 WS-COST-ENTRY OCCURS 100 TIMES.
                   10 WS-CC-CARRIER   PIC X(4).
                   10 WS-CC-UNIT      PIC X(2).
                   10 WS-CC-BAND-LOW  PIC 9(5)V99.
                   10 WS-CC-BAND-HIGH PIC 9(5)V99.
                   10 WS-CC-EFF-DATE  PIC 9(8).
                   10 WS-CC-RATE      PIC 9(3)V9(4).
           01 WS-COST-IDX        PIC 9(3).
           01 WS-BEST-COST-IDX   PIC 9(3).
           01 WS-BEST-EFF-DATE   PIC 9(8).

      *> Shipments on the carrier's current interface file.
           01 WS-MANIFEST-TABLE-MAX PIC 9(4) VALUE 1000.
           01 WS-MANIFEST-COUNT  PIC 9(4) VALUE 0.
           01 WS-MANIFEST-TABLE.
               05 WS-MAN-SHIP-ID OCCURS 1000 TIMES PIC X(10).
           01 WS-MAN-IDX         PIC 9(4).

      *> Shipments still on credit hold - never sent to a carrier.
           01 WS-HOLD-TABLE-MAX  PIC 9(4) VALUE 2000.
           01 WS-HOLD-COUNT      PIC 9(4) VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-SHIP-ID OCCURS 2000 TIMES PIC X(10).
           01 WS-HOLD-IDX        PIC 9(4).

      *> Every carrier line already approved, on earlier bills and
      *> on this one so far.
           01 WS-HISTORY-TABLE-MAX PIC 9(5) VALUE 10000.
           01 WS-HISTORY-COUNT   PIC 9(5) VALUE 0.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 HISTORY-WAS-TRUNCATED VALUE "Y".
           01 WS-HISTORY-TABLE.
               05 WS-HISTORY-ENTRY OCCURS 10000 TIMES.
                   10 WS-HT-CARRIER   PIC X(4).
                   10 WS-HT-SHIP-ID   PIC X(10).
           01 WS-HISTORY-IDX     PIC 9(5).
           01 WS-FIRST-NEW-IDX   PIC 9(5).

           01 WS-FOUND-FLAG      PIC X(1).
               88 ENTRY-WAS-FOUND      VALUE "Y".
           01 WS-EXCEPTION       PIC X(12).
           01 WS-EXPECTED-COST   PIC S9(9)V99 COMP-3.
           01 WS-COST-LIMIT      PIC S9(9)V99 COMP-3.
           01 WS-LINE-MARGIN     PIC S9(9)V99 COMP-3.
           01 WS-SHIP-BILLED     PIC S9(9)V99 COMP-3.

           01 WS-APPROVED-COUNT  PIC 9(6) VALUE 0.
           01 WS-APPROVED-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-HELD-COUNT      PIC 9(6) VALUE 0.
           01 WS-HELD-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-DUP-COUNT       PIC 9(6) VALUE 0.
           01 WS-NOT-SHIPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-VOIDED-COUNT    PIC 9(6) VALUE 0.
           01 WS-NOT-TENDERED-COUNT PIC 9(6) VALUE 0.
           01 WS-NO-RATE-COUNT   PIC 9(6) VALUE 0.
           01 WS-OVER-COST-COUNT PIC 9(6) VALUE 0.

      *> Margin report period and accumulators.
           01 WS-PERIOD-FROM-IN  PIC X(8).
           01 WS-PERIOD-TO-IN    PIC X(8).
           01 WS-PERIOD-FROM     PIC 9(8).
           01 WS-PERIOD-TO       PIC 9(8).
           01 WS-CUST-TABLE-MAX  PIC 9(3) VALUE 500.
           01 WS-CUST-COUNT      PIC 9(3) VALUE 0.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 500 TIMES.
                   10 WS-MC-CUSTOMER  PIC X(6).
                   10 WS-MC-COUNT     PIC 9(6).
                   10 WS-MC-BILLED    PIC S9(11)V99 COMP-3.
                   10 WS-MC-COST      PIC S9(11)V99 COMP-3.
           01 WS-CUST-IDX        PIC 9(3).
           01 WS-CARR-TABLE-MAX  PIC 9(2) VALUE 20.
           01 WS-CARR-COUNT      PIC 9(2) VALUE 0.
           01 WS-CARR-TABLE.
               05 WS-CARR-ENTRY OCCURS 20 TIMES.
                   10 WS-MK-CARRIER   PIC X(4).
                   10 WS-MK-COUNT     PIC 9(6).
                   10 WS-MK-BILLED    PIC S9(11)V99 COMP-3.
                   10 WS-MK-COST      PIC S9(11)V99 COMP-3.
           01 WS-CARR-IDX        PIC 9(2).
           01 WS-MARGIN-COUNT    PIC 9(6) VALUE 0.
           01 WS-MARGIN-BILLED   PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-MARGIN-COST     PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-MARGIN-NET      PIC S9(11)V99 COMP-3.
           01 WS-MARGIN-MISSING  PIC 9(6) VALUE 0.

           01 WS-DISPLAY-WEIGHT  PIC -(7)9.99.
           01 WS-DISPLAY-CHARGE  PIC -(7)9.99.
           01 WS-DISPLAY-EXPECT  PIC -(7)9.99.
           01 WS-DISPLAY-BILLED  PIC -(9)9.99.
           01 WS-DISPLAY-COST    PIC -(9)9.99.
           01 WS-DISPLAY-MARGIN  PIC -(9)9.99.
           01 WS-DISPLAY-TOTAL   PIC -(11)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "BILL-AUDIT".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Carrier Freight Bill Audit ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE.

           PERFORM PROVE-BILL-FILE.
           IF WS-HEADER-SEEN NOT = "Y" OR WS-TRAILER-SEEN NOT = "Y"
               DISPLAY "Freight bill has no header or trailer - "
                   "nothing audited."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "Freight bill does not prove to its "
                   "trailer - nothing audited."
               MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-DETAIL-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  Lines read: " WS-DISPLAY-COUNT
                   "  total " WS-DISPLAY-TOTAL
               MOVE WS-TRAILER-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-TRAILER-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  Trailer says: " WS-DISPLAY-COUNT
                   "  total " WS-DISPLAY-TOTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-BILL-HISTORY.
           IF HISTORY-WAS-TRUNCATED
               DISPLAY "carrier_bill_history.dat holds more lines "
                   "than this program can hold - duplicates could "
                   "not be caught, nothing audited."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BILL-ALREADY-AUDITED
               DISPLAY "Bill " WS-BILL-NO " from carrier "
                   WS-BILL-CARRIER " has already been audited - "
                   "refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-HISTORY-COUNT TO WS-FIRST-NEW-IDX
           ADD 1 TO WS-FIRST-NEW-IDX

           DISPLAY "Over-cost tolerance percent (blank = 0): ".
           ACCEPT WS-TOLERANCE-IN.
           IF WS-TOLERANCE-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TOLERANCE-IN)
                   TO WS-TOLERANCE-PCT
           END-IF.

           PERFORM LOAD-COST-RATES.
           IF WS-COST-COUNT = 0
               DISPLAY "No carrier_cost_rates.dat - every line "
                   "will be held as NO COST RATE."
           END-IF.
           PERFORM LOAD-CARRIER-MANIFEST.
           PERFORM LOAD-CREDIT-HOLDS.

           OPEN INPUT SHIPMENT-MASTER.
           IF NOT MASTER-OK
               DISPLAY "Shipment master unavailable (status "
                   WS-MASTER-STATUS ") - nothing audited."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT APPROVED-FILE.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "FREIGHT BILL AUDIT  CARRIER=" WS-BILL-CARRIER
               "  BILL=" WS-BILL-NO
               "  BILL DATE=" WS-BILL-DATE
               "  AUDITED " WS-AUDIT-DATE
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD.

           PERFORM AUDIT-BILL-FILE.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
           CLOSE APPROVED-FILE.

           PERFORM APPEND-BILL-HISTORY.

           MOVE "AUDIT" TO WS-JRN-ACTION
           MOVE WS-APPROVED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "CARRIER=" WS-BILL-CARRIER
               "  BILL=" WS-BILL-NO
               "  APPROVED=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES.

           PERFORM BUILD-MARGIN-REPORT.
           CLOSE SHIPMENT-MASTER.

           MOVE WS-APPROVED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Lines approved to pay: " WS-DISPLAY-COUNT.
           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Lines held:            " WS-DISPLAY-COUNT.
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Audit written to freight_bill_audit_report.txt".
           DISPLAY "Margins written to freight_margin_report.txt".
           STOP RUN.

      *> First pass over the bill: the header names the carrier and
      *> bill, the lines are counted and totalled, and the trailer
      *> must agree before a line is audited.
       PROVE-BILL-FILE.
           MOVE "N" TO WS-HEADER-SEEN
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-TOTAL
           OPEN INPUT FREIGHT-BILL-FILE
           IF NOT BILL-FILE-OK
               DISPLAY "No carrier_freight_bill.dat to audit."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BILL-END-OF-FILE
               READ FREIGHT-BILL-FILE
                   AT END
                       SET BILL-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE FB-TYPE
                           WHEN "H"
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE FB-H-CARRIER TO WS-BILL-CARRIER
                               MOVE FB-H-BILL-NO TO WS-BILL-NO
                               MOVE FB-H-BILL-DATE TO WS-BILL-DATE
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD FB-CHARGE TO WS-DETAIL-TOTAL
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE FB-T-COUNT TO WS-TRAILER-COUNT
                               MOVE FB-T-TOTAL TO WS-TRAILER-TOTAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FREIGHT-BILL-FILE.

       LOAD-BILL-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           OPEN INPUT BILL-HISTORY-FILE
           IF HISTORY-FILE-OK
               PERFORM UNTIL HISTORY-END-OF-FILE
                   READ BILL-HISTORY-FILE
                       AT END
                           SET HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BH-CARRIER = WS-BILL-CARRIER
                               AND BH-BILL-NO = WS-BILL-NO
                               MOVE "Y" TO WS-DUPLICATE-BILL-FLAG
                           END-IF
                           IF WS-HISTORY-COUNT < WS-HISTORY-TABLE-MAX
                               ADD 1 TO WS-HISTORY-COUNT
                               MOVE BH-CARRIER
                                   TO WS-HT-CARRIER(WS-HISTORY-COUNT)
                               MOVE BH-SHIP-ID
                                   TO WS-HT-SHIP-ID(WS-HISTORY-COUNT)
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-HISTORY-FILE
           END-IF.

       LOAD-COST-RATES.
           MOVE 0 TO WS-COST-COUNT
           OPEN INPUT COST-RATE-FILE
           IF COST-FILE-OK
               PERFORM UNTIL COST-END-OF-FILE
                   READ COST-RATE-FILE
                       AT END
                           SET COST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-COST-COUNT < WS-COST-TABLE-MAX
                               ADD 1 TO WS-COST-COUNT
                               PERFORM STORE-ONE-COST-RATE
                           ELSE
                               DISPLAY "Cost rate table full - band "
                                   "dropped for " CC-CARRIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-RATE-FILE
           END-IF.

       STORE-ONE-COST-RATE.
           MOVE CC-CARRIER TO WS-CC-CARRIER(WS-COST-COUNT)
           MOVE CC-UNIT TO WS-CC-UNIT(WS-COST-COUNT)
           MOVE CC-BAND-LOW TO WS-CC-BAND-LOW(WS-COST-COUNT)
           MOVE CC-BAND-HIGH TO WS-CC-BAND-HIGH(WS-COST-COUNT)
           MOVE CC-EFF-DATE TO WS-CC-EFF-DATE(WS-COST-COUNT)
           MOVE CC-RATE TO WS-CC-RATE(WS-COST-COUNT).

      *> The carrier's interface file is rewritten every night, so it
      *> only proves the latest tender; a shipment on an earlier
      *> night's file is proved by SM-CARRIER, which is what the
      *> conversion batch split that night's file on.
       LOAD-CARRIER-MANIFEST.
           MOVE 0 TO WS-MANIFEST-COUNT
           MOVE SPACES TO WS-CARRIER-FILENAME
           STRING "carrier_manifest_" WS-BILL-CARRIER ".dat"
               DELIMITED BY SIZE
               INTO WS-CARRIER-FILENAME
           END-STRING
           OPEN INPUT CARRIER-MANIFEST-FILE
           IF MANIFEST-FILE-OK
               PERFORM UNTIL MANIFEST-END-OF-FILE
                   READ CARRIER-MANIFEST-FILE
                       AT END
                           SET MANIFEST-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CM-D-TYPE = "D"
                               AND WS-MANIFEST-COUNT
                                   < WS-MANIFEST-TABLE-MAX
                               ADD 1 TO WS-MANIFEST-COUNT
                               MOVE CM-D-SHIP-ID
                                   TO WS-MAN-SHIP-ID(WS-MANIFEST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MANIFEST-FILE
           END-IF.

      *> Only open holds count; a released hold went to the carrier
      *> on a later night's file and a closed one was voided.
       LOAD-CREDIT-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT CREDIT-HOLD-FILE
           IF HOLD-FILE-OK
               PERFORM UNTIL HOLD-END-OF-FILE
                   READ CREDIT-HOLD-FILE
                       AT END
                           SET HOLD-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CH-STATUS = "H"
                               IF WS-HOLD-COUNT < WS-HOLD-TABLE-MAX
                                   ADD 1 TO WS-HOLD-COUNT
                                   MOVE CH-SHIP-ID
                                       TO WS-HOLD-SHIP-ID(WS-HOLD-COUNT)
                               ELSE
                                   DISPLAY "Credit hold table full - "
                                       "hold not checked: " CH-SHIP-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF.

       AUDIT-BILL-FILE.
           MOVE "00" TO WS-BILL-STATUS
           OPEN INPUT FREIGHT-BILL-FILE
           PERFORM UNTIL BILL-END-OF-FILE
               READ FREIGHT-BILL-FILE
                   AT END
                       SET BILL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FB-TYPE = "D"
                           PERFORM AUDIT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREIGHT-BILL-FILE.

      *> The checks run in order and the first failure holds the
      *> line; only a clean line is approved.
       AUDIT-ONE-LINE.
           MOVE SPACES TO WS-EXCEPTION
           MOVE 0 TO WS-EXPECTED-COST

           PERFORM FIND-IN-HISTORY
           IF ENTRY-WAS-FOUND
               MOVE "DUPLICATE" TO WS-EXCEPTION
               ADD 1 TO WS-DUP-COUNT
           END-IF

           IF WS-EXCEPTION = SPACES
               MOVE FB-SHIP-ID TO SM-SHIP-ID
               READ SHIPMENT-MASTER
                   KEY IS SM-SHIP-ID
                   INVALID KEY
                       MOVE "NOT SHIPPED" TO WS-EXCEPTION
                       ADD 1 TO WS-NOT-SHIPPED-COUNT
               END-READ
           END-IF

           IF WS-EXCEPTION = SPACES
               AND SHIPMENT-IS-VOID
               MOVE "VOIDED" TO WS-EXCEPTION
               ADD 1 TO WS-VOIDED-COUNT
           END-IF

           IF WS-EXCEPTION = SPACES
               PERFORM FIND-ON-CREDIT-HOLD
               IF ENTRY-WAS-FOUND
                   MOVE "NOT TENDERED" TO WS-EXCEPTION
                   ADD 1 TO WS-NOT-TENDERED-COUNT
               END-IF
           END-IF

           IF WS-EXCEPTION = SPACES
               AND SM-CARRIER NOT = WS-BILL-CARRIER
               PERFORM FIND-ON-MANIFEST
               IF NOT ENTRY-WAS-FOUND
                   MOVE "NOT TENDERED" TO WS-EXCEPTION
                   ADD 1 TO WS-NOT-TENDERED-COUNT
               END-IF
           END-IF

           IF WS-EXCEPTION = SPACES
               PERFORM COMPUTE-EXPECTED-COST
               IF WS-BEST-COST-IDX = 0
                   MOVE "NO COST RATE" TO WS-EXCEPTION
                   ADD 1 TO WS-NO-RATE-COUNT
               ELSE
                   COMPUTE WS-COST-LIMIT ROUNDED =
                       WS-EXPECTED-COST
                       + WS-EXPECTED-COST * WS-TOLERANCE-PCT / 100
                   IF FB-CHARGE > WS-COST-LIMIT
                       MOVE "OVER COST" TO WS-EXCEPTION
                       ADD 1 TO WS-OVER-COST-COUNT
                   END-IF
               END-IF
           END-IF

           IF WS-EXCEPTION = SPACES
               PERFORM APPROVE-ONE-LINE
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD FB-CHARGE TO WS-HELD-TOTAL
           END-IF

           PERFORM WRITE-AUDIT-LINE.

       FIND-IN-HISTORY.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-HISTORY-IDX FROM 1 BY 1
                   UNTIL WS-HISTORY-IDX > WS-HISTORY-COUNT
                   OR ENTRY-WAS-FOUND
               IF WS-HT-CARRIER(WS-HISTORY-IDX) = WS-BILL-CARRIER
                   AND WS-HT-SHIP-ID(WS-HISTORY-IDX) = FB-SHIP-ID
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       FIND-ON-MANIFEST.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MANIFEST-COUNT
                   OR ENTRY-WAS-FOUND
               IF WS-MAN-SHIP-ID(WS-MAN-IDX) = FB-SHIP-ID
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       FIND-ON-CREDIT-HOLD.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR ENTRY-WAS-FOUND
               IF WS-HOLD-SHIP-ID(WS-HOLD-IDX) = FB-SHIP-ID
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

      *> Same band rules as the customer rate table: the carrier's
      *> band for the shipment's unit with the chargeable weight
      *> inside it, effective on the shipment's run date, latest
      *> effective date winning.
       COMPUTE-EXPECTED-COST.
           MOVE 0 TO WS-BEST-COST-IDX
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
               IF WS-CC-CARRIER(WS-COST-IDX) = WS-BILL-CARRIER
                   AND WS-CC-UNIT(WS-COST-IDX) = SM-UNIT-TO
                   AND SM-CHARGEABLE >= WS-CC-BAND-LOW(WS-COST-IDX)
                   AND SM-CHARGEABLE <= WS-CC-BAND-HIGH(WS-COST-IDX)
                   AND WS-CC-EFF-DATE(WS-COST-IDX) <= SM-RUN-DATE
                   AND WS-CC-EFF-DATE(WS-COST-IDX)
                       >= WS-BEST-EFF-DATE
                   MOVE WS-COST-IDX TO WS-BEST-COST-IDX
                   MOVE WS-CC-EFF-DATE(WS-COST-IDX)
                       TO WS-BEST-EFF-DATE
               END-IF
           END-PERFORM
           IF WS-BEST-COST-IDX > 0
               COMPUTE WS-EXPECTED-COST ROUNDED =
                   SM-CHARGEABLE * WS-CC-RATE(WS-BEST-COST-IDX)
           END-IF.

       APPROVE-ONE-LINE.
           MOVE SPACES TO APPROVED-RECORD
           MOVE WS-BILL-CARRIER TO AP-CARRIER
           MOVE WS-BILL-NO TO AP-BILL-NO
           MOVE WS-BILL-DATE TO AP-BILL-DATE
           MOVE FB-SHIP-ID TO AP-SHIP-ID
           MOVE FB-CHARGE TO AP-CHARGE
           WRITE APPROVED-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           ADD FB-CHARGE TO WS-APPROVED-TOTAL
      *> Into the in-storage history at once, so the same shipment
      *> twice on this bill is caught as well.
           IF WS-HISTORY-COUNT < WS-HISTORY-TABLE-MAX
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-BILL-CARRIER TO WS-HT-CARRIER(WS-HISTORY-COUNT)
               MOVE FB-SHIP-ID TO WS-HT-SHIP-ID(WS-HISTORY-COUNT)
           END-IF.

       WRITE-AUDIT-LINE.
           MOVE FB-BILLED-WEIGHT TO WS-DISPLAY-WEIGHT
           MOVE FB-CHARGE TO WS-DISPLAY-CHARGE
           MOVE WS-EXPECTED-COST TO WS-DISPLAY-EXPECT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           IF WS-EXCEPTION = SPACES
               STRING "APPROVED      " FB-SHIP-ID
                   "  WEIGHT=" WS-DISPLAY-WEIGHT
                   "  CHARGE=" WS-DISPLAY-CHARGE
                   "  EXPECTED=" WS-DISPLAY-EXPECT
                   DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "HELD " WS-EXCEPTION " " FB-SHIP-ID
                   "  WEIGHT=" WS-DISPLAY-WEIGHT
                   "  CHARGE=" WS-DISPLAY-CHARGE
                   "  EXPECTED=" WS-DISPLAY-EXPECT
                   DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE AUDIT-REPORT-RECORD.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DETAIL-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "BILL LINES=" WS-DISPLAY-COUNT
               "  BILL TOTAL=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-APPROVED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-APPROVED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "APPROVED TO PAY=" WS-DISPLAY-COUNT
               "  TOTAL=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-HELD-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "HELD=" WS-DISPLAY-COUNT
               "  TOTAL=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-DUP-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "  DUPLICATES=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-NOT-SHIPPED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "  NOT ON SHIPMENT MASTER=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-VOIDED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "  SHIPMENT VOIDED=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-NOT-TENDERED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "  NOT TENDERED TO THIS CARRIER OR ON CREDIT HOLD="
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-NO-RATE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "  NO COST RATE=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD

           MOVE WS-OVER-COST-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING "  OVER EXPECTED COST=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
           END-STRING
           WRITE AUDIT-REPORT-RECORD.

       APPEND-BILL-HISTORY.
           IF WS-FIRST-NEW-IDX > WS-HISTORY-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BILL-HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT BILL-HISTORY-FILE
           END-IF
           MOVE "00" TO WS-APPROVED-STATUS
           OPEN INPUT APPROVED-FILE
           PERFORM UNTIL WS-APPROVED-STATUS NOT = "00"
               READ APPROVED-FILE
                   AT END
                       MOVE "10" TO WS-APPROVED-STATUS
                   NOT AT END
                       MOVE SPACES TO BILL-HISTORY-RECORD
                       MOVE AP-CARRIER TO BH-CARRIER
                       MOVE AP-BILL-NO TO BH-BILL-NO
                       MOVE AP-SHIP-ID TO BH-SHIP-ID
                       MOVE AP-BILL-DATE TO BH-BILL-DATE
                       MOVE AP-CHARGE TO BH-CHARGE
                       MOVE WS-AUDIT-DATE TO BH-AUDIT-DATE
                       WRITE BILL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE APPROVED-FILE
           CLOSE BILL-HISTORY-FILE.

      *> Margin runs over the whole bill history for the period, not
      *> just tonight's bill, so a lane losing money shows up the
      *> month it starts rather than at year end.
       BUILD-MARGIN-REPORT.
           DISPLAY "Margin period from YYYYMMDD (blank = 1 January): "
           ACCEPT WS-PERIOD-FROM-IN
           DISPLAY "Margin period to YYYYMMDD (blank = today): "
           ACCEPT WS-PERIOD-TO-IN
           IF WS-PERIOD-FROM-IN NUMERIC
               MOVE WS-PERIOD-FROM-IN TO WS-PERIOD-FROM
           ELSE
               MOVE WS-AUDIT-DATE TO WS-PERIOD-FROM
               MOVE "0101" TO WS-PERIOD-FROM(5:4)
           END-IF
           IF WS-PERIOD-TO-IN NUMERIC
               MOVE WS-PERIOD-TO-IN TO WS-PERIOD-TO
           ELSE
               MOVE WS-AUDIT-DATE TO WS-PERIOD-TO
           END-IF

           OPEN OUTPUT MARGIN-REPORT-FILE
           MOVE SPACES TO MARGIN-REPORT-RECORD
           STRING "FREIGHT MARGIN REPORT  BILL DATES " WS-PERIOD-FROM
               " TO " WS-PERIOD-TO
               DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
           END-STRING
           WRITE MARGIN-REPORT-RECORD
           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD

           MOVE "00" TO WS-HISTORY-STATUS
           OPEN INPUT BILL-HISTORY-FILE
           IF HISTORY-FILE-OK
               PERFORM UNTIL HISTORY-END-OF-FILE
                   READ BILL-HISTORY-FILE
                       AT END
                           SET HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BH-BILL-DATE >= WS-PERIOD-FROM
                               AND BH-BILL-DATE <= WS-PERIOD-TO
                               PERFORM MARGIN-ONE-SHIPMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILL-HISTORY-FILE
           END-IF

           PERFORM WRITE-MARGIN-BY-CUSTOMER
           PERFORM WRITE-MARGIN-BY-CARRIER
           CLOSE MARGIN-REPORT-FILE.

      *> What we billed is the band charge plus its fuel surcharge -
      *> the carrier's bill carries its own fuel, so both sides of
      *> the margin are all-in.
       MARGIN-ONE-SHIPMENT.
           MOVE BH-SHIP-ID TO SM-SHIP-ID
           READ SHIPMENT-MASTER
               KEY IS SM-SHIP-ID
               INVALID KEY
                   ADD 1 TO WS-MARGIN-MISSING
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-SHIP-BILLED = SM-CHARGE + SM-FUEL-CHARGE
           COMPUTE WS-LINE-MARGIN = WS-SHIP-BILLED - BH-CHARGE
           ADD 1 TO WS-MARGIN-COUNT
           ADD WS-SHIP-BILLED TO WS-MARGIN-BILLED
           ADD BH-CHARGE TO WS-MARGIN-COST

           MOVE WS-SHIP-BILLED TO WS-DISPLAY-BILLED
           MOVE BH-CHARGE TO WS-DISPLAY-COST
           MOVE WS-LINE-MARGIN TO WS-DISPLAY-MARGIN
           MOVE SPACES TO MARGIN-REPORT-RECORD
           STRING BH-SHIP-ID "  ACCOUNT=" SM-CUSTOMER
               "  CARRIER=" BH-CARRIER
               "  BILLED=" WS-DISPLAY-BILLED
               "  COST=" WS-DISPLAY-COST
               "  MARGIN=" WS-DISPLAY-MARGIN
               DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
           END-STRING
           WRITE MARGIN-REPORT-RECORD

           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR ENTRY-WAS-FOUND
               IF WS-MC-CUSTOMER(WS-CUST-IDX) = SM-CUSTOMER
                   MOVE "Y" TO WS-FOUND-FLAG
                   ADD 1 TO WS-MC-COUNT(WS-CUST-IDX)
                   ADD WS-SHIP-BILLED TO WS-MC-BILLED(WS-CUST-IDX)
                   ADD BH-CHARGE TO WS-MC-COST(WS-CUST-IDX)
               END-IF
           END-PERFORM
           IF NOT ENTRY-WAS-FOUND
               AND WS-CUST-COUNT < WS-CUST-TABLE-MAX
               ADD 1 TO WS-CUST-COUNT
               MOVE SM-CUSTOMER TO WS-MC-CUSTOMER(WS-CUST-COUNT)
               MOVE 1 TO WS-MC-COUNT(WS-CUST-COUNT)
               MOVE WS-SHIP-BILLED TO WS-MC-BILLED(WS-CUST-COUNT)
               MOVE BH-CHARGE TO WS-MC-COST(WS-CUST-COUNT)
           END-IF

           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
                   UNTIL WS-CARR-IDX > WS-CARR-COUNT
                   OR ENTRY-WAS-FOUND
               IF WS-MK-CARRIER(WS-CARR-IDX) = BH-CARRIER
                   MOVE "Y" TO WS-FOUND-FLAG
                   ADD 1 TO WS-MK-COUNT(WS-CARR-IDX)
                   ADD WS-SHIP-BILLED TO WS-MK-BILLED(WS-CARR-IDX)
                   ADD BH-CHARGE TO WS-MK-COST(WS-CARR-IDX)
               END-IF
           END-PERFORM
           IF NOT ENTRY-WAS-FOUND
               AND WS-CARR-COUNT < WS-CARR-TABLE-MAX
               ADD 1 TO WS-CARR-COUNT
               MOVE BH-CARRIER TO WS-MK-CARRIER(WS-CARR-COUNT)
               MOVE 1 TO WS-MK-COUNT(WS-CARR-COUNT)
               MOVE WS-SHIP-BILLED TO WS-MK-BILLED(WS-CARR-COUNT)
               MOVE BH-CHARGE TO WS-MK-COST(WS-CARR-COUNT)
           END-IF.

       WRITE-MARGIN-BY-CUSTOMER.
           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE "MARGIN BY CUSTOMER" TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               COMPUTE WS-MARGIN-NET = WS-MC-BILLED(WS-CUST-IDX)
                   - WS-MC-COST(WS-CUST-IDX)
               MOVE WS-MC-COUNT(WS-CUST-IDX) TO WS-DISPLAY-COUNT
               MOVE WS-MC-BILLED(WS-CUST-IDX) TO WS-DISPLAY-BILLED
               MOVE WS-MC-COST(WS-CUST-IDX) TO WS-DISPLAY-COST
               MOVE WS-MARGIN-NET TO WS-DISPLAY-MARGIN
               MOVE SPACES TO MARGIN-REPORT-RECORD
               STRING "  ACCOUNT=" WS-MC-CUSTOMER(WS-CUST-IDX)
                   "  SHIPMENTS=" WS-DISPLAY-COUNT
                   "  BILLED=" WS-DISPLAY-BILLED
                   "  COST=" WS-DISPLAY-COST
                   "  MARGIN=" WS-DISPLAY-MARGIN
                   DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
               END-STRING
               IF WS-MARGIN-NET < 0
                   MOVE "**" TO MARGIN-REPORT-RECORD(1:2)
               END-IF
               WRITE MARGIN-REPORT-RECORD
           END-PERFORM.

       WRITE-MARGIN-BY-CARRIER.
           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE "MARGIN BY CARRIER" TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
                   UNTIL WS-CARR-IDX > WS-CARR-COUNT
               COMPUTE WS-MARGIN-NET = WS-MK-BILLED(WS-CARR-IDX)
                   - WS-MK-COST(WS-CARR-IDX)
               MOVE WS-MK-COUNT(WS-CARR-IDX) TO WS-DISPLAY-COUNT
               MOVE WS-MK-BILLED(WS-CARR-IDX) TO WS-DISPLAY-BILLED
               MOVE WS-MK-COST(WS-CARR-IDX) TO WS-DISPLAY-COST
               MOVE WS-MARGIN-NET TO WS-DISPLAY-MARGIN
               MOVE SPACES TO MARGIN-REPORT-RECORD
               STRING "  CARRIER=" WS-MK-CARRIER(WS-CARR-IDX)
                   "  SHIPMENTS=" WS-DISPLAY-COUNT
                   "  BILLED=" WS-DISPLAY-BILLED
                   "  COST=" WS-DISPLAY-COST
                   "  MARGIN=" WS-DISPLAY-MARGIN
                   DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
               END-STRING
               IF WS-MARGIN-NET < 0
                   MOVE "**" TO MARGIN-REPORT-RECORD(1:2)
               END-IF
               WRITE MARGIN-REPORT-RECORD
           END-PERFORM

           COMPUTE WS-MARGIN-NET = WS-MARGIN-BILLED - WS-MARGIN-COST
           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
           MOVE WS-MARGIN-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-MARGIN-BILLED TO WS-DISPLAY-BILLED
           MOVE WS-MARGIN-COST TO WS-DISPLAY-COST
           MOVE WS-MARGIN-NET TO WS-DISPLAY-MARGIN
           MOVE SPACES TO MARGIN-REPORT-RECORD
           STRING "TOTAL  SHIPMENTS=" WS-DISPLAY-COUNT
               "  BILLED=" WS-DISPLAY-BILLED
               "  COST=" WS-DISPLAY-COST
               "  MARGIN=" WS-DISPLAY-MARGIN
               DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
           END-STRING
           WRITE MARGIN-REPORT-RECORD
           IF WS-MARGIN-MISSING > 0
               MOVE WS-MARGIN-MISSING TO WS-DISPLAY-COUNT
               MOVE SPACES TO MARGIN-REPORT-RECORD
               STRING "BILLED SHIPMENTS NO LONGER ON THE MASTER="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO MARGIN-REPORT-RECORD
               END-STRING
               WRITE MARGIN-REPORT-RECORD
           END-IF.

       END PROGRAM FREIGHT-BILL-AUDIT.
