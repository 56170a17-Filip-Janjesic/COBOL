      *> under the proposed table and the total swing, so the rate
      *> decision is made on numbers instead of a guess and
      *> nothing goes live to find out.
      *> Customer contracts on customer_contract_rates.dat are
      *> checked first, as the batch checks them: a shipment under
      *> a live contract bills the contract under either table and
      *> is counted apart, since a house rate change cannot move it.
      *> The second analysis prices a proposed contract for one
      *> customer against that customer's history on the master.
      *> The proposed file has the contract layout; its bands are
      *> applied to every past shipment they cover whatever their
      *> dates, and a shipment no proposed band covers stays at its
      *> live price. The report shows each proposed band's volume
      *> and the customer's total swing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO DYNAMIC
                   WS-CONTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 RT-EXP-DATE        PIC 9(8).
           05 RT-CARRIER         PIC X(4).

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05 CR-CUSTOMER        PIC X(6).
           05 CR-UNIT            PIC X(2).
           05 CR-BAND-LOW        PIC 9(5)V99.
           05 CR-BAND-HIGH       PIC 9(5)V99.
           05 CR-EFF-DATE        PIC 9(8).
           05 CR-EXP-DATE        PIC 9(8).
           05 CR-RATE            PIC 9(3)V9(4).
           05 CR-MIN-CHARGE      PIC 9(5)V99.

       FD  SHIPMENT-MASTER.
       01  SHIPMENT-MASTER-RECORD.
           05 SM-SHIP-ID         PIC X(10).
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

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-RECORD  PIC X(100).
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-RATE-FILENAME   PIC X(40).
           01 WS-CONTRACT-FILENAME PIC X(40).
           01 WS-CONTRACT-STATUS PIC X(02).
               88 CONTRACT-FILE-OK     VALUE "00".
               88 CONTRACT-END-OF-FILE VALUE "10".
           01 WS-ANALYSIS-MODE   PIC X(1).
               88 CONTRACT-ANALYSIS  VALUE "C" "c".
           01 WS-CONTRACT-CUSTOMER PIC X(6).
           01 WS-PROPOSED-NAME   PIC X(40).
           01 WS-ASOF-DATE-IN    PIC X(8).
           01 WS-ASOF-DATE       PIC 9(8).
                   10 WS-PRO-CUR-TOTAL PIC S9(11)V99 COMP-3.
                   10 WS-PRO-NEW-TOTAL PIC S9(11)V99 COMP-3.

      *> Live contract bands (every customer) and, for a contract
      *> analysis, the proposed bands for the one customer.
           01 WS-CONTRACT-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-LIVE-CONTRACT-COUNT PIC 9(3) VALUE 0.
           01 WS-LIVE-CONTRACT-TABLE.
               05 WS-LCR-ENTRY OCCURS 200 TIMES.
                   10 WS-LCR-CUSTOMER   PIC X(6).
                   10 WS-LCR-UNIT       PIC X(2).
                   10 WS-LCR-BAND-LOW   PIC 9(5)V99.
                   10 WS-LCR-BAND-HIGH  PIC 9(5)V99.
                   10 WS-LCR-EFF-DATE   PIC 9(8).
                   10 WS-LCR-EXP-DATE   PIC 9(8).
                   10 WS-LCR-RATE       PIC 9(3)V9(4).
                   10 WS-LCR-MIN-CHARGE PIC 9(5)V99.
           01 WS-PRO-CONTRACT-COUNT PIC 9(3) VALUE 0.
           01 WS-PRO-CONTRACT-TABLE.
               05 WS-PCR-ENTRY OCCURS 200 TIMES.
                   10 WS-PCR-UNIT       PIC X(2).
                   10 WS-PCR-BAND-LOW   PIC 9(5)V99.
                   10 WS-PCR-BAND-HIGH  PIC 9(5)V99.
                   10 WS-PCR-EFF-DATE   PIC 9(8).
                   10 WS-PCR-RATE       PIC 9(3)V9(4).
                   10 WS-PCR-MIN-CHARGE PIC 9(5)V99.
                   10 WS-PCR-BILL-COUNT PIC 9(6).
                   10 WS-PCR-CUR-TOTAL  PIC S9(11)V99 COMP-3.
                   10 WS-PCR-NEW-TOTAL  PIC S9(11)V99 COMP-3.
           01 WS-CONTRACT-SCAN   PIC 9(3).
           01 WS-BEST-CONTRACT-IDX PIC 9(3).
           01 WS-CONTRACT-CHARGE PIC S9(9)V99 COMP-3.
           01 WS-ON-CONTRACT-COUNT PIC 9(6) VALUE 0.
           01 WS-NOT-COVERED-COUNT PIC 9(6) VALUE 0.

           01 WS-LOADING-FLAG    PIC X(1).
           01 WS-RATE-SCAN       PIC 9(2).
           01 WS-BEST-RATE-IDX   PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Rate Change Impact Analysis ---".
           DISPLAY "Analyse R = proposed rate table, "
               "C = proposed customer contract (blank = R): ".
           ACCEPT WS-ANALYSIS-MODE.
           IF CONTRACT-ANALYSIS
               DISPLAY "Customer code: "
               ACCEPT WS-CONTRACT-CUSTOMER
               IF WS-CONTRACT-CUSTOMER = SPACES
                   DISPLAY "Customer code cannot be blank."
                   STOP RUN
               END-IF
               DISPLAY "Proposed contract file "
                   "(blank = customer_contract_proposed.dat): "
               ACCEPT WS-PROPOSED-NAME
               IF WS-PROPOSED-NAME = SPACES
                   MOVE "customer_contract_proposed.dat"
                       TO WS-PROPOSED-NAME
               END-IF
           ELSE
               DISPLAY "Proposed rate file "
                   "(blank = freight_rate_proposed.dat): "
               ACCEPT WS-PROPOSED-NAME
               IF WS-PROPOSED-NAME = SPACES
                   MOVE "freight_rate_proposed.dat"
                       TO WS-PROPOSED-NAME
               END-IF
           END-IF.
           DISPLAY "Price as of date YYYYMMDD (blank = today): ".
           ACCEPT WS-ASOF-DATE-IN.
               STOP RUN
           END-IF.

           MOVE "customer_contract_rates.dat"
               TO WS-CONTRACT-FILENAME
           MOVE "L" TO WS-LOADING-FLAG
           PERFORM LOAD-ONE-CONTRACT-FILE

           IF CONTRACT-ANALYSIS
               MOVE WS-PROPOSED-NAME TO WS-CONTRACT-FILENAME
               MOVE "P" TO WS-LOADING-FLAG
               PERFORM LOAD-ONE-CONTRACT-FILE
               IF WS-PRO-CONTRACT-COUNT = 0
                   DISPLAY "No bands for customer "
                       WS-CONTRACT-CUSTOMER " in proposed contract "
                       "file: " WS-PROPOSED-NAME
                   STOP RUN
               END-IF
           ELSE
               MOVE WS-PROPOSED-NAME TO WS-RATE-FILENAME
               MOVE "P" TO WS-LOADING-FLAG
               PERFORM LOAD-ONE-RATE-TABLE
               IF WS-PROPOSED-COUNT = 0
                   DISPLAY "Proposed rate file not found or empty: "
                       WS-PROPOSED-NAME
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT SHIPMENT-MASTER
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-CONVERTED > 0
                           IF CONTRACT-ANALYSIS
                               IF SM-CUSTOMER = WS-CONTRACT-CUSTOMER
                                   PERFORM PRICE-CONTRACT-SHIPMENT
                               END-IF
                           ELSE
                               PERFORM PRICE-ONE-SHIPMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

      *> "L" loads every live contract band; "P" loads only the
      *> analysed customer's bands from the proposed file.
       LOAD-ONE-CONTRACT-FILE.
           OPEN INPUT CONTRACT-FILE
           IF NOT CONTRACT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONTRACT-END-OF-FILE
               READ CONTRACT-FILE
                   AT END
                       SET CONTRACT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-LOADING-FLAG = "L"
                           PERFORM STORE-LIVE-CONTRACT
                       ELSE
                           IF CR-CUSTOMER = WS-CONTRACT-CUSTOMER
                               PERFORM STORE-PROPOSED-CONTRACT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

       STORE-LIVE-CONTRACT.
           IF WS-LIVE-CONTRACT-COUNT < WS-CONTRACT-TABLE-MAX
               ADD 1 TO WS-LIVE-CONTRACT-COUNT
               MOVE CR-CUSTOMER
                   TO WS-LCR-CUSTOMER(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-UNIT TO WS-LCR-UNIT(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-BAND-LOW
                   TO WS-LCR-BAND-LOW(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-BAND-HIGH
                   TO WS-LCR-BAND-HIGH(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-EFF-DATE
                   TO WS-LCR-EFF-DATE(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-EXP-DATE
                   TO WS-LCR-EXP-DATE(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-RATE TO WS-LCR-RATE(WS-LIVE-CONTRACT-COUNT)
               MOVE CR-MIN-CHARGE
                   TO WS-LCR-MIN-CHARGE(WS-LIVE-CONTRACT-COUNT)
           END-IF.

       STORE-PROPOSED-CONTRACT.
           IF WS-PRO-CONTRACT-COUNT < WS-CONTRACT-TABLE-MAX
               ADD 1 TO WS-PRO-CONTRACT-COUNT
               MOVE CR-UNIT TO WS-PCR-UNIT(WS-PRO-CONTRACT-COUNT)
               MOVE CR-BAND-LOW
                   TO WS-PCR-BAND-LOW(WS-PRO-CONTRACT-COUNT)
               MOVE CR-BAND-HIGH
                   TO WS-PCR-BAND-HIGH(WS-PRO-CONTRACT-COUNT)
               MOVE CR-EFF-DATE
                   TO WS-PCR-EFF-DATE(WS-PRO-CONTRACT-COUNT)
               MOVE CR-RATE TO WS-PCR-RATE(WS-PRO-CONTRACT-COUNT)
               MOVE CR-MIN-CHARGE
                   TO WS-PCR-MIN-CHARGE(WS-PRO-CONTRACT-COUNT)
               MOVE 0 TO WS-PCR-BILL-COUNT(WS-PRO-CONTRACT-COUNT)
               MOVE 0 TO WS-PCR-CUR-TOTAL(WS-PRO-CONTRACT-COUNT)
               MOVE 0 TO WS-PCR-NEW-TOTAL(WS-PRO-CONTRACT-COUNT)
           END-IF.

       STORE-CURRENT-RATE.
           IF WS-CURRENT-COUNT < WS-RATE-TABLE-MAX
               ADD 1 TO WS-CURRENT-COUNT

       PRICE-ONE-SHIPMENT.
           ADD 1 TO WS-SHIPMENT-COUNT
           PERFORM SET-SHIPMENT-BASIS

           PERFORM PRICE-UNDER-LIVE-CONTRACT
           IF WS-BEST-CONTRACT-IDX > 0
               ADD 1 TO WS-ON-CONTRACT-COUNT
               ADD WS-CONTRACT-CHARGE TO WS-CURRENT-TOTAL
               ADD WS-CONTRACT-CHARGE TO WS-PROPOSED-TOTAL
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-UNDER-CURRENT
                   TO WS-PRO-NEW-TOTAL(WS-PROPOSED-IDX)
           END-IF.

       SET-SHIPMENT-BASIS.
           IF SM-CHARGEABLE NUMERIC AND SM-CHARGEABLE > 0
               MOVE SM-CHARGEABLE TO WS-SHIP-WEIGHT
           ELSE
               MOVE SM-CONVERTED TO WS-SHIP-WEIGHT
           END-IF
           MOVE SM-UNIT-TO TO WS-SHIP-UNIT
           IF SM-CARRIER = SPACES
               MOVE "CAR1" TO WS-SHIP-CARRIER
           ELSE
               MOVE SM-CARRIER TO WS-SHIP-CARRIER
           END-IF.

      *> One of the analysed customer's shipments. Its live price is
      *> what the batch would charge today - live contract first,
      *> then the rate table. The proposed price comes from the
      *> proposed contract band covering it, or stays at the live
      *> price when no proposed band does.
       PRICE-CONTRACT-SHIPMENT.
           ADD 1 TO WS-SHIPMENT-COUNT
           PERFORM SET-SHIPMENT-BASIS

           PERFORM PRICE-UNDER-LIVE-CONTRACT
           IF WS-BEST-CONTRACT-IDX > 0
               MOVE WS-CONTRACT-CHARGE TO WS-CURRENT-CHARGE
           ELSE
               PERFORM PRICE-UNDER-CURRENT
           END-IF

           PERFORM PRICE-UNDER-PROPOSED-CONTRACT
           IF WS-BEST-CONTRACT-IDX > 0
               MOVE WS-CONTRACT-CHARGE TO WS-PROPOSED-CHARGE
               ADD 1 TO WS-PCR-BILL-COUNT(WS-BEST-CONTRACT-IDX)
               ADD WS-CURRENT-CHARGE
                   TO WS-PCR-CUR-TOTAL(WS-BEST-CONTRACT-IDX)
               ADD WS-PROPOSED-CHARGE
                   TO WS-PCR-NEW-TOTAL(WS-BEST-CONTRACT-IDX)
           ELSE
               MOVE WS-CURRENT-CHARGE TO WS-PROPOSED-CHARGE
               ADD 1 TO WS-NOT-COVERED-COUNT
           END-IF

           ADD WS-CURRENT-CHARGE TO WS-CURRENT-TOTAL
           ADD WS-PROPOSED-CHARGE TO WS-PROPOSED-TOTAL.

      *> Contract selection as COMPUTE-CONTRACT-CHARGE does it: the
      *> customer's band for the unit and weight, live on the as-of
      *> date, latest effective date winning, minimum as the floor.
       PRICE-UNDER-LIVE-CONTRACT.
           MOVE 0 TO WS-CONTRACT-CHARGE
           MOVE 0 TO WS-BEST-CONTRACT-IDX
           PERFORM VARYING WS-CONTRACT-SCAN FROM 1 BY 1
                   UNTIL WS-CONTRACT-SCAN > WS-LIVE-CONTRACT-COUNT
               IF WS-LCR-CUSTOMER(WS-CONTRACT-SCAN) = SM-CUSTOMER
                   AND WS-LCR-UNIT(WS-CONTRACT-SCAN) = WS-SHIP-UNIT
                   AND WS-SHIP-WEIGHT
                       >= WS-LCR-BAND-LOW(WS-CONTRACT-SCAN)
                   AND WS-SHIP-WEIGHT
                       <= WS-LCR-BAND-HIGH(WS-CONTRACT-SCAN)
                   AND WS-LCR-EFF-DATE(WS-CONTRACT-SCAN)
                       <= WS-ASOF-DATE
                   AND (WS-LCR-EXP-DATE(WS-CONTRACT-SCAN) = 0
                       OR WS-LCR-EXP-DATE(WS-CONTRACT-SCAN)
                           > WS-ASOF-DATE)
                   IF WS-BEST-CONTRACT-IDX = 0
                       MOVE WS-CONTRACT-SCAN TO WS-BEST-CONTRACT-IDX
                   ELSE
                       IF WS-LCR-EFF-DATE(WS-CONTRACT-SCAN) >
                               WS-LCR-EFF-DATE(WS-BEST-CONTRACT-IDX)
                           MOVE WS-CONTRACT-SCAN
                               TO WS-BEST-CONTRACT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-CONTRACT-IDX > 0
               COMPUTE WS-CONTRACT-CHARGE ROUNDED =
                   WS-SHIP-WEIGHT * WS-LCR-RATE(WS-BEST-CONTRACT-IDX)
               IF WS-CONTRACT-CHARGE
                       < WS-LCR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                   MOVE WS-LCR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                       TO WS-CONTRACT-CHARGE
               END-IF
           END-IF.

      *> Proposed bands are not dated against the history: the
      *> question is what the customer's past volume would have
      *> billed under the offer. Of two bands covering a shipment
      *> the later effective date wins, as it would in the batch.
       PRICE-UNDER-PROPOSED-CONTRACT.
           MOVE 0 TO WS-CONTRACT-CHARGE
           MOVE 0 TO WS-BEST-CONTRACT-IDX
           PERFORM VARYING WS-CONTRACT-SCAN FROM 1 BY 1
                   UNTIL WS-CONTRACT-SCAN > WS-PRO-CONTRACT-COUNT
               IF WS-PCR-UNIT(WS-CONTRACT-SCAN) = WS-SHIP-UNIT
                   AND WS-SHIP-WEIGHT
                       >= WS-PCR-BAND-LOW(WS-CONTRACT-SCAN)
                   AND WS-SHIP-WEIGHT
                       <= WS-PCR-BAND-HIGH(WS-CONTRACT-SCAN)
                   IF WS-BEST-CONTRACT-IDX = 0
                       MOVE WS-CONTRACT-SCAN TO WS-BEST-CONTRACT-IDX
                   ELSE
                       IF WS-PCR-EFF-DATE(WS-CONTRACT-SCAN) >
                               WS-PCR-EFF-DATE(WS-BEST-CONTRACT-IDX)
                           MOVE WS-CONTRACT-SCAN
                               TO WS-BEST-CONTRACT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-CONTRACT-IDX > 0
               COMPUTE WS-CONTRACT-CHARGE ROUNDED =
                   WS-SHIP-WEIGHT * WS-PCR-RATE(WS-BEST-CONTRACT-IDX)
               IF WS-CONTRACT-CHARGE
                       < WS-PCR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                   MOVE WS-PCR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                       TO WS-CONTRACT-CHARGE
               END-IF
           END-IF.

      *> Band selection as COMPUTE-FREIGHT-CHARGE does it: latest
      *> effective date wins, carrier-specific beats the house rate
      *> on a tie, expired bands stand aside.
       WRITE-IMPACT-REPORT.
           OPEN OUTPUT IMPACT-REPORT-FILE
           MOVE SPACES TO IMPACT-REPORT-RECORD
           IF CONTRACT-ANALYSIS
               STRING "CONTRACT IMPACT  CUSTOMER="
                   WS-CONTRACT-CUSTOMER
                   "  PROPOSED=" WS-PROPOSED-NAME(1:30)
                   "  AS OF " WS-ASOF-DATE
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "RATE IMPACT  PROPOSED=" WS-PROPOSED-NAME(1:30)
                   "  AS OF " WS-ASOF-DATE
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE IMPACT-REPORT-RECORD
           MOVE SPACES TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD

           IF CONTRACT-ANALYSIS
               PERFORM VARYING WS-CONTRACT-SCAN FROM 1 BY 1
                       UNTIL WS-CONTRACT-SCAN > WS-PRO-CONTRACT-COUNT
                   IF WS-PCR-BILL-COUNT(WS-CONTRACT-SCAN) > 0
                       PERFORM WRITE-ONE-CONTRACT-LINE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1
                       UNTIL WS-RATE-SCAN > WS-PROPOSED-COUNT
                   IF WS-PRO-BILL-COUNT(WS-RATE-SCAN) > 0
                       PERFORM WRITE-ONE-BAND-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD

           IF WS-ON-CONTRACT-COUNT > 0
               MOVE WS-ON-CONTRACT-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO IMPACT-REPORT-RECORD
               STRING "SHIPMENTS ON CUSTOMER CONTRACT (UNCHANGED)="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
               WRITE IMPACT-REPORT-RECORD
           END-IF

           IF WS-NOT-COVERED-COUNT > 0
               MOVE WS-NOT-COVERED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO IMPACT-REPORT-RECORD
               STRING "SHIPMENTS NO PROPOSED BAND COVERS (AT LIVE)="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
               WRITE IMPACT-REPORT-RECORD
           END-IF

           IF WS-UNRATED-BOTH > 0
               MOVE WS-UNRATED-BOTH TO WS-DISPLAY-COUNT
               MOVE SPACES TO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD.

       WRITE-ONE-CONTRACT-LINE.
           MOVE SPACES TO IMPACT-REPORT-RECORD
           MOVE WS-PCR-CUR-TOTAL(WS-CONTRACT-SCAN) TO WS-DISPLAY-AMOUNT
           MOVE WS-PCR-NEW-TOTAL(WS-CONTRACT-SCAN) TO WS-DISPLAY-DELTA
           STRING "CONTRACT BAND " WS-PCR-UNIT(WS-CONTRACT-SCAN)
               " " WS-PCR-BAND-LOW(WS-CONTRACT-SCAN)
               "-" WS-PCR-BAND-HIGH(WS-CONTRACT-SCAN)
               "  SHIPMENTS=" WS-PCR-BILL-COUNT(WS-CONTRACT-SCAN)
               "  LIVE=" WS-DISPLAY-AMOUNT
               "  PROPOSED=" WS-DISPLAY-DELTA
               DELIMITED BY SIZE
               INTO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD.

       END PROGRAM RATE-IMPACT.
