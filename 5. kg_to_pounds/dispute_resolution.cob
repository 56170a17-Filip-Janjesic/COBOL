      *> recorded, record how one was resolved, and close it under
      *> the operator's ID. A dispute stays on every recon report
      *> until it is closed here.
      *> A weight dispute closed with the carrier's weight found
      *> correct means the customer was billed on our heavier
      *> weight. The shipment is repriced at the agreed weight
      *> through the same band selection the conversion batch uses,
      *> at the rates in force on its original run date. If it has
      *> not been invoiced yet the master carries the new charge,
      *> and the fall is written to freight_reprice_register.dat
      *> for GL-POSTING to reverse out of the revenue it posted on
      *> the run date (source FREIGHT-ADJ); if it has, a numbered
      *> credit memo for the difference is issued against the
      *> original invoice - a C record on the invoice register for
      *> CASH-APPLICATION and GL-POSTING, and a printed memo on
      *> freight_credit_memos.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "freight_rate_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO
                   "customer_contract_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT FUEL-TABLE-FILE ASSIGN TO "fuel_surcharge_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUEL-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CREDIT-SEQ-FILE ASSIGN TO "credit_memo_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-SEQ-STATUS.

           SELECT REPRICE-REGISTER-FILE ASSIGN TO
                   "freight_reprice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRICE-REG-STATUS.

           SELECT CREDIT-PRINT-FILE ASSIGN TO
                   "freight_credit_memos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           05 FILLER             PIC X(1).
           05 DSP-RESOLUTION     PIC X(40).

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

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05 RT-UNIT            PIC X(2).
           05 RT-BAND-LOW        PIC 9(5)V99.
           05 RT-BAND-HIGH       PIC 9(5)V99.
           05 RT-EFF-DATE        PIC 9(8).
           05 RT-RATE            PIC 9(3)V9(4).
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

       FD  FUEL-TABLE-FILE.
       01  FUEL-TABLE-RECORD.
           05 FS-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 FS-WEEK-START      PIC 9(8).
           05 FILLER             PIC X(1).
           05 FS-PERCENT         PIC 9(2)V99.

      *> Invoice register record. IR-RECORD-TYPE tells an invoice
      *> (I, or blank on records written before credit memos
      *> existed) from a credit memo (C); a credit memo carries its
      *> own number in IR-INVOICE-NO and the invoice it credits in
      *> IR-APPLIES-TO.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD.
           05 IR-INVOICE-NO      PIC 9(6).
           05 FILLER             PIC X(1).
           05 IR-INVOICE-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 IR-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 IR-SHIP-COUNT      PIC 9(6).
           05 FILLER             PIC X(1).
           05 IR-TOTAL-CHARGE    PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 IR-RECORD-TYPE     PIC X(1).
           05 FILLER             PIC X(1).
           05 IR-APPLIES-TO      PIC 9(6).

       FD  CREDIT-SEQ-FILE.
       01  CREDIT-SEQ-RECORD     PIC 9(6).

      *> One record per uninvoiced shipment repriced down: the
      *> charges include fuel, the reduction is what GL-POSTING
      *> takes back out of revenue on the reprice date.
       FD  REPRICE-REGISTER-FILE.
       01  REPRICE-REGISTER-RECORD.
           05 RP-REPRICE-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 RP-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 RP-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 RP-OLD-CHARGE      PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 RP-NEW-CHARGE      PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 RP-REDUCTION       PIC 9(7)V99.

       FD  CREDIT-PRINT-FILE.
       01  CREDIT-PRINT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DISPUTE-STATUS  PIC X(02).
               88 DISPUTE-FILE-OK      VALUE "00".
           01 WS-DISPLAY-OURS    PIC -(7)9.99.
           01 WS-DISPLAY-THEIRS  PIC -(7)9.99.

           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK           VALUE "00".
           01 WS-RATE-STATUS     PIC X(02).
               88 RATE-FILE-OK        VALUE "00".
               88 RATE-END-OF-FILE    VALUE "10".
           01 WS-REGISTER-STATUS PIC X(02).
           01 WS-CREDIT-SEQ-STATUS PIC X(02).
           01 WS-CREDIT-PRINT-STATUS PIC X(02).
           01 WS-REPRICE-REG-STATUS PIC X(02).

      *> Outcome of a weight dispute: C = the carrier's weight was
      *> right, anything else leaves our billing as it stands.
           01 WS-OUTCOME         PIC X(1).
               88 CARRIER-WAS-CORRECT VALUE "C" "c".
           01 WS-REPRICE-OK-FLAG PIC X(1).
               88 REPRICE-IS-OK       VALUE "Y".

      *> Rate bands, loaded the way the conversion batch loads them,
      *> so a repriced shipment lands in the band it would have had.
           01 WS-RATE-TABLE-MAX  PIC 9(2) VALUE 50.
           01 WS-RATE-COUNT      PIC 9(2) VALUE 0.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 50 TIMES.
                   10 WS-RT-UNIT      PIC X(2).
                   10 WS-RT-BAND-LOW  PIC 9(5)V99.
                   10 WS-RT-BAND-HIGH PIC 9(5)V99.
                   10 WS-RT-EFF-DATE  PIC 9(8).
                   10 WS-RT-RATE      PIC 9(3)V9(4).
                   10 WS-RT-EXP-DATE  PIC 9(8).
                   10 WS-RT-CARRIER   PIC X(4).
           01 WS-RATE-SCAN       PIC 9(2).
           01 WS-BEST-RATE-IDX   PIC 9(2).
           01 WS-BEST-EFF-DATE   PIC 9(8).
           01 WS-BEST-SPECIFIC   PIC X(1).
           01 WS-RATE-DATE       PIC 9(8).
           01 WS-RATE-UNIT       PIC X(2).
           01 WS-RATE-CARRIER    PIC X(4).
           01 WS-CHARGEABLE-WEIGHT PIC S9(7)V99 COMP-3.
      *> Customer contract bands, checked before the rate table
      *> exactly as the conversion batch does.
           01 WS-CONTRACT-STATUS PIC X(02).
               88 CONTRACT-FILE-OK     VALUE "00".
               88 CONTRACT-END-OF-FILE VALUE "10".
           01 WS-CONTRACT-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-CONTRACT-COUNT  PIC 9(3) VALUE 0.
           01 WS-CONTRACT-TABLE.
               05 WS-CONTRACT-ENTRY OCCURS 200 TIMES.
                   10 WS-CR-CUSTOMER   PIC X(6).
                   10 WS-CR-UNIT       PIC X(2).
                   10 WS-CR-BAND-LOW   PIC 9(5)V99.
                   10 WS-CR-BAND-HIGH  PIC 9(5)V99.
                   10 WS-CR-EFF-DATE   PIC 9(8).
                   10 WS-CR-EXP-DATE   PIC 9(8).
                   10 WS-CR-RATE       PIC 9(3)V9(4).
                   10 WS-CR-MIN-CHARGE PIC 9(5)V99.
           01 WS-CONTRACT-SCAN   PIC 9(3).
           01 WS-BEST-CONTRACT-IDX PIC 9(3).
           01 WS-RATE-CUSTOMER   PIC X(6).
           01 WS-NEW-CHARGE      PIC S9(9)V99 COMP-3.
      *> Fuel surcharge weeks, loaded the way the conversion batch
      *> loads them. The repriced surcharge is the rating week's
      *> percentage applied to the repriced band charge; the credit
      *> covers the fall in both.
           01 WS-FUEL-STATUS     PIC X(02).
               88 FUEL-FILE-OK       VALUE "00".
               88 FUEL-END-OF-FILE   VALUE "10".
           01 WS-FUEL-TABLE-MAX  PIC 9(3) VALUE 200.
           01 WS-FUEL-COUNT      PIC 9(3) VALUE 0.
           01 WS-FUEL-TABLE.
               05 WS-FUEL-ENTRY OCCURS 200 TIMES.
                   10 WS-FS-CARRIER    PIC X(4).
                   10 WS-FS-WEEK-START PIC 9(8).
                   10 WS-FS-PERCENT    PIC 9(2)V99.
           01 WS-FUEL-SCAN       PIC 9(3).
           01 WS-FUEL-CARRIER-IDX PIC 9(3).
           01 WS-FUEL-HOUSE-IDX  PIC 9(3).
           01 WS-FUEL-PERCENT    PIC 9(2)V99.
           01 WS-NEW-FUEL        PIC S9(9)V99 COMP-3.
           01 WS-NEW-TOTAL       PIC S9(9)V99 COMP-3.
           01 WS-OLD-CHARGE      PIC S9(9)V99 COMP-3.
           01 WS-CREDIT-AMOUNT   PIC S9(9)V99 COMP-3.
           01 WS-CREDIT-MEMO-NO  PIC 9(6) VALUE 0.
           01 WS-TODAY           PIC 9(8).
           01 WS-TODAY-SOURCE    PIC X(1).
           01 WS-DISPLAY-CHARGE  PIC -(7)9.99.
           01 WS-DISPLAY-NEW     PIC -(7)9.99.
           01 WS-DISPLAY-CREDIT  PIC -(7)9.99.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the dispute file.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "DISPUTE-RES".
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-OPERATOR-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUTCOME
           MOVE 0 TO WS-CREDIT-MEMO-NO
           IF WS-DT-TYPE(WS-MATCH-IDX) = "WEIGHT DIFF"
               DISPLAY "Outcome (C = carrier weight correct, "
                   "O = our weight stands): "
               ACCEPT WS-OUTCOME
               IF CARRIER-WAS-CORRECT
                   PERFORM REPRICE-AT-CARRIER-WEIGHT
                   IF NOT REPRICE-IS-OK
                       DISPLAY "Dispute left open - the shipment "
                           "could not be repriced."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE "C" TO WS-DT-STATUS(WS-MATCH-IDX)
           MOVE WS-RESOLUTION-TEXT TO WS-DT-RESOLUTION(WS-MATCH-IDX)
           MOVE WS-OPERATOR-ID TO WS-DT-OPERATOR(WS-MATCH-IDX)

           DISPLAY "Dispute closed.".

      *> The agreed chargeable weight is the carrier's weight - but
      *> where we billed on dimensional weight, that still stands:
      *> the carrier's scale weight says nothing about the size of
      *> the package.
       REPRICE-AT-CARRIER-WEIGHT.
           MOVE "N" TO WS-REPRICE-OK-FLAG
           CALL "PROCESSING-DATE" USING WS-TODAY WS-TODAY-SOURCE
           OPEN I-O SHIPMENT-MASTER
           IF NOT MASTER-OK
               DISPLAY "Shipment master unavailable (status "
                   WS-MASTER-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-ID TO SM-SHIP-ID
           READ SHIPMENT-MASTER
               KEY IS SM-SHIP-ID
               INVALID KEY
                   DISPLAY "Shipment not on the master: "
                       WS-SEARCH-ID
                   CLOSE SHIPMENT-MASTER
                   EXIT PARAGRAPH
           END-READ
      *> A voided shipment has already been credited in full or
      *> pulled from billing; there is nothing left to reprice.
           IF SHIPMENT-IS-VOID
               DISPLAY "Shipment was voided on " SM-VOID-DATE
                   " - nothing to reprice."
               CLOSE SHIPMENT-MASTER
               MOVE "Y" TO WS-REPRICE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           MOVE WS-DT-CARRIER-WEIGHT(WS-MATCH-IDX)
               TO WS-CHARGEABLE-WEIGHT
           IF SM-CHARGEABLE > SM-CONVERTED
               AND SM-CHARGEABLE > WS-CHARGEABLE-WEIGHT
               MOVE SM-CHARGEABLE TO WS-CHARGEABLE-WEIGHT
           END-IF
           MOVE SM-RUN-DATE TO WS-RATE-DATE
           MOVE SM-UNIT-TO TO WS-RATE-UNIT
           MOVE SM-CARRIER TO WS-RATE-CARRIER
           MOVE SM-CUSTOMER TO WS-RATE-CUSTOMER
           PERFORM COMPUTE-FREIGHT-CHARGE
           PERFORM LOAD-FUEL-TABLE
           PERFORM COMPUTE-FUEL-SURCHARGE

           COMPUTE WS-OLD-CHARGE = SM-CHARGE + SM-FUEL-CHARGE
           COMPUTE WS-NEW-TOTAL = WS-NEW-CHARGE + WS-NEW-FUEL
           COMPUTE WS-CREDIT-AMOUNT = WS-OLD-CHARGE - WS-NEW-TOTAL
           MOVE WS-OLD-CHARGE TO WS-DISPLAY-CHARGE
           MOVE WS-NEW-TOTAL TO WS-DISPLAY-NEW
           DISPLAY "Billed charge incl. fuel:   " WS-DISPLAY-CHARGE
           DISPLAY "Repriced charge incl. fuel: " WS-DISPLAY-NEW
           IF WS-CREDIT-AMOUNT <= 0
               DISPLAY "Repricing gives no reduction - "
                   "no credit due."
               CLOSE SHIPMENT-MASTER
               MOVE "Y" TO WS-REPRICE-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           IF SM-INVOICE-NO > 0
               PERFORM ISSUE-CREDIT-MEMO
           ELSE
               DISPLAY "Shipment not yet invoiced - it will bill "
                   "at the repriced charge."
               PERFORM REGISTER-REPRICE-ADJUSTMENT
           END-IF

           MOVE WS-NEW-CHARGE TO SM-CHARGE
           MOVE WS-NEW-FUEL TO SM-FUEL-CHARGE
           MOVE WS-CHARGEABLE-WEIGHT TO SM-CHARGEABLE
           REWRITE SHIPMENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error repricing shipment " SM-SHIP-ID
                       " status " WS-MASTER-STATUS
           END-REWRITE
           CLOSE SHIPMENT-MASTER

           MOVE "REPRICE" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "SHIPMENT=" WS-SEARCH-ID
               "  OLD=" WS-DISPLAY-CHARGE
               "  NEW=" WS-DISPLAY-NEW
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES
           MOVE "Y" TO WS-REPRICE-OK-FLAG.

      *> The revenue for a shipment is posted on its run date from
      *> the charge then on the master. Once that night is past,
      *> the fall is registered for the ledger; a shipment repriced
      *> on its own run date posts at the new charge that night and
      *> needs no adjustment.
       REGISTER-REPRICE-ADJUSTMENT.
           IF SM-RUN-DATE NOT < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REPRICE-REGISTER-FILE
           IF WS-REPRICE-REG-STATUS = "05" OR "35"
               OPEN OUTPUT REPRICE-REGISTER-FILE
           END-IF
           MOVE SPACES TO REPRICE-REGISTER-RECORD
           MOVE WS-TODAY TO RP-REPRICE-DATE
           MOVE SM-SHIP-ID TO RP-SHIP-ID
           MOVE SM-CUSTOMER TO RP-CUSTOMER
           MOVE WS-OLD-CHARGE TO RP-OLD-CHARGE
           MOVE WS-NEW-TOTAL TO RP-NEW-CHARGE
           MOVE WS-CREDIT-AMOUNT TO RP-REDUCTION
           WRITE REPRICE-REGISTER-RECORD
           IF WS-REPRICE-REG-STATUS NOT = "00"
               DISPLAY "Error writing the reprice register: "
                   WS-REPRICE-REG-STATUS
               DISPLAY "Tell accounting - revenue for "
                   SM-SHIP-ID " was not adjusted."
           END-IF
           CLOSE REPRICE-REGISTER-FILE.

      *> Credit memos take their numbers from their own sequence,
      *> kept apart from the invoice sequence. Both series start at
      *> 1, so a credit memo can carry the same number as an
      *> invoice; only IR-RECORD-TYPE tells the two apart on the
      *> register.
       ISSUE-CREDIT-MEMO.
           MOVE 0 TO WS-CREDIT-MEMO-NO
           OPEN INPUT CREDIT-SEQ-FILE
           IF WS-CREDIT-SEQ-STATUS = "00"
               READ CREDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CREDIT-SEQ-RECORD TO WS-CREDIT-MEMO-NO
               END-READ
               CLOSE CREDIT-SEQ-FILE
           END-IF
           ADD 1 TO WS-CREDIT-MEMO-NO
           OPEN OUTPUT CREDIT-SEQ-FILE
           MOVE WS-CREDIT-MEMO-NO TO CREDIT-SEQ-RECORD
           WRITE CREDIT-SEQ-RECORD
           CLOSE CREDIT-SEQ-FILE

           OPEN EXTEND INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS = "05" OR "35"
               OPEN OUTPUT INVOICE-REGISTER-FILE
           END-IF
           MOVE SPACES TO INVOICE-REGISTER-RECORD
           MOVE WS-CREDIT-MEMO-NO TO IR-INVOICE-NO
           MOVE WS-TODAY TO IR-INVOICE-DATE
           MOVE SM-CUSTOMER TO IR-CUSTOMER
           MOVE 1 TO IR-SHIP-COUNT
           MOVE WS-CREDIT-AMOUNT TO IR-TOTAL-CHARGE
           MOVE "C" TO IR-RECORD-TYPE
           MOVE SM-INVOICE-NO TO IR-APPLIES-TO
           WRITE INVOICE-REGISTER-RECORD
           CLOSE INVOICE-REGISTER-FILE

           MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-CREDIT
           OPEN EXTEND CREDIT-PRINT-FILE
           IF WS-CREDIT-PRINT-STATUS = "05" OR "35"
               OPEN OUTPUT CREDIT-PRINT-FILE
           END-IF
           MOVE SPACES TO CREDIT-PRINT-RECORD
           STRING "CREDIT MEMO=" WS-CREDIT-MEMO-NO
               "  DATED " WS-TODAY
               "  ACCOUNT=" SM-CUSTOMER
               "  AGAINST INVOICE=" SM-INVOICE-NO
               DELIMITED BY SIZE
               INTO CREDIT-PRINT-RECORD
           END-STRING
           WRITE CREDIT-PRINT-RECORD
           MOVE SPACES TO CREDIT-PRINT-RECORD
           STRING "  SHIPMENT=" SM-SHIP-ID
               "  BILLED=" WS-DISPLAY-CHARGE
               "  REPRICED=" WS-DISPLAY-NEW
               "  CREDIT=" WS-DISPLAY-CREDIT
               DELIMITED BY SIZE
               INTO CREDIT-PRINT-RECORD
           END-STRING
           WRITE CREDIT-PRINT-RECORD
           MOVE SPACES TO CREDIT-PRINT-RECORD
           STRING "  REASON: CARRIER WEIGHT AGREED - "
               WS-RESOLUTION-TEXT
               DELIMITED BY SIZE
               INTO CREDIT-PRINT-RECORD
           END-STRING
           WRITE CREDIT-PRINT-RECORD
           CLOSE CREDIT-PRINT-FILE

           MOVE "CREDIT-MEMO" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "MEMO=" WS-CREDIT-MEMO-NO
               "  INVOICE=" SM-INVOICE-NO
               "  CREDIT=" WS-DISPLAY-CREDIT
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES
           DISPLAY "Credit memo " WS-CREDIT-MEMO-NO " issued for "
               WS-DISPLAY-CREDIT " against invoice " SM-INVOICE-NO.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-FILE-OK
               PERFORM UNTIL RATE-END-OF-FILE
                   READ RATE-TABLE-FILE
                       AT END
                           SET RATE-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < WS-RATE-TABLE-MAX
                               ADD 1 TO WS-RATE-COUNT
                               PERFORM STORE-ONE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.

       STORE-ONE-RATE.
           MOVE RT-UNIT TO WS-RT-UNIT(WS-RATE-COUNT)
           MOVE RT-BAND-LOW TO WS-RT-BAND-LOW(WS-RATE-COUNT)
           MOVE RT-BAND-HIGH TO WS-RT-BAND-HIGH(WS-RATE-COUNT)
           MOVE RT-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
           MOVE RT-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           IF RT-EXP-DATE NUMERIC
               MOVE RT-EXP-DATE TO WS-RT-EXP-DATE(WS-RATE-COUNT)
           ELSE
               MOVE 0 TO WS-RT-EXP-DATE(WS-RATE-COUNT)
           END-IF
           MOVE RT-CARRIER TO WS-RT-CARRIER(WS-RATE-COUNT).

      *> Band selection as in COMPUTE-FREIGHT-CHARGE in the
      *> conversion batch: same unit, weight inside the band, live
      *> and effective on the rating date, carrier band or house
      *> band, latest effective date winning and a carrier band
      *> beating the house band on a tie.
       COMPUTE-FREIGHT-CHARGE.
           MOVE 0 TO WS-NEW-CHARGE
           PERFORM COMPUTE-CONTRACT-CHARGE
           IF WS-BEST-CONTRACT-IDX > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BEST-RATE-IDX
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE "N" TO WS-BEST-SPECIFIC
           PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1
                   UNTIL WS-RATE-SCAN > WS-RATE-COUNT
               IF WS-RT-UNIT(WS-RATE-SCAN) = WS-RATE-UNIT
                   AND WS-CHARGEABLE-WEIGHT
                       >= WS-RT-BAND-LOW(WS-RATE-SCAN)
                   AND WS-CHARGEABLE-WEIGHT
                       <= WS-RT-BAND-HIGH(WS-RATE-SCAN)
                   AND (WS-RT-EXP-DATE(WS-RATE-SCAN) = 0
                       OR WS-RT-EXP-DATE(WS-RATE-SCAN)
                           > WS-RATE-DATE)
                   AND (WS-RT-CARRIER(WS-RATE-SCAN) = SPACES
                       OR WS-RT-CARRIER(WS-RATE-SCAN)
                           = WS-RATE-CARRIER)
                   AND WS-RT-EFF-DATE(WS-RATE-SCAN) <= WS-RATE-DATE
                   PERFORM JUDGE-CANDIDATE-BAND
               END-IF
           END-PERFORM

           IF WS-BEST-RATE-IDX > 0
               COMPUTE WS-NEW-CHARGE ROUNDED =
                   WS-CHARGEABLE-WEIGHT
                       * WS-RT-RATE(WS-BEST-RATE-IDX)
           END-IF.

       LOAD-CONTRACT-TABLE.
           MOVE 0 TO WS-CONTRACT-COUNT
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-OK
               PERFORM UNTIL CONTRACT-END-OF-FILE
                   READ CONTRACT-FILE
                       AT END
                           SET CONTRACT-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CONTRACT-COUNT
                                   < WS-CONTRACT-TABLE-MAX
                               ADD 1 TO WS-CONTRACT-COUNT
                               PERFORM STORE-ONE-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.

       STORE-ONE-CONTRACT.
           MOVE CR-CUSTOMER TO WS-CR-CUSTOMER(WS-CONTRACT-COUNT)
           MOVE CR-UNIT TO WS-CR-UNIT(WS-CONTRACT-COUNT)
           MOVE CR-BAND-LOW TO WS-CR-BAND-LOW(WS-CONTRACT-COUNT)
           MOVE CR-BAND-HIGH TO WS-CR-BAND-HIGH(WS-CONTRACT-COUNT)
           MOVE CR-EFF-DATE TO WS-CR-EFF-DATE(WS-CONTRACT-COUNT)
           MOVE CR-EXP-DATE TO WS-CR-EXP-DATE(WS-CONTRACT-COUNT)
           MOVE CR-RATE TO WS-CR-RATE(WS-CONTRACT-COUNT)
           MOVE CR-MIN-CHARGE TO WS-CR-MIN-CHARGE(WS-CONTRACT-COUNT).

      *> Contract selection as in COMPUTE-CONTRACT-CHARGE in the
      *> conversion batch: the customer's band for the unit and
      *> weight, live on the rating date, latest effective date
      *> winning, with the contract minimum as the floor.
       COMPUTE-CONTRACT-CHARGE.
           MOVE 0 TO WS-BEST-CONTRACT-IDX
           PERFORM VARYING WS-CONTRACT-SCAN FROM 1 BY 1
                   UNTIL WS-CONTRACT-SCAN > WS-CONTRACT-COUNT
               IF WS-CR-CUSTOMER(WS-CONTRACT-SCAN) = WS-RATE-CUSTOMER
                   AND WS-CR-UNIT(WS-CONTRACT-SCAN) = WS-RATE-UNIT
                   AND WS-CHARGEABLE-WEIGHT
                       >= WS-CR-BAND-LOW(WS-CONTRACT-SCAN)
                   AND WS-CHARGEABLE-WEIGHT
                       <= WS-CR-BAND-HIGH(WS-CONTRACT-SCAN)
                   AND WS-CR-EFF-DATE(WS-CONTRACT-SCAN)
                       <= WS-RATE-DATE
                   AND (WS-CR-EXP-DATE(WS-CONTRACT-SCAN) = 0
                       OR WS-CR-EXP-DATE(WS-CONTRACT-SCAN)
                           > WS-RATE-DATE)
                   IF WS-BEST-CONTRACT-IDX = 0
                       MOVE WS-CONTRACT-SCAN TO WS-BEST-CONTRACT-IDX
                   ELSE
                       IF WS-CR-EFF-DATE(WS-CONTRACT-SCAN) >
                               WS-CR-EFF-DATE(WS-BEST-CONTRACT-IDX)
                           MOVE WS-CONTRACT-SCAN
                               TO WS-BEST-CONTRACT-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-CONTRACT-IDX > 0
               COMPUTE WS-NEW-CHARGE ROUNDED =
                   WS-CHARGEABLE-WEIGHT
                       * WS-CR-RATE(WS-BEST-CONTRACT-IDX)
               IF WS-NEW-CHARGE < WS-CR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                   MOVE WS-CR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                       TO WS-NEW-CHARGE
               END-IF
           END-IF.

       LOAD-FUEL-TABLE.
           MOVE 0 TO WS-FUEL-COUNT
           OPEN INPUT FUEL-TABLE-FILE
           IF FUEL-FILE-OK
               PERFORM UNTIL FUEL-END-OF-FILE
                   READ FUEL-TABLE-FILE
                       AT END
                           SET FUEL-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-FUEL-COUNT < WS-FUEL-TABLE-MAX
                               ADD 1 TO WS-FUEL-COUNT
                               MOVE FS-CARRIER
                                   TO WS-FS-CARRIER(WS-FUEL-COUNT)
                               MOVE FS-WEEK-START
                                   TO WS-FS-WEEK-START(WS-FUEL-COUNT)
                               MOVE FS-PERCENT
                                   TO WS-FS-PERCENT(WS-FUEL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUEL-TABLE-FILE
           END-IF.

      *> Week selection as in COMPUTE-FUEL-SURCHARGE in the
      *> conversion batch: the latest week starting on or before
      *> the rating date, the carrier's own rows ahead of the house
      *> rows.
       COMPUTE-FUEL-SURCHARGE.
           MOVE 0 TO WS-NEW-FUEL
           MOVE 0 TO WS-FUEL-PERCENT
           MOVE 0 TO WS-FUEL-CARRIER-IDX
           MOVE 0 TO WS-FUEL-HOUSE-IDX
           PERFORM VARYING WS-FUEL-SCAN FROM 1 BY 1
                   UNTIL WS-FUEL-SCAN > WS-FUEL-COUNT
               IF WS-FS-WEEK-START(WS-FUEL-SCAN) <= WS-RATE-DATE
                   IF WS-FS-CARRIER(WS-FUEL-SCAN) = WS-RATE-CARRIER
                       PERFORM JUDGE-CARRIER-FUEL-WEEK
                   END-IF
                   IF WS-FS-CARRIER(WS-FUEL-SCAN) = SPACES
                       PERFORM JUDGE-HOUSE-FUEL-WEEK
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FUEL-CARRIER-IDX > 0
               MOVE WS-FS-PERCENT(WS-FUEL-CARRIER-IDX)
                   TO WS-FUEL-PERCENT
           ELSE
               IF WS-FUEL-HOUSE-IDX > 0
                   MOVE WS-FS-PERCENT(WS-FUEL-HOUSE-IDX)
                       TO WS-FUEL-PERCENT
               END-IF
           END-IF

           IF WS-FUEL-PERCENT > 0 AND WS-NEW-CHARGE > 0
               COMPUTE WS-NEW-FUEL ROUNDED =
                   WS-NEW-CHARGE * WS-FUEL-PERCENT / 100
           END-IF.

       JUDGE-CARRIER-FUEL-WEEK.
           IF WS-FUEL-CARRIER-IDX = 0
               MOVE WS-FUEL-SCAN TO WS-FUEL-CARRIER-IDX
           ELSE
               IF WS-FS-WEEK-START(WS-FUEL-SCAN) >
                       WS-FS-WEEK-START(WS-FUEL-CARRIER-IDX)
                   MOVE WS-FUEL-SCAN TO WS-FUEL-CARRIER-IDX
               END-IF
           END-IF.

       JUDGE-HOUSE-FUEL-WEEK.
           IF WS-FUEL-HOUSE-IDX = 0
               MOVE WS-FUEL-SCAN TO WS-FUEL-HOUSE-IDX
           ELSE
               IF WS-FS-WEEK-START(WS-FUEL-SCAN) >
                       WS-FS-WEEK-START(WS-FUEL-HOUSE-IDX)
                   MOVE WS-FUEL-SCAN TO WS-FUEL-HOUSE-IDX
               END-IF
           END-IF.

       JUDGE-CANDIDATE-BAND.
           IF WS-RT-EFF-DATE(WS-RATE-SCAN) > WS-BEST-EFF-DATE
               OR (WS-RT-EFF-DATE(WS-RATE-SCAN) = WS-BEST-EFF-DATE
                   AND WS-BEST-SPECIFIC = "N"
                   AND WS-RT-CARRIER(WS-RATE-SCAN) NOT = SPACES)
               MOVE WS-RATE-SCAN TO WS-BEST-RATE-IDX
               MOVE WS-RT-EFF-DATE(WS-RATE-SCAN) TO WS-BEST-EFF-DATE
               IF WS-RT-CARRIER(WS-RATE-SCAN) = SPACES
                   MOVE "N" TO WS-BEST-SPECIFIC
               ELSE
                   MOVE "Y" TO WS-BEST-SPECIFIC
               END-IF
           END-IF.

       REWRITE-DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
