                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-RATE-STATUS.

                SELECT CONTRACT-FILE ASSIGN TO
                        "customer_contract_rates.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CONTRACT-STATUS.

                SELECT FUEL-TABLE-FILE ASSIGN TO
                        "fuel_surcharge_table.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-FUEL-STATUS.

                SELECT RECON-EXTRACT-FILE ASSIGN TO
                        "shipment_recon_extract.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CARRIER-STATUS.

                SELECT CANCEL-PENDING-FILE ASSIGN TO
                        "carrier_cancel_pending.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CANCEL-STATUS.

                SELECT KG-CHECKPOINT-FILE ASSIGN TO
                        "kg_checkpoint.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    RECORD KEY IS SM-SHIP-ID
                    FILE STATUS IS WS-MASTER-STATUS.

                SELECT ARCHIVE-INDEX ASSIGN TO
                        "shipment_archive_index.dat"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AX-SHIP-ID
                    FILE STATUS IS WS-INDEX-STATUS.

                SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-CUSTOMER-STATUS.

                SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-HOLD-STATUS.

                SELECT RELEASE-PENDING-FILE ASSIGN TO
                        "credit_release_pending.dat"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS WS-RELEASE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  SHIPMENT-FILE.
                05 RT-EXP-DATE        PIC 9(8).
                05 RT-CARRIER         PIC X(4).

      *> Negotiated rates kept by CONTRACT-MAINTENANCE: bands for a
      *> single customer code, effective to an optional expiry date
      *> (zero = open), with an optional minimum charge per
      *> shipment.
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

      *> Weekly fuel surcharge percentages kept by FUEL-MAINTENANCE,
      *> one row per carrier per week keyed by the week's Monday. A
      *> blank carrier is the house percentage for carriers with no
      *> row of their own.
           FD  FUEL-TABLE-FILE.
           01  FUEL-TABLE-RECORD.
                05 FS-CARRIER         PIC X(4).
                05 FILLER             PIC X(1).
                05 FS-WEEK-START      PIC 9(8).
                05 FILLER             PIC X(1).
                05 FS-PERCENT         PIC 9(2)V99.

      *> Machine-readable copy of each converted shipment, written
      *> in the same pass as the manifest line, so the carrier
      *> confirmation can be reconciled against exactly the weights
                05 CM-D-WEIGHT        PIC 9(7)V99.
                05 CM-D-UNIT          PIC X(2).
                05 FILLER             PIC X(8).
      *> Cancel request for a shipment tendered on an earlier
      *> night and since voided by SHIPMENT-VOID.
           01  CARRIER-CANCEL-RECORD REDEFINES
                   CARRIER-MANIFEST-RECORD.
                05 CM-X-TYPE          PIC X(1).
                05 CM-X-SHIP-ID       PIC X(10).
                05 CM-X-VOID-DATE     PIC 9(8).
                05 FILLER             PIC X(11).
           01  CARRIER-TRAILER-RECORD REDEFINES
                   CARRIER-MANIFEST-RECORD.
                05 CM-T-TYPE          PIC X(1).
                05 CM-T-SHIP-COUNT    PIC 9(6).
                05 CM-T-TOTAL-WEIGHT  PIC 9(9)V99.
                05 CM-T-CANCEL-COUNT  PIC 9(6).
                05 FILLER             PIC X(6).

      *> Voids queued by SHIPMENT-VOID since the last run. Each is
      *> sent to its carrier as an X record on tonight's interface
      *> file, and the queue is emptied once the files are written.
           FD  CANCEL-PENDING-FILE.
           01  CANCEL-PENDING-RECORD.
                05 CX-CARRIER         PIC X(4).
                05 CX-SHIP-ID         PIC X(10).
                05 CX-VOID-DATE       PIC 9(8).

      *> Manifest night is the longest batch and the one most
      *> likely to be interrupted, so the run checkpoints its
                    10 KC-UT-UNIT      PIC X(2).
                    10 KC-UT-SUBTOTAL  PIC 9(9)V9999.
                    10 KC-UT-COUNT     PIC 9(6).
                05 KC-HOLD-COUNT      PIC 9(6).
                05 KC-RELEASE-COUNT   PIC 9(6).

      *> Permanent conversion history keyed by shipment ID. A rerun
      *> of the same nightly file, or the same SHIP-ID arriving in
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

      *> Shipments SHIPMENT-ARCHIVE has moved off the master keep
      *> their key here, so a SHIP-ID arriving again after its
      *> shipment was archived is still a duplicate.
           FD  ARCHIVE-INDEX.
           01  ARCHIVE-INDEX-RECORD.
                05 AX-SHIP-ID         PIC X(10).
                05 AX-ARCHIVE-DATE    PIC 9(8).
                05 AX-RUN-DATE        PIC 9(8).

      *> Customers with a credit limit are loaded for the credit
      *> check; a blank limit is not checked.
           FD  CUSTOMER-FILE.
           01  CUSTOMER-RECORD.
                05 CU-CODE            PIC X(6).
                05 FILLER             PIC X(1).
                05 CU-NAME            PIC X(30).
                05 FILLER             PIC X(1).
                05 CU-STATUS          PIC X(1).
                05 FILLER             PIC X(1).
                05 CU-CREDIT-LIMIT    PIC 9(9)V99.

      *> A shipment that would take its customer's unbilled freight
      *> past the credit limit is still converted, charged and put
      *> on the master, but its carrier detail is held here instead
      *> of going on the interface file. CREDIT-RELEASE marks the
      *> hold R and queues the detail for the next night's file.
      *> The charge is band plus fuel; the unbilled figure is what
      *> the customer owed before this shipment.
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

      *> Held details the credit desk has released since the last
      *> run, in carrier work-file layout. Each goes on tonight's
      *> interface file under its original run date, and the queue
      *> is emptied once the files are written - the same way the
      *> cancel queue is sent.
           FD  RELEASE-PENDING-FILE.
           01  RELEASE-PENDING-RECORD.
                05 RQ-CARRIER         PIC X(4).
                05 RQ-SHIP-ID         PIC X(10).
                05 RQ-WEIGHT          PIC 9(7)V99.
                05 RQ-UNIT            PIC X(2).
                05 RQ-RUN-DATE        PIC 9(8).

           WORKING-STORAGE SECTION.
                01 WS-VALUE            PIC S9(7)V9999.
                    88 BATCH-LOGS-ARE-OPEN VALUE "Y".
      *> Batch entry-log records carry their own MANIFEST tag so
      *> the nightly cross-foot counts only what the manifest run
      *> wrote, not daytime interactive conversions. They end with
      *> RUN= and the processing date, so a catch-up run is
      *> counted under the date it ran for, not the clock date.
                01 WS-RUN-MODE-FLAG    PIC X(1) VALUE "N".
                    88 MANIFEST-BATCH-RUN  VALUE "Y".
                01 WS-JRN-BATCH-MODE   PIC X(1).
                01 WS-BEST-EFF-DATE    PIC 9(8).
                01 WS-BEST-SPECIFIC    PIC X(1).
                01 WS-RUN-DATE         PIC 9(8).
                01 WS-RUN-DATE-SOURCE  PIC X(1).
                01 WS-CHARGE           PIC S9(9)V99 COMP-3.
                01 WS-DISPLAY-CHARGE   PIC -(7)9.99.
                01 WS-UNRATED-COUNT    PIC 9(6) VALUE 0.

      *> Customer contract bands, searched before the rate table.
      *> Contract billing is totalled on its own summary line, since
      *> those charges never land in a house or carrier band.
                01 WS-CONTRACT-STATUS  PIC X(02).
                    88 CONTRACT-FILE-OK     VALUE "00".
                    88 CONTRACT-END-OF-FILE VALUE "10".
                01 WS-CONTRACT-TABLE-MAX PIC 9(3) VALUE 200.
                01 WS-CONTRACT-COUNT   PIC 9(3) VALUE 0.
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
                01 WS-CONTRACT-SCAN    PIC 9(3).
                01 WS-BEST-CONTRACT-IDX PIC 9(3).
                01 WS-SHIP-CUSTOMER    PIC X(6).
                01 WS-CONTRACT-SHIP-COUNT PIC 9(6) VALUE 0.
                01 WS-CONTRACT-MIN-COUNT PIC 9(6) VALUE 0.
                01 WS-CONTRACT-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.

      *> Fuel surcharge table and the surcharge for the current
      *> shipment. The surcharge is a percentage of the band
      *> charge, kept apart from it on the master so invoicing and
      *> the ledger can show and post it on its own line.
                01 WS-FUEL-STATUS      PIC X(02).
                    88 FUEL-FILE-OK       VALUE "00".
                    88 FUEL-END-OF-FILE   VALUE "10".
                01 WS-FUEL-TABLE-MAX   PIC 9(3) VALUE 200.
                01 WS-FUEL-COUNT       PIC 9(3) VALUE 0.
                01 WS-FUEL-TABLE.
                    05 WS-FUEL-ENTRY OCCURS 200 TIMES.
                        10 WS-FS-CARRIER    PIC X(4).
                        10 WS-FS-WEEK-START PIC 9(8).
                        10 WS-FS-PERCENT    PIC 9(2)V99.
                01 WS-FUEL-SCAN        PIC 9(3).
                01 WS-FUEL-CARRIER-IDX PIC 9(3).
                01 WS-FUEL-HOUSE-IDX   PIC 9(3).
                01 WS-FUEL-PERCENT     PIC 9(2)V99.
                01 WS-FUEL-CHARGE      PIC S9(9)V99 COMP-3.
                01 WS-FUEL-SHIP-COUNT  PIC 9(6) VALUE 0.
                01 WS-FUEL-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.

      *> Dimensional weight: volume in cubic centimetres over the
      *> industry divisor gives kilograms, converted to the
      *> shipment's destination unit; the charge prices the greater
                        10 WS-CT-CARRIER   PIC X(4).
                        10 WS-CT-COUNT     PIC 9(6).
                        10 WS-CT-WEIGHT    PIC S9(9)V99 COMP-3.
                        10 WS-CT-CANCELS   PIC 9(6).
                01 WS-CARRIER-IDX      PIC 9(1).
                01 WS-CARRIER-SCAN     PIC 9(1).
                01 WS-CT-FOUND-FLAG    PIC X(1).
                    88 CARRIER-BUCKET-FOUND VALUE "Y".
                01 WS-CANCEL-STATUS    PIC X(02).
                    88 CANCEL-FILE-OK      VALUE "00".
                    88 CANCEL-AT-END       VALUE "10".
                01 WS-CANCEL-COUNT     PIC 9(6) VALUE 0.
                01 WS-CANCEL-HELD-FLAG PIC X(1) VALUE "N".
                    88 CANCELS-WERE-HELD   VALUE "Y".

                01 WS-CKPT-STATUS      PIC X(02).
                01 WS-KG-RECORD-NUMBER PIC 9(9) VALUE 0.
                    88 SHIPMENT-IS-DUPLICATE VALUE "Y".
                01 WS-DUPLICATE-COUNT  PIC 9(6) VALUE 0.
                01 WS-PRIOR-RUN-DATE   PIC 9(8).
                01 WS-INDEX-STATUS     PIC X(02).
                    88 INDEX-OK           VALUE "00".
                01 WS-INDEX-OPEN-FLAG  PIC X(1) VALUE "N".
                    88 INDEX-IS-OPEN      VALUE "Y".
                01 WS-ARCHIVED-DUP-FLAG PIC X(1).
                    88 DUPLICATE-WAS-ARCHIVED VALUE "Y".

      *> Credit limits and each limited customer's unbilled freight:
      *> band charge plus fuel on every shipment on the master not
      *> yet invoiced or voided, carried forward through the run as
      *> tonight's shipments are charged.
                01 WS-CUSTOMER-STATUS  PIC X(02).
                    88 CUSTOMER-FILE-OK     VALUE "00".
                    88 CUSTOMER-END-OF-FILE VALUE "10".
                01 WS-CREDIT-TABLE-MAX PIC 9(3) VALUE 500.
                01 WS-CREDIT-COUNT     PIC 9(3) VALUE 0.
                01 WS-CREDIT-TABLE.
                    05 WS-CREDIT-ENTRY OCCURS 500 TIMES.
                        10 WS-CL-CUSTOMER  PIC X(6).
                        10 WS-CL-LIMIT     PIC 9(9)V99.
                        10 WS-CL-UNBILLED  PIC S9(11)V99 COMP-3.
                01 WS-CREDIT-SCAN      PIC 9(3).
                01 WS-CREDIT-IDX       PIC 9(3).
                01 WS-CREDIT-KEY       PIC X(6).
                01 WS-SHIP-TOTAL-CHARGE PIC S9(9)V99 COMP-3.
                01 WS-CREDIT-HOLD-FLAG PIC X(1) VALUE "N".
                    88 SHIPMENT-ON-CREDIT-HOLD VALUE "Y".
                01 WS-HOLD-STATUS      PIC X(02).
                01 WS-RELEASE-STATUS   PIC X(02).
                    88 RELEASE-FILE-OK     VALUE "00".
                    88 RELEASE-AT-END      VALUE "10".
                01 WS-HOLD-COUNT       PIC 9(6) VALUE 0.
                01 WS-RELEASE-COUNT    PIC 9(6) VALUE 0.
                01 WS-RELEASE-VOID-COUNT PIC 9(6) VALUE 0.
                01 WS-DISPLAY-UNBILLED PIC Z(8)9.99.
                01 WS-DISPLAY-LIMIT    PIC Z(8)9.99.

           PROCEDURE DIVISION.
           MAIN-LOGIC.
                MOVE 0 TO WS-SHIPMENT-COUNT
                MOVE 0 TO WS-REJECT-COUNT
                MOVE 0 TO WS-UNRATED-COUNT
                MOVE 0 TO WS-FUEL-SHIP-COUNT
                MOVE 0 TO WS-FUEL-TOTAL
                MOVE 0 TO WS-CONTRACT-SHIP-COUNT
                MOVE 0 TO WS-CONTRACT-MIN-COUNT
                MOVE 0 TO WS-CONTRACT-TOTAL
                MOVE 0 TO WS-DUPLICATE-COUNT
                MOVE 0 TO WS-HOLD-COUNT
                MOVE 0 TO WS-RELEASE-COUNT
                MOVE 0 TO WS-RELEASE-VOID-COUNT
                MOVE 0 TO WS-KG-RECORD-NUMBER
                MOVE 0 TO WS-RECORDS-SINCE-CKPT
      *> The batch runs under the shop's processing date, so a
      *> rerun the morning after still dates SM-RUN-DATE and the
      *> manifests with the night they belong to.
                CALL "PROCESSING-DATE" USING WS-RUN-DATE
                    WS-RUN-DATE-SOURCE
                PERFORM INIT-UNIT-TOTALS
                PERFORM LOAD-KG-CHECKPOINT
                PERFORM LOAD-RATE-TABLE
                PERFORM LOAD-CONTRACT-TABLE
                PERFORM LOAD-FUEL-TABLE
                PERFORM OPEN-SHIPMENT-MASTER
                PERFORM LOAD-CREDIT-LIMITS
                PERFORM OPEN-BATCH-LOGS

                OPEN INPUT SHIPMENT-FILE
                        OPEN OUTPUT MANIFEST-REPORT-FILE
                        OPEN OUTPUT RECON-EXTRACT-FILE
                        OPEN OUTPUT CARRIER-WORK-FILE
                        PERFORM TENDER-RELEASED-HOLDS
                    END-IF

                    PERFORM UNTIL SHIPMENT-END-OF-FILE
                                        PERFORM
                                            COMPUTE-CHARGEABLE-WEIGHT
                                        PERFORM COMPUTE-FREIGHT-CHARGE
                                        PERFORM COMPUTE-FUEL-SURCHARGE
                                        PERFORM CHECK-CREDIT-LIMIT
                                        PERFORM ACCUMULATE-UNIT-TOTAL
                                        ADD 1 TO WS-SHIPMENT-COUNT
                                        PERFORM WRITE-MANIFEST-LINE

                    CLOSE CARRIER-WORK-FILE
                    PERFORM SPLIT-CARRIER-FILES
                    PERFORM CLEAR-RELEASE-QUEUE
                    PERFORM WRITE-MANIFEST-TOTAL
                    PERFORM CLOSE-BATCH-LOGS
                    PERFORM CLEAR-KG-CHECKPOINT
                    IF MASTER-IS-OPEN
                        CLOSE SHIPMENT-MASTER
                    END-IF
                    IF INDEX-IS-OPEN
                        CLOSE ARCHIVE-INDEX
                    END-IF
                    DISPLAY "Manifest complete. " WS-SHIPMENT-COUNT
                        " shipments written, " WS-REJECT-COUNT
                        " rejected."
                    IF WS-HOLD-COUNT > 0
                        DISPLAY "Shipments held for credit: "
                            WS-HOLD-COUNT
                    END-IF
                END-IF.

           OPEN-BATCH-LOGS.
                MOVE 1 TO WS-REQUIRED-LEVEL
                CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
                    WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
                    WS-JRN-PROGRAM
                IF WS-CHECK-STATUS = "0"
                    MOVE "Y" TO WS-SIGNON-OK-FLAG
                    MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
                MOVE KC-REJECT-COUNT TO WS-REJECT-COUNT
                MOVE KC-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
                MOVE KC-UNRATED-COUNT TO WS-UNRATED-COUNT
                IF KC-HOLD-COUNT NUMERIC
                    MOVE KC-HOLD-COUNT TO WS-HOLD-COUNT
                END-IF
                IF KC-RELEASE-COUNT NUMERIC
                    MOVE KC-RELEASE-COUNT TO WS-RELEASE-COUNT
                END-IF
                PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                        UNTIL WS-UNIT-IDX > 5
                    MOVE KC-UT-UNIT(WS-UNIT-IDX)
                MOVE WS-REJECT-COUNT TO KC-REJECT-COUNT
                MOVE WS-DUPLICATE-COUNT TO KC-DUPLICATE-COUNT
                MOVE WS-UNRATED-COUNT TO KC-UNRATED-COUNT
                MOVE WS-HOLD-COUNT TO KC-HOLD-COUNT
                MOVE WS-RELEASE-COUNT TO KC-RELEASE-COUNT
                PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                        UNTIL WS-UNIT-IDX > 5
                    MOVE WS-UT-UNIT(WS-UNIT-IDX)
                END-IF
                WRITE MANIFEST-REPORT-RECORD

      *> A held shipment was not reported to the carrier, so it has
      *> no place on the recon extract or the interface file yet.
                IF SHIPMENT-ON-CREDIT-HOLD
                    PERFORM WRITE-CREDIT-HOLD-LINE
                    EXIT PARAGRAPH
                END-IF

                MOVE SPACES TO RECON-EXTRACT-RECORD
                MOVE SHIP-ID TO RX-SHIP-ID
                MOVE WS-RESULT TO RX-WEIGHT
                MOVE WS-RUN-DATE TO CW-RUN-DATE
                WRITE CARRIER-WORK-RECORD.

           WRITE-CREDIT-HOLD-LINE.
                MOVE WS-CL-UNBILLED(WS-CREDIT-IDX)
                    TO WS-DISPLAY-UNBILLED
                MOVE WS-CL-LIMIT(WS-CREDIT-IDX) TO WS-DISPLAY-LIMIT
                MOVE SPACES TO MANIFEST-REPORT-RECORD
                STRING
                    "CREDIT HOLD=" SHIP-ID
                    " CUST=" WS-SHIP-CUSTOMER
                    " UNBILLED=" WS-DISPLAY-UNBILLED
                    " LIMIT=" WS-DISPLAY-LIMIT
                    DELIMITED BY SIZE
                    INTO MANIFEST-REPORT-RECORD
                END-STRING
                WRITE MANIFEST-REPORT-RECORD.

      *> Two passes over the work file: the first finds the
      *> carriers used tonight and their counts and weights (the
      *> work file, not the checkpoint, is the authority - it holds
                    CLOSE CARRIER-WORK-FILE
                END-IF

                MOVE 0 TO WS-CANCEL-COUNT
                MOVE "N" TO WS-CANCEL-HELD-FLAG
                OPEN INPUT CANCEL-PENDING-FILE
                IF CANCEL-FILE-OK
                    PERFORM UNTIL CANCEL-AT-END
                        READ CANCEL-PENDING-FILE
                            AT END
                                SET CANCEL-AT-END TO TRUE
                            NOT AT END
                                PERFORM TALLY-CANCEL-BUCKET
                        END-READ
                    END-PERFORM
                    CLOSE CANCEL-PENDING-FILE
                END-IF

                PERFORM VARYING WS-CARRIER-IDX FROM 1 BY 1
                        UNTIL WS-CARRIER-IDX > WS-CARRIER-COUNT
                    PERFORM WRITE-ONE-CARRIER-FILE
                END-PERFORM

                PERFORM CLEAR-CANCEL-QUEUE.

      *> A cancel for a carrier with no shipments tonight still
      *> gets that carrier a file - header, the cancels, and a
      *> trailer with a zero shipment count.
           TALLY-CANCEL-BUCKET.
                MOVE "N" TO WS-CT-FOUND-FLAG
                PERFORM VARYING WS-CARRIER-SCAN FROM 1 BY 1
                        UNTIL WS-CARRIER-SCAN > WS-CARRIER-COUNT
                        OR CARRIER-BUCKET-FOUND
                    IF WS-CT-CARRIER(WS-CARRIER-SCAN) = CX-CARRIER
                        MOVE "Y" TO WS-CT-FOUND-FLAG
                        ADD 1 TO WS-CT-CANCELS(WS-CARRIER-SCAN)
                        ADD 1 TO WS-CANCEL-COUNT
                    END-IF
                END-PERFORM
                IF NOT CARRIER-BUCKET-FOUND
                    IF WS-CARRIER-COUNT < WS-CARRIER-TABLE-MAX
                        ADD 1 TO WS-CARRIER-COUNT
                        MOVE CX-CARRIER
                            TO WS-CT-CARRIER(WS-CARRIER-COUNT)
                        MOVE 0 TO WS-CT-COUNT(WS-CARRIER-COUNT)
                        MOVE 0 TO WS-CT-WEIGHT(WS-CARRIER-COUNT)
                        MOVE 1 TO WS-CT-CANCELS(WS-CARRIER-COUNT)
                        ADD 1 TO WS-CANCEL-COUNT
                    ELSE
                        SET CANCELS-WERE-HELD TO TRUE
                        DISPLAY "Carrier table full - cancel not "
                            "sent tonight: " CX-SHIP-ID
                    END-IF
                END-IF.

      *> The queue is emptied only when every cancel on it went
      *> out; if any had to be held the whole queue stays for the
      *> next run, and the carrier may see a cancel twice - which
      *> it treats as a no-op - rather than never.
           CLEAR-CANCEL-QUEUE.
                IF WS-CANCEL-COUNT > 0 AND NOT CANCELS-WERE-HELD
                    OPEN OUTPUT CANCEL-PENDING-FILE
                    CLOSE CANCEL-PENDING-FILE
                END-IF.

           TALLY-CARRIER-BUCKET.
                MOVE "N" TO WS-CT-FOUND-FLAG
                        MOVE 1 TO WS-CT-COUNT(WS-CARRIER-COUNT)
                        MOVE CW-WEIGHT
                            TO WS-CT-WEIGHT(WS-CARRIER-COUNT)
                        MOVE 0 TO WS-CT-CANCELS(WS-CARRIER-COUNT)
                    ELSE
                        DISPLAY "Carrier table full - shipment not "
                            "tendered on an interface file: "
                    CLOSE CARRIER-WORK-FILE
                END-IF

                IF WS-CT-CANCELS(WS-CARRIER-IDX) > 0
                    PERFORM WRITE-CARRIER-CANCELS
                END-IF

                MOVE SPACES TO CARRIER-MANIFEST-RECORD
                MOVE "T" TO CM-T-TYPE
                MOVE WS-CT-COUNT(WS-CARRIER-IDX) TO CM-T-SHIP-COUNT
                MOVE WS-CT-WEIGHT(WS-CARRIER-IDX)
                    TO CM-T-TOTAL-WEIGHT
                MOVE WS-CT-CANCELS(WS-CARRIER-IDX)
                    TO CM-T-CANCEL-COUNT
                WRITE CARRIER-MANIFEST-RECORD
                CLOSE CARRIER-MANIFEST-FILE.

           WRITE-CARRIER-CANCELS.
                OPEN INPUT CANCEL-PENDING-FILE
                IF CANCEL-FILE-OK
                    PERFORM UNTIL CANCEL-AT-END
                        READ CANCEL-PENDING-FILE
                            AT END
                                SET CANCEL-AT-END TO TRUE
                            NOT AT END
                                IF CX-CARRIER =
                                        WS-CT-CARRIER(WS-CARRIER-IDX)
                                    MOVE SPACES
                                        TO CARRIER-MANIFEST-RECORD
                                    MOVE "X" TO CM-X-TYPE
                                    MOVE CX-SHIP-ID TO CM-X-SHIP-ID
                                    MOVE CX-VOID-DATE
                                        TO CM-X-VOID-DATE
                                    WRITE CARRIER-MANIFEST-RECORD
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE CANCEL-PENDING-FILE
                END-IF.

      *> The queue is emptied only when tonight's run took it up;
      *> a release entered after the queue was read waits for the
      *> next run.
           CLEAR-RELEASE-QUEUE.
                IF WS-RELEASE-COUNT > 0 OR WS-RELEASE-VOID-COUNT > 0
                    OPEN OUTPUT RELEASE-PENDING-FILE
                    CLOSE RELEASE-PENDING-FILE
                END-IF.

           WRITE-MANIFEST-REJECT-LINE.
                MOVE WS-VALUE TO WS-DISPLAY-VALUE
                MOVE SPACES TO MANIFEST-REPORT-RECORD

                PERFORM WRITE-BILLING-SUMMARY

                IF WS-HOLD-COUNT > 0 OR WS-RELEASE-COUNT > 0
                    MOVE SPACES TO MANIFEST-REPORT-RECORD
                    STRING
                        "CREDIT HOLDS=" WS-HOLD-COUNT
                        "  RELEASED HOLDS TENDERED=" WS-RELEASE-COUNT
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                    WRITE MANIFEST-REPORT-RECORD
                END-IF

                MOVE SPACES TO MANIFEST-REPORT-RECORD
                STRING
                    "TOTAL SHIPMENTS=" WS-SHIPMENT-COUNT
                    END-IF
                END-PERFORM

                IF WS-CONTRACT-SHIP-COUNT > 0
                    MOVE WS-CONTRACT-TOTAL TO WS-DISPLAY-CHARGE
                    MOVE SPACES TO MANIFEST-REPORT-RECORD
                    STRING
                        "BILLING CONTRACTS"
                        "  SHIPMENTS=" WS-CONTRACT-SHIP-COUNT
                        "  CHARGES=" WS-DISPLAY-CHARGE
                        "  AT MINIMUM=" WS-CONTRACT-MIN-COUNT
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                    WRITE MANIFEST-REPORT-RECORD
                END-IF

                IF WS-FUEL-SHIP-COUNT > 0
                    MOVE WS-FUEL-TOTAL TO WS-DISPLAY-CHARGE
                    MOVE SPACES TO MANIFEST-REPORT-RECORD
                    STRING
                        "FUEL SURCHARGE"
                        "  SHIPMENTS=" WS-FUEL-SHIP-COUNT
                        "  SURCHARGES=" WS-DISPLAY-CHARGE
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                    WRITE MANIFEST-REPORT-RECORD
                END-IF

                IF WS-UNRATED-COUNT > 0
                    MOVE SPACES TO MANIFEST-REPORT-RECORD
                    STRING
                    DISPLAY "Shipment master unavailable (status "
                        WS-MASTER-STATUS ") - duplicate check "
                        "skipped this run."
                END-IF
      *> No index yet means nothing has been archived.
                MOVE "N" TO WS-INDEX-OPEN-FLAG
                OPEN INPUT ARCHIVE-INDEX
                IF INDEX-OK
                    SET INDEX-IS-OPEN TO TRUE
                ELSE
                    IF WS-INDEX-STATUS NOT = "35"
                        DISPLAY "Shipment archive index unavailable "
                            "(status " WS-INDEX-STATUS ") - archived "
                            "SHIP-IDs not checked this run."
                    END-IF
                END-IF.

           CHECK-DUPLICATE-SHIPMENT.
                            SET SHIPMENT-IS-DUPLICATE TO TRUE
                            MOVE SM-RUN-DATE TO WS-PRIOR-RUN-DATE
                    END-READ
                END-IF
                MOVE "N" TO WS-ARCHIVED-DUP-FLAG
                IF INDEX-IS-OPEN AND NOT SHIPMENT-IS-DUPLICATE
                    MOVE SHIP-ID TO AX-SHIP-ID
                    READ ARCHIVE-INDEX
                        KEY IS AX-SHIP-ID
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET SHIPMENT-IS-DUPLICATE TO TRUE
                            SET DUPLICATE-WAS-ARCHIVED TO TRUE
                            MOVE AX-RUN-DATE TO WS-PRIOR-RUN-DATE
                    END-READ
                END-IF.

           WRITE-DUPLICATE-LINE.
                MOVE SPACES TO MANIFEST-REPORT-RECORD
                IF DUPLICATE-WAS-ARCHIVED
                    STRING
                        "DUPLICATE SHIPMENT=" SHIP-ID
                        " CONVERTED " WS-PRIOR-RUN-DATE
                        " ARCHIVED " AX-ARCHIVE-DATE
                        " NOT PROCESSED"
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                ELSE
                    STRING
                        "DUPLICATE SHIPMENT=" SHIP-ID
                        "  ALREADY CONVERTED ON " WS-PRIOR-RUN-DATE
                        "  NOT PROCESSED"
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                END-IF
                WRITE MANIFEST-REPORT-RECORD.

           WRITE-SHIPMENT-MASTER.
                    MOVE SPACES TO SM-ACK-STATUS
                    MOVE 0 TO SM-ACK-DATE
                    MOVE WS-CHARGEABLE-WEIGHT TO SM-CHARGEABLE
                    MOVE WS-FUEL-CHARGE TO SM-FUEL-CHARGE
                    MOVE SPACES TO SM-VOID-FLAG
                    MOVE 0 TO SM-VOID-DATE
                    MOVE SPACES TO SM-TRACK-STATUS
                    MOVE 0 TO SM-TRACK-DATE
                    MOVE 0 TO SM-PICKUP-DATE
                    MOVE 0 TO SM-DELIVERY-DATE
                    WRITE SHIPMENT-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "Error writing shipment master: "
                    END-WRITE
                END-IF.

      *> No customer master, or no customer with a limit, leaves
      *> every shipment unchecked exactly as before limits existed.
      *> The unbilled figures come from one pass of the master
      *> before the first shipment is read; a resumed run makes the
      *> same pass, so the shipments converted before the
      *> interruption already count.
           LOAD-CREDIT-LIMITS.
                MOVE 0 TO WS-CREDIT-COUNT
                OPEN INPUT CUSTOMER-FILE
                IF CUSTOMER-FILE-OK
                    PERFORM UNTIL CUSTOMER-END-OF-FILE
                        READ CUSTOMER-FILE
                            AT END
                                SET CUSTOMER-END-OF-FILE TO TRUE
                            NOT AT END
                                IF CU-CREDIT-LIMIT NUMERIC
                                    PERFORM STORE-ONE-CREDIT-LIMIT
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE CUSTOMER-FILE
                END-IF
                IF WS-CREDIT-COUNT > 0 AND MASTER-IS-OPEN
                    PERFORM ACCUMULATE-UNBILLED
                END-IF.

           STORE-ONE-CREDIT-LIMIT.
                IF WS-CREDIT-COUNT < WS-CREDIT-TABLE-MAX
                    ADD 1 TO WS-CREDIT-COUNT
                    MOVE CU-CODE TO WS-CL-CUSTOMER(WS-CREDIT-COUNT)
                    MOVE CU-CREDIT-LIMIT
                        TO WS-CL-LIMIT(WS-CREDIT-COUNT)
                    MOVE 0 TO WS-CL-UNBILLED(WS-CREDIT-COUNT)
                ELSE
                    DISPLAY "Credit limit table full - limit not "
                        "checked: " CU-CODE
                END-IF.

           ACCUMULATE-UNBILLED.
                MOVE LOW-VALUES TO SM-SHIP-ID
                START SHIPMENT-MASTER KEY IS >= SM-SHIP-ID
                    INVALID KEY
                        MOVE "10" TO WS-MASTER-STATUS
                END-START
                PERFORM UNTIL WS-MASTER-STATUS NOT = "00"
                    READ SHIPMENT-MASTER NEXT
                        AT END
                            MOVE "10" TO WS-MASTER-STATUS
                        NOT AT END
                            IF SM-INVOICE-NO = 0
                                AND NOT SHIPMENT-IS-VOID
                                MOVE SM-CUSTOMER TO WS-CREDIT-KEY
                                PERFORM FIND-CREDIT-ENTRY
                                IF WS-CREDIT-IDX > 0
                                    ADD SM-CHARGE SM-FUEL-CHARGE
                                     TO WS-CL-UNBILLED(WS-CREDIT-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM.

           FIND-CREDIT-ENTRY.
                MOVE 0 TO WS-CREDIT-IDX
                PERFORM VARYING WS-CREDIT-SCAN FROM 1 BY 1
                        UNTIL WS-CREDIT-SCAN > WS-CREDIT-COUNT
                        OR WS-CREDIT-IDX > 0
                    IF WS-CL-CUSTOMER(WS-CREDIT-SCAN) = WS-CREDIT-KEY
                        MOVE WS-CREDIT-SCAN TO WS-CREDIT-IDX
                    END-IF
                END-PERFORM.

      *> The shipment is held when its band charge plus fuel would
      *> take the customer's unbilled freight past the limit. Held
      *> or not, the charge is on the master from tonight and counts
      *> against the limit for the shipments after it. A shipment
      *> with no charge adds nothing and is never held.
           CHECK-CREDIT-LIMIT.
                MOVE "N" TO WS-CREDIT-HOLD-FLAG
                MOVE WS-SHIP-CUSTOMER TO WS-CREDIT-KEY
                PERFORM FIND-CREDIT-ENTRY
                IF WS-CREDIT-IDX = 0
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-SHIP-TOTAL-CHARGE =
                    WS-CHARGE + WS-FUEL-CHARGE
                IF WS-SHIP-TOTAL-CHARGE > 0
                    AND WS-CL-UNBILLED(WS-CREDIT-IDX)
                        + WS-SHIP-TOTAL-CHARGE
                        > WS-CL-LIMIT(WS-CREDIT-IDX)
                    SET SHIPMENT-ON-CREDIT-HOLD TO TRUE
                    ADD 1 TO WS-HOLD-COUNT
                    PERFORM WRITE-CREDIT-HOLD
                END-IF
                ADD WS-SHIP-TOTAL-CHARGE
                    TO WS-CL-UNBILLED(WS-CREDIT-IDX).

           WRITE-CREDIT-HOLD.
                OPEN EXTEND CREDIT-HOLD-FILE
                IF WS-HOLD-STATUS = "05" OR "35"
                    OPEN OUTPUT CREDIT-HOLD-FILE
                END-IF
                MOVE SPACES TO CREDIT-HOLD-RECORD
                MOVE SHIP-ID TO CH-SHIP-ID
                MOVE "H" TO CH-STATUS
                MOVE WS-SHIP-CUSTOMER TO CH-CUSTOMER
                MOVE WS-SHIP-CARRIER TO CH-CARRIER
                MOVE WS-RUN-DATE TO CH-RUN-DATE
                MOVE WS-RESULT TO CH-WEIGHT
                MOVE WS-UNIT-TO TO CH-UNIT
                MOVE WS-SHIP-TOTAL-CHARGE TO CH-CHARGE
                MOVE WS-CL-UNBILLED(WS-CREDIT-IDX) TO CH-UNBILLED
                MOVE WS-CL-LIMIT(WS-CREDIT-IDX) TO CH-LIMIT
                MOVE 0 TO CH-RELEASE-DATE
                WRITE CREDIT-HOLD-RECORD
                IF WS-HOLD-STATUS NOT = "00"
                    DISPLAY "Error writing credit hold for "
                        SHIP-ID ": " WS-HOLD-STATUS
                END-IF
                CLOSE CREDIT-HOLD-FILE.

      *> Released holds go out ahead of tonight's shipments, with
      *> their own run date on the work record so the night they
      *> were converted is still the night they balance against.
      *> A shipment voided after its release is dropped here and
      *> no cancel is sent - the carrier never received it.
           TENDER-RELEASED-HOLDS.
                OPEN INPUT RELEASE-PENDING-FILE
                IF RELEASE-FILE-OK
                    PERFORM UNTIL RELEASE-AT-END
                        READ RELEASE-PENDING-FILE
                            AT END
                                SET RELEASE-AT-END TO TRUE
                            NOT AT END
                                PERFORM TENDER-ONE-RELEASE
                        END-READ
                    END-PERFORM
                    CLOSE RELEASE-PENDING-FILE
                END-IF.

           TENDER-ONE-RELEASE.
                MOVE SPACES TO SM-VOID-FLAG
                IF MASTER-IS-OPEN
                    MOVE RQ-SHIP-ID TO SM-SHIP-ID
                    READ SHIPMENT-MASTER
                        KEY IS SM-SHIP-ID
                        INVALID KEY
                            MOVE SPACES TO SM-VOID-FLAG
                    END-READ
                END-IF
                MOVE SPACES TO MANIFEST-REPORT-RECORD
                IF SHIPMENT-IS-VOID
                    ADD 1 TO WS-RELEASE-VOID-COUNT
                    STRING
                        "RELEASED SHIPMENT=" RQ-SHIP-ID
                        "  VOIDED SINCE RELEASE - NOT TENDERED"
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                    WRITE MANIFEST-REPORT-RECORD
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-RELEASE-COUNT
                STRING
                    "RELEASED SHIPMENT=" RQ-SHIP-ID
                    "  FROM CREDIT HOLD  CONVERTED " RQ-RUN-DATE
                    DELIMITED BY SIZE
                    INTO MANIFEST-REPORT-RECORD
                END-STRING
                WRITE MANIFEST-REPORT-RECORD

                MOVE SPACES TO RECON-EXTRACT-RECORD
                MOVE RQ-SHIP-ID TO RX-SHIP-ID
                MOVE RQ-WEIGHT TO RX-WEIGHT
                MOVE RQ-UNIT TO RX-UNIT
                WRITE RECON-EXTRACT-RECORD

                MOVE SPACES TO CARRIER-WORK-RECORD
                MOVE RQ-CARRIER TO CW-CARRIER
                MOVE RQ-SHIP-ID TO CW-SHIP-ID
                MOVE RQ-WEIGHT TO CW-WEIGHT
                MOVE RQ-UNIT TO CW-UNIT
                MOVE RQ-RUN-DATE TO CW-RUN-DATE
                WRITE CARRIER-WORK-RECORD.

           LOAD-RATE-TABLE.
                MOVE "N" TO WS-RATES-LOADED-FLAG
                MOVE 0 TO WS-RATE-COUNT
                        "not be computed."
                END-IF.

      *> No contract file simply means no customer has negotiated
      *> rates; every shipment then rates from the band table.
           LOAD-CONTRACT-TABLE.
                MOVE 0 TO WS-CONTRACT-COUNT
                OPEN INPUT CONTRACT-FILE
                IF CONTRACT-FILE-OK
                    PERFORM UNTIL CONTRACT-END-OF-FILE
                        READ CONTRACT-FILE
                            AT END
                                SET CONTRACT-END-OF-FILE TO TRUE
                            NOT AT END
                                PERFORM STORE-ONE-CONTRACT
                        END-READ
                    END-PERFORM
                    CLOSE CONTRACT-FILE
                END-IF.

           STORE-ONE-CONTRACT.
                IF WS-CONTRACT-COUNT < WS-CONTRACT-TABLE-MAX
                    ADD 1 TO WS-CONTRACT-COUNT
                    MOVE CR-CUSTOMER
                        TO WS-CR-CUSTOMER(WS-CONTRACT-COUNT)
                    MOVE CR-UNIT TO WS-CR-UNIT(WS-CONTRACT-COUNT)
                    MOVE CR-BAND-LOW
                        TO WS-CR-BAND-LOW(WS-CONTRACT-COUNT)
                    MOVE CR-BAND-HIGH
                        TO WS-CR-BAND-HIGH(WS-CONTRACT-COUNT)
                    MOVE CR-EFF-DATE
                        TO WS-CR-EFF-DATE(WS-CONTRACT-COUNT)
                    MOVE CR-EXP-DATE
                        TO WS-CR-EXP-DATE(WS-CONTRACT-COUNT)
                    MOVE CR-RATE TO WS-CR-RATE(WS-CONTRACT-COUNT)
                    MOVE CR-MIN-CHARGE
                        TO WS-CR-MIN-CHARGE(WS-CONTRACT-COUNT)
                ELSE
                    DISPLAY "Contract table full - band dropped: "
                        CR-CUSTOMER " " CR-UNIT " " CR-BAND-LOW
                        "-" CR-BAND-HIGH
                END-IF.

      *> A missing surcharge table is not an error: shipments then
      *> bill the band charge alone, exactly as before surcharges
      *> existed.
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
                                    MOVE FS-CARRIER TO
                                        WS-FS-CARRIER(WS-FUEL-COUNT)
                                    MOVE FS-WEEK-START TO
                                        WS-FS-WEEK-START(WS-FUEL-COUNT)
                                    MOVE FS-PERCENT TO
                                        WS-FS-PERCENT(WS-FUEL-COUNT)
                                ELSE
                                    DISPLAY "Fuel surcharge table full"
                                        " - week dropped: " FS-CARRIER
                                        " " FS-WEEK-START
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE FUEL-TABLE-FILE
                ELSE
                    DISPLAY "No fuel surcharge table - surcharges "
                        "will not be applied."
                END-IF.

      *> The dimensional weight is volume over the divisor in
      *> kilograms, then through the destination-unit factor so it
      *> compares against the converted actual weight like for
      *> summary.
           COMPUTE-FREIGHT-CHARGE.
                MOVE 0 TO WS-CHARGE
                PERFORM COMPUTE-CONTRACT-CHARGE
                IF WS-BEST-CONTRACT-IDX > 0
                    EXIT PARAGRAPH
                END-IF
                MOVE 0 TO WS-BEST-RATE-IDX
                MOVE 0 TO WS-BEST-EFF-DATE
                MOVE "N" TO WS-BEST-SPECIFIC
                    END-IF
                END-IF.

      *> A contract band for the shipment's customer comes first:
      *> same destination unit, chargeable weight inside the band,
      *> effective on or before the run date and not yet expired,
      *> latest effective date winning. The contract minimum, when
      *> there is one, is the floor for the shipment's charge. A
      *> shipment no contract band covers falls through to the
      *> carrier and house bands as before.
           COMPUTE-CONTRACT-CHARGE.
                MOVE 0 TO WS-BEST-CONTRACT-IDX
                IF SHIP-CUSTOMER = SPACES
                    MOVE "CASH" TO WS-SHIP-CUSTOMER
                ELSE
                    MOVE SHIP-CUSTOMER TO WS-SHIP-CUSTOMER
                END-IF
                PERFORM VARYING WS-CONTRACT-SCAN FROM 1 BY 1
                        UNTIL WS-CONTRACT-SCAN > WS-CONTRACT-COUNT
                    IF WS-CR-CUSTOMER(WS-CONTRACT-SCAN)
                            = WS-SHIP-CUSTOMER
                        AND WS-CR-UNIT(WS-CONTRACT-SCAN) = WS-UNIT-TO
                        AND WS-CHARGEABLE-WEIGHT
                            >= WS-CR-BAND-LOW(WS-CONTRACT-SCAN)
                        AND WS-CHARGEABLE-WEIGHT
                            <= WS-CR-BAND-HIGH(WS-CONTRACT-SCAN)
                        AND WS-CR-EFF-DATE(WS-CONTRACT-SCAN)
                            <= WS-RUN-DATE
                        AND (WS-CR-EXP-DATE(WS-CONTRACT-SCAN) = 0
                            OR WS-CR-EXP-DATE(WS-CONTRACT-SCAN)
                                > WS-RUN-DATE)
                        IF WS-BEST-CONTRACT-IDX = 0
                            MOVE WS-CONTRACT-SCAN
                                TO WS-BEST-CONTRACT-IDX
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
                    COMPUTE WS-CHARGE ROUNDED =
                        WS-CHARGEABLE-WEIGHT
                            * WS-CR-RATE(WS-BEST-CONTRACT-IDX)
                    IF WS-CHARGE <
                            WS-CR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                        MOVE WS-CR-MIN-CHARGE(WS-BEST-CONTRACT-IDX)
                            TO WS-CHARGE
                        ADD 1 TO WS-CONTRACT-MIN-COUNT
                    END-IF
                    ADD 1 TO WS-CONTRACT-SHIP-COUNT
                    ADD WS-CHARGE TO WS-CONTRACT-TOTAL
                END-IF.

      *> The surcharge week is the latest one starting on or before
      *> the run date. The carrier's own rows are searched first;
      *> the house rows (blank carrier) apply only when the carrier
      *> has no week of its own on file. An unrated shipment has a
      *> zero band charge and so carries no surcharge.
           COMPUTE-FUEL-SURCHARGE.
                MOVE 0 TO WS-FUEL-CHARGE
                MOVE 0 TO WS-FUEL-PERCENT
                MOVE 0 TO WS-FUEL-CARRIER-IDX
                MOVE 0 TO WS-FUEL-HOUSE-IDX
                PERFORM VARYING WS-FUEL-SCAN FROM 1 BY 1
                        UNTIL WS-FUEL-SCAN > WS-FUEL-COUNT
                    IF WS-FS-WEEK-START(WS-FUEL-SCAN) <= WS-RUN-DATE
                        IF WS-FS-CARRIER(WS-FUEL-SCAN)
                                = WS-SHIP-CARRIER
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

                IF WS-FUEL-PERCENT > 0 AND WS-CHARGE > 0
                    COMPUTE WS-FUEL-CHARGE ROUNDED =
                        WS-CHARGE * WS-FUEL-PERCENT / 100
                    ADD 1 TO WS-FUEL-SHIP-COUNT
                    ADD WS-FUEL-CHARGE TO WS-FUEL-TOTAL
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
                    OR (WS-RT-EFF-DATE(WS-RATE-SCAN)
                    DELIMITED BY SIZE
                    INTO MANIFEST-REPORT-RECORD
                END-STRING
                WRITE MANIFEST-REPORT-RECORD
                IF WS-CT-CANCELS(WS-CARRIER-IDX) > 0
                    MOVE SPACES TO MANIFEST-REPORT-RECORD
                    STRING
                        "TOTAL CARRIER " WS-CT-CARRIER(WS-CARRIER-IDX)
                        "  CANCELS SENT=" WS-CT-CANCELS(WS-CARRIER-IDX)
                        DELIMITED BY SIZE
                        INTO MANIFEST-REPORT-RECORD
                    END-STRING
                    WRITE MANIFEST-REPORT-RECORD
                END-IF.

           WRITE-UNIT-TOTAL-LINE.
                MOVE WS-UT-SUBTOTAL(WS-UNIT-IDX) TO
                    STRING
                        "KG_TO_POUNDS MANIFEST: " WS-DISPLAY-VALUE " "
                        WS-UNIT-FROM " TO " WS-DISPLAY-POUNDS " "
                        WS-UNIT-TO " RUN=" WS-RUN-DATE
                        DELIMITED BY SIZE
                        INTO LOG-MESSAGE
                    END-STRING
