       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMENT-VOID.
       AUTHOR. FILIP JANJESIC.
      *> Shipment cancellation. Once a SHIP-ID is on the master the
      *> batch treats it as shipped; when a customer pulls the
      *> freight after the night's run, this screen marks it void
      *> (SM-VOID-FLAG = V, with the void date) under a senior
      *> operator's ID and a reason. What follows from the void:
      *>   - not yet invoiced: FREIGHT-INVOICING skips it, so it is
      *>     never billed;
      *>   - already invoiced: a numbered credit memo for the charge
      *>     plus fuel surcharge is issued against the invoice, the
      *>     same C record on the invoice register DISPUTE-RESOLUTION
      *>     writes, so CASH-APPLICATION and GL-POSTING take it up;
      *>   - a cancel request is queued on carrier_cancel_pending.dat
      *>     and goes to the carrier as an X record on the next
      *>     night's carrier_manifest_<code>.dat - unless the
      *>     shipment never reached the carrier: one still on credit
      *>     hold (its H record on credit_hold.dat is closed V here)
      *>     or released but still waiting on
      *>     credit_release_pending.dat (the conversion batch drops
      *>     a voided release instead of tendering it);
      *>   - CARRIER-ACK no longer chases it and CROSS-BALANCE no
      *>     longer counts it.
      *> Every void is written to shipment_void_log.dat and to the
      *> operations journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CREDIT-SEQ-FILE ASSIGN TO "credit_memo_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-SEQ-STATUS.

           SELECT CREDIT-PRINT-FILE ASSIGN TO
                   "freight_credit_memos.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-PRINT-STATUS.

           SELECT CANCEL-PENDING-FILE ASSIGN TO
                   "carrier_cancel_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RELEASE-PENDING-FILE ASSIGN TO
                   "credit_release_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT VOID-LOG-FILE ASSIGN TO "shipment_void_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-LOG-STATUS.

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

      *> Invoice register record. IR-RECORD-TYPE tells an invoice
      *> (I, or blank on records written before credit memos) from
      *> a credit memo (C); IR-APPLIES-TO names the invoice a
      *> credit memo reduces.
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

       FD  CREDIT-PRINT-FILE.
       01  CREDIT-PRINT-RECORD   PIC X(80).

      *> Cancel requests waiting for the next conversion batch,
      *> which sends each to its carrier and then empties the file.
       FD  CANCEL-PENDING-FILE.
       01  CANCEL-PENDING-RECORD.
           05 CX-CARRIER         PIC X(4).
           05 CX-SHIP-ID         PIC X(10).
           05 CX-VOID-DATE       PIC 9(8).

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

       FD  VOID-LOG-FILE.
       01  VOID-LOG-RECORD.
           05 VL-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(1).
           05 VL-OPERATOR        PIC X(30).
           05 FILLER             PIC X(1).
           05 VL-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 VL-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 VL-INVOICE-NO      PIC 9(6).
           05 FILLER             PIC X(1).
           05 VL-CREDIT-MEMO-NO  PIC 9(6).
           05 FILLER             PIC X(1).
           05 VL-AMOUNT          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 VL-REASON          PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK           VALUE "00".
           01 WS-REGISTER-STATUS PIC X(02).
           01 WS-CREDIT-SEQ-STATUS PIC X(02).
           01 WS-CREDIT-PRINT-STATUS PIC X(02).
           01 WS-CANCEL-STATUS   PIC X(02).
           01 WS-VOID-LOG-STATUS PIC X(02).
           01 WS-HOLD-STATUS     PIC X(02).
               88 HOLD-FILE-OK        VALUE "00".
               88 HOLD-END-OF-FILE    VALUE "10".
           01 WS-RELEASE-STATUS  PIC X(02).
               88 RELEASE-FILE-OK     VALUE "00".
               88 RELEASE-END-OF-FILE VALUE "10".

           01 WS-OPERATOR-ID     PIC X(30).
      *> Sign-on fields for the shared OPERATOR-CHECK routine: a
      *> void can reverse billed money, so it takes senior
      *> authority (level 2).
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-SEARCH-ID       PIC X(10).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 VOIDING-DONE       VALUE "Y".
           01 WS-REASON-TEXT     PIC X(40).
           01 WS-CONFIRM         PIC X(1).
               88 VOID-IS-CONFIRMED  VALUE "Y" "y".

           01 WS-TODAY           PIC 9(8).
           01 WS-TODAY-SOURCE    PIC X(1).
           01 WS-TIMESTAMP       PIC X(21).
           01 WS-VOID-AMOUNT     PIC S9(9)V99 COMP-3.
           01 WS-CREDIT-MEMO-NO  PIC 9(6) VALUE 0.
           01 WS-VOID-COUNT      PIC 9(4) VALUE 0.
           01 WS-DISPLAY-CHARGE  PIC -(7)9.99.
           01 WS-DISPLAY-FUEL    PIC -(7)9.99.
           01 WS-DISPLAY-CREDIT  PIC -(7)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZ9.

      *> Credit-hold state of the shipment being voided. The hold
      *> file is kept whole as record images, as CREDIT-RELEASE
      *> keeps it, so closing a hold rewrites it exactly as read
      *> apart from that hold. If the file outgrows the table the
      *> hold is left for CREDIT-RELEASE to close.
           01 WS-TENDER-FLAG     PIC X(1).
               88 SHIPMENT-NOT-TENDERED VALUE "N".
           01 WS-HOLD-TABLE-MAX  PIC 9(4) VALUE 2000.
           01 WS-HOLD-COUNT      PIC 9(4) VALUE 0.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1).
               88 HOLDS-WERE-TRUNCATED VALUE "Y".
           01 WS-HOLD-TABLE.
               05 WS-HT-RECORD   PIC X(110) OCCURS 2000 TIMES.
           01 WS-SEARCH-IDX      PIC 9(4).
           01 WS-MATCH-IDX       PIC 9(4).

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the void log.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "SHIP-VOID".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Shipment Cancellation ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - voiding a shipment takes "
                   "senior authority."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.

           OPEN I-O SHIPMENT-MASTER
           IF NOT MASTER-OK
               DISPLAY "Unable to open shipment_master.dat. Status="
                   WS-MASTER-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL VOIDING-DONE
               DISPLAY " "
               DISPLAY "Enter SHIP-ID to void (or Q to quit): "
               ACCEPT WS-SEARCH-ID
               IF WS-SEARCH-ID = "Q" OR "q"
                   MOVE "Y" TO WS-DONE-FLAG
               ELSE
                   PERFORM VOID-ONE-SHIPMENT
               END-IF
           END-PERFORM

           CLOSE SHIPMENT-MASTER
           MOVE WS-VOID-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Shipments voided this session: " WS-DISPLAY-COUNT
           STOP RUN.

       VOID-ONE-SHIPMENT.
           IF WS-SEARCH-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-ID TO SM-SHIP-ID
           READ SHIPMENT-MASTER
               KEY IS SM-SHIP-ID
               INVALID KEY
                   DISPLAY "No shipment found with that ID."
                   EXIT PARAGRAPH
           END-READ
           IF SHIPMENT-IS-VOID
               DISPLAY "Shipment was already voided on "
                   SM-VOID-DATE "."
               EXIT PARAGRAPH
           END-IF

           MOVE SM-CHARGE TO WS-DISPLAY-CHARGE
           MOVE SM-FUEL-CHARGE TO WS-DISPLAY-FUEL
           DISPLAY "Shipment:  " SM-SHIP-ID
           DISPLAY "Customer:  " SM-CUSTOMER
           DISPLAY "Carrier:   " SM-CARRIER
           DISPLAY "Run date:  " SM-RUN-DATE
           DISPLAY "Charge:    " WS-DISPLAY-CHARGE
           DISPLAY "Fuel:      " WS-DISPLAY-FUEL
           IF SM-INVOICE-NO = 0
               DISPLAY "Invoice:   NOT YET BILLED - will be "
                   "excluded from invoicing"
           ELSE
               DISPLAY "Invoice:   " SM-INVOICE-NO
                   " - a credit memo will be issued"
           END-IF

           DISPLAY "Enter reason for the void (max 40 chars): "
           ACCEPT WS-REASON-TEXT
           IF WS-REASON-TEXT = SPACES
               DISPLAY "A reason is required to void a shipment."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Void this shipment? (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT VOID-IS-CONFIRMED
               DISPLAY "Void abandoned."
               EXIT PARAGRAPH
           END-IF

           CALL "PROCESSING-DATE" USING WS-TODAY WS-TODAY-SOURCE
           COMPUTE WS-VOID-AMOUNT = SM-CHARGE + SM-FUEL-CHARGE
           MOVE 0 TO WS-CREDIT-MEMO-NO
           IF SM-INVOICE-NO > 0 AND WS-VOID-AMOUNT > 0
               PERFORM ISSUE-CREDIT-MEMO
           END-IF

           MOVE "V" TO SM-VOID-FLAG
           MOVE WS-TODAY TO SM-VOID-DATE
           REWRITE SHIPMENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error voiding shipment " SM-SHIP-ID
                       " status " WS-MASTER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM CHECK-CREDIT-HOLD
           IF SHIPMENT-NOT-TENDERED
               DISPLAY "Shipment never went to the carrier - no "
                   "cancel request queued."
           ELSE
               PERFORM QUEUE-CARRIER-CANCEL
           END-IF
           PERFORM WRITE-VOID-LOG
           ADD 1 TO WS-VOID-COUNT
           DISPLAY "Shipment " SM-SHIP-ID " voided.".

      *> Same numbering, register record and printed memo as a
      *> dispute credit; only the reason line differs.
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
           MOVE WS-VOID-AMOUNT TO IR-TOTAL-CHARGE
           MOVE "C" TO IR-RECORD-TYPE
           MOVE SM-INVOICE-NO TO IR-APPLIES-TO
           WRITE INVOICE-REGISTER-RECORD
           CLOSE INVOICE-REGISTER-FILE

           MOVE WS-VOID-AMOUNT TO WS-DISPLAY-CREDIT
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
               "  CHARGE=" WS-DISPLAY-CHARGE
               "  FUEL=" WS-DISPLAY-FUEL
               "  CREDIT=" WS-DISPLAY-CREDIT
               DELIMITED BY SIZE
               INTO CREDIT-PRINT-RECORD
           END-STRING
           WRITE CREDIT-PRINT-RECORD
           MOVE SPACES TO CREDIT-PRINT-RECORD
           STRING "  REASON: SHIPMENT VOIDED - "
               WS-REASON-TEXT
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
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES
           DISPLAY "Credit memo " WS-CREDIT-MEMO-NO " issued for "
               WS-DISPLAY-CREDIT " against invoice " SM-INVOICE-NO.

      *> A shipment with an open H hold, or released but still on
      *> the pending queue, has not been tendered. An open hold is
      *> closed V with the date and operator, as CREDIT-RELEASE
      *> closes the hold of a voided shipment.
       CHECK-CREDIT-HOLD.
           MOVE "T" TO WS-TENDER-FLAG
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-MATCH-IDX
           MOVE "N" TO WS-LOAD-TRUNCATED-FLAG
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
                               IF CH-SHIP-ID = SM-SHIP-ID
                                   AND CH-STATUS = "H"
                                   MOVE WS-HOLD-COUNT TO WS-MATCH-IDX
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                               IF CH-SHIP-ID = SM-SHIP-ID
                                   AND CH-STATUS = "H"
                                   MOVE "N" TO WS-TENDER-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF

           IF WS-MATCH-IDX > 0
               MOVE "N" TO WS-TENDER-FLAG
               IF HOLDS-WERE-TRUNCATED
                   DISPLAY "credit_hold.dat is too large to rewrite "
                       "here - close the hold on CREDIT-RELEASE."
               ELSE
                   PERFORM CLOSE-CREDIT-HOLD
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SHIPMENT-NOT-TENDERED
               DISPLAY "Shipment is on credit hold - close the hold "
                   "on CREDIT-RELEASE."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RELEASE-PENDING-FILE
           IF RELEASE-FILE-OK
               PERFORM UNTIL RELEASE-END-OF-FILE
                   READ RELEASE-PENDING-FILE
                       AT END
                           SET RELEASE-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RQ-SHIP-ID = SM-SHIP-ID
                               MOVE "N" TO WS-TENDER-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-PENDING-FILE
           END-IF.

       CLOSE-CREDIT-HOLD.
           MOVE WS-HT-RECORD(WS-MATCH-IDX) TO CREDIT-HOLD-RECORD
           MOVE "V" TO CH-STATUS
           MOVE WS-TODAY TO CH-RELEASE-DATE
           MOVE WS-SIGNON-ID TO CH-OPERATOR
           MOVE CREDIT-HOLD-RECORD TO WS-HT-RECORD(WS-MATCH-IDX)
           OPEN OUTPUT CREDIT-HOLD-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-HOLD-COUNT
               MOVE WS-HT-RECORD(WS-SEARCH-IDX) TO CREDIT-HOLD-RECORD
               WRITE CREDIT-HOLD-RECORD
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           MOVE WS-HT-RECORD(WS-MATCH-IDX) TO CREDIT-HOLD-RECORD

           MOVE "HOLD-VOIDED" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "SHIP=" CH-SHIP-ID
               " CUST=" CH-CUSTOMER
               " CARRIER=" CH-CARRIER
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES
           DISPLAY "Credit hold closed.".

       QUEUE-CARRIER-CANCEL.
           OPEN EXTEND CANCEL-PENDING-FILE
           IF WS-CANCEL-STATUS = "05" OR "35"
               OPEN OUTPUT CANCEL-PENDING-FILE
           END-IF
           MOVE SPACES TO CANCEL-PENDING-RECORD
           MOVE SM-CARRIER TO CX-CARRIER
           MOVE SM-SHIP-ID TO CX-SHIP-ID
           MOVE WS-TODAY TO CX-VOID-DATE
           WRITE CANCEL-PENDING-RECORD
           CLOSE CANCEL-PENDING-FILE.

       WRITE-VOID-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND VOID-LOG-FILE
           IF WS-VOID-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT VOID-LOG-FILE
           END-IF
           MOVE SPACES TO VOID-LOG-RECORD
           MOVE WS-TIMESTAMP TO VL-TIMESTAMP
           MOVE WS-OPERATOR-ID TO VL-OPERATOR
           MOVE SM-SHIP-ID TO VL-SHIP-ID
           MOVE SM-CUSTOMER TO VL-CUSTOMER
           MOVE SM-INVOICE-NO TO VL-INVOICE-NO
           MOVE WS-CREDIT-MEMO-NO TO VL-CREDIT-MEMO-NO
           MOVE WS-VOID-AMOUNT TO VL-AMOUNT
           MOVE WS-REASON-TEXT TO VL-REASON
           WRITE VOID-LOG-RECORD
           CLOSE VOID-LOG-FILE

           MOVE "VOID" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "SHIPMENT=" SM-SHIP-ID
               "  " WS-REASON-TEXT
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM SHIPMENT-VOID.
