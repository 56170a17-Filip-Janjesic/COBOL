      *> code the customer master does not know are left unbilled
      *> and reported, so the money stays visible until the account
      *> is set up.
      *> An invoice is never dated into an accounting month that
      *> PERIOD-CONTROL has closed: the run's invoices are dated the
      *> first day of the first open month instead, and the roll is
      *> shown and journaled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CU-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 CU-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CU-CREDIT-LIMIT    PIC 9(9)V99.

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-RECORD  PIC X(80).

      *> One record per invoice issued - the feed accounts
      *> receivable picks up instead of rekeying the print file.
      *> Invoices are type I; DISPUTE-RESOLUTION adds credit memos
      *> as type C, with the invoice credited in IR-APPLIES-TO.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-RECORD.
           05 IR-INVOICE-NO      PIC 9(6).
           05 IR-SHIP-COUNT      PIC 9(6).
           05 FILLER             PIC X(1).
           05 IR-TOTAL-CHARGE    PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 IR-RECORD-TYPE     PIC X(1).
           05 FILLER             PIC X(1).
           05 IR-APPLIES-TO      PIC 9(6).

       FD  INVOICE-SEQ-FILE.
       01  INVOICE-SEQ-RECORD    PIC 9(6).
           01 WS-PERIOD-END-IN   PIC X(8).
           01 WS-PERIOD-END      PIC 9(8).
           01 WS-INVOICE-DATE    PIC 9(8).
           01 WS-DATE-SOURCE     PIC X(1).
           01 WS-PERIOD-STATUS   PIC X(7).
           01 WS-OPEN-DATE       PIC 9(8).

           01 WS-CUSTOMER-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-CUSTOMER-COUNT  PIC 9(3) VALUE 0.
                   10 WS-CU-STATUS    PIC X(1).
                   10 WS-CU-SHIP-COUNT PIC 9(6).
                   10 WS-CU-TOTAL     PIC S9(9)V99 COMP-3.
                   10 WS-CU-FUEL      PIC S9(9)V99 COMP-3.
                   10 WS-CU-INVOICE-NO PIC 9(6).

           01 WS-SEARCH-IDX      PIC 9(3).
           01 WS-UNKNOWN-COUNT   PIC 9(6) VALUE 0.
           01 WS-HELD-COUNT      PIC 9(6) VALUE 0.
           01 WS-GRAND-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
      *> Fuel surcharge billed this run. It is part of the invoice
      *> total - the customer owes it like the band charge - but is
      *> printed on its own line so it can be read off the invoice.
           01 WS-GRAND-FUEL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-UNBILLED-AMOUNT PIC S9(9)V99 COMP-3.

           01 WS-DISPLAY-CHARGE  PIC -(7)9.99.
           01 WS-DISPLAY-TOTAL   PIC -(9)9.99.
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
      *> Invoices are dated with the shop's processing date, not
      *> the clock, so a rerun the morning after still bills and
      *> dates the night it belongs to.
           CALL "PROCESSING-DATE" USING WS-INVOICE-DATE
               WS-DATE-SOURCE
           DISPLAY "Bill shipments through date YYYYMMDD "
               "(blank = processing date " WS-INVOICE-DATE "): ".
           ACCEPT WS-PERIOD-END-IN.
           IF WS-PERIOD-END-IN = SPACES
               MOVE WS-INVOICE-DATE TO WS-PERIOD-END
           ELSE
               IF WS-PERIOD-END-IN NOT NUMERIC
                   DISPLAY "Period end must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-END-IN TO WS-PERIOD-END
           END-IF.

           PERFORM LOAD-CUSTOMER-TABLE.
           IF WS-CUSTOMER-COUNT = 0
               STOP RUN
           END-IF.

           PERFORM CHECK-ACCOUNTING-PERIOD.

           PERFORM LOAD-INVOICE-SEQUENCE.
           PERFORM ASSIGN-INVOICE-NUMBERS.
           PERFORM SAVE-INVOICE-SEQUENCE.
           DISPLAY "Invoices written to freight_invoices.txt".
           STOP RUN.

      *> The shipments billed are the same either way; only the
      *> date the receivable carries moves.
       CHECK-ACCOUNTING-PERIOD.
           CALL "PERIOD-CHECK" USING WS-INVOICE-DATE WS-PERIOD-STATUS
               WS-OPEN-DATE
           IF WS-PERIOD-STATUS NOT = "CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accounting period " WS-INVOICE-DATE(1:6)
               " is closed - invoices dated " WS-OPEN-DATE
               " instead of " WS-INVOICE-DATE "."
           MOVE "PERIOD-ROLL" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "DATE=" WS-INVOICE-DATE
               " TO=" WS-OPEN-DATE
               " PERIOD=" WS-INVOICE-DATE(1:6) " CLOSED"
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES
           MOVE WS-OPEN-DATE TO WS-INVOICE-DATE.

       LOAD-CUSTOMER-TABLE.
           MOVE 0 TO WS-CUSTOMER-COUNT
           OPEN INPUT CUSTOMER-FILE
                                   WS-CU-SHIP-COUNT(WS-CUSTOMER-COUNT)
                               MOVE 0 TO
                                   WS-CU-TOTAL(WS-CUSTOMER-COUNT)
                               MOVE 0 TO
                                   WS-CU-FUEL(WS-CUSTOMER-COUNT)
                               MOVE 0 TO
                                   WS-CU-INVOICE-NO(WS-CUSTOMER-COUNT)
                           ELSE

      *> First pass: roll every unbilled charge through the period
      *> end into its customer's bucket. Held accounts and unknown
      *> codes are counted but not billed; a voided shipment is
      *> never billed at all.
       ACCUMULATE-CHARGES.
           PERFORM UNTIL MASTER-END-OF-FILE
               READ SHIPMENT-MASTER NEXT
                   NOT AT END
                       IF SM-INVOICE-NO = 0 AND SM-CHARGE > 0
                           AND SM-RUN-DATE <= WS-PERIOD-END
                           AND NOT SHIPMENT-IS-VOID
                           PERFORM ACCUMULATE-ONE-SHIPMENT
                       END-IF
               END-READ
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-CU-SHIP-COUNT(WS-MATCH-IDX)
                   ADD SM-CHARGE SM-FUEL-CHARGE
                       TO WS-CU-TOTAL(WS-MATCH-IDX)
                   ADD SM-FUEL-CHARGE TO WS-CU-FUEL(WS-MATCH-IDX)
                   ADD 1 TO WS-BILLED-COUNT
                   ADD SM-CHARGE SM-FUEL-CHARGE TO WS-GRAND-TOTAL
                   ADD SM-FUEL-CHARGE TO WS-GRAND-FUEL
               END-IF
           END-IF.

                   NOT AT END
                       IF SM-INVOICE-NO = 0 AND SM-CHARGE > 0
                           AND SM-RUN-DATE <= WS-PERIOD-END
                           AND NOT SHIPMENT-IS-VOID
                           PERFORM STAMP-ONE-SHIPMENT
                       END-IF
               END-READ
                   INTO INVOICE-PRINT-RECORD
               END-STRING
               WRITE INVOICE-PRINT-RECORD
               IF SM-FUEL-CHARGE > 0
                   MOVE SM-FUEL-CHARGE TO WS-DISPLAY-CHARGE
                   MOVE SPACES TO INVOICE-PRINT-RECORD
                   STRING "INVOICE=" SM-INVOICE-NO
                       "  ACCOUNT=" SM-CUSTOMER
                       "  SHIPMENT=" SM-SHIP-ID
                       "  FUEL=  " WS-DISPLAY-CHARGE
                       DELIMITED BY SIZE
                       INTO INVOICE-PRINT-RECORD
                   END-STRING
                   WRITE INVOICE-PRINT-RECORD
               END-IF
           ELSE
               PERFORM WRITE-UNBILLED-DETAIL
           END-IF.
      *> Unbilled money must not vanish into a console count: each
      *> shipment on an unknown or held account gets its own line
      *> in the print file, so the revenue stays visible until the
      *> account is set up or released. The amount shown is what
      *> the invoice would have carried: charge plus fuel surcharge.
       WRITE-UNBILLED-DETAIL.
           COMPUTE WS-UNBILLED-AMOUNT = SM-CHARGE + SM-FUEL-CHARGE
           MOVE WS-UNBILLED-AMOUNT TO WS-DISPLAY-CHARGE
           MOVE SPACES TO INVOICE-PRINT-RECORD
           IF NOT CUSTOMER-WAS-FOUND
               STRING "UNBILLED-UNKNOWN"
               DELIMITED BY SIZE
               INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD

           MOVE WS-GRAND-FUEL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO INVOICE-PRINT-RECORD
           STRING "RUN TOTAL  FUEL SURCHARGE INCLUDED="
               WS-DISPLAY-TOTAL
               DELIMITED BY SIZE
               INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD.

       WRITE-ONE-INVOICE-TOTAL.
               DELIMITED BY SIZE
               INTO INVOICE-PRINT-RECORD
           END-STRING
           WRITE INVOICE-PRINT-RECORD
           IF WS-CU-FUEL(WS-SEARCH-IDX) > 0
               MOVE WS-CU-FUEL(WS-SEARCH-IDX) TO WS-DISPLAY-TOTAL
               MOVE SPACES TO INVOICE-PRINT-RECORD
               STRING "INVOICE=" WS-CU-INVOICE-NO(WS-SEARCH-IDX)
                   "  FUEL SURCHARGE INCLUDED=" WS-DISPLAY-TOTAL
                   DELIMITED BY SIZE
                   INTO INVOICE-PRINT-RECORD
               END-STRING
               WRITE INVOICE-PRINT-RECORD
           END-IF.

       APPEND-INVOICE-REGISTER.
           OPEN EXTEND INVOICE-REGISTER-FILE
           MOVE WS-CU-CODE(WS-SEARCH-IDX) TO IR-CUSTOMER
           MOVE WS-CU-SHIP-COUNT(WS-SEARCH-IDX) TO IR-SHIP-COUNT
           MOVE WS-CU-TOTAL(WS-SEARCH-IDX) TO IR-TOTAL-CHARGE
           MOVE "I" TO IR-RECORD-TYPE
           MOVE 0 TO IR-APPLIES-TO
           WRITE INVOICE-REGISTER-RECORD

           MOVE "INVOICE" TO WS-JRN-ACTION
