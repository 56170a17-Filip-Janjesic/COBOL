       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-HOLD-REPORT.
       AUTHOR. FILIP JANJESIC.
      *> Credit desk worklist. The conversion batch holds a
      *> shipment from its carrier manifest when the charge would
      *> take the customer's unbilled freight past the credit limit
      *> on customer_master.dat; the hold sits on credit_hold.dat
      *> until CREDIT-RELEASE lets it go. This lists every shipment
      *> still held, oldest first as the batch wrote them, with the
      *> days it has waited, the charge, and the customer's
      *> unbilled freight and limit at the time of the hold; then
      *> a line per customer with the count and value held; then
      *> the holds released on the report date, with who released
      *> them. Written to credit_hold_report.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO "credit_hold_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CU-CODE            PIC X(6).
           05 FILLER             PIC X(1).
           05 CU-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 CU-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CU-CREDIT-LIMIT    PIC 9(9)V99.

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS     PIC X(02).
               88 HOLD-FILE-OK          VALUE "00".
               88 HOLD-END-OF-FILE      VALUE "10".
           01 WS-CUSTOMER-STATUS PIC X(02).
               88 CUSTOMER-FILE-OK      VALUE "00".
               88 CUSTOMER-END-OF-FILE  VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).

      *> One entry per customer on the master, plus any account the
      *> holds name that the master no longer knows.
           01 WS-CUSTOMER-TABLE-MAX PIC 9(3) VALUE 500.
           01 WS-CUSTOMER-COUNT  PIC 9(3) VALUE 0.
           01 WS-CUSTOMER-TABLE.
               05 WS-CUSTOMER-ENTRY OCCURS 500 TIMES.
                   10 WS-CU-CODE       PIC X(6).
                   10 WS-CU-NAME       PIC X(30).
                   10 WS-CU-HELD-COUNT PIC 9(6).
                   10 WS-CU-HELD-VALUE PIC 9(9)V99.
           01 WS-CUST-IDX        PIC 9(3).
           01 WS-CUST-SCAN       PIC 9(3).

           01 WS-OPEN-COUNT      PIC 9(6) VALUE 0.
           01 WS-OPEN-VALUE      PIC 9(9)V99 VALUE 0.
           01 WS-RELEASED-COUNT  PIC 9(6) VALUE 0.
           01 WS-RELEASED-VALUE  PIC 9(9)V99 VALUE 0.
           01 WS-AGE-DAYS        PIC S9(7) COMP-3.

           01 WS-DISPLAY-AGE     PIC ZZZ9.
           01 WS-DISPLAY-CHARGE  PIC Z(6)9.99.
           01 WS-DISPLAY-AMOUNT  PIC Z(8)9.99.
           01 WS-DISPLAY-LIMIT   PIC Z(8)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Credit Hold Report ---".
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE.
           PERFORM LOAD-CUSTOMER-TABLE.

           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "SHIPMENTS ON CREDIT HOLD AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD.

           PERFORM LIST-OPEN-HOLDS.
           PERFORM LIST-CUSTOMER-TOTALS.
           PERFORM LIST-RELEASED-HOLDS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE HOLD-REPORT-FILE.

           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Shipments on credit hold: " WS-DISPLAY-COUNT.
           DISPLAY "Report written to credit_hold_report.txt".
           STOP RUN.

       LOAD-CUSTOMER-TABLE.
           MOVE 0 TO WS-CUSTOMER-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-END-OF-FILE
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CUSTOMER-COUNT <
                                   WS-CUSTOMER-TABLE-MAX
                               ADD 1 TO WS-CUSTOMER-COUNT
                               MOVE CU-CODE TO
                                   WS-CU-CODE(WS-CUSTOMER-COUNT)
                               MOVE CU-NAME TO
                                   WS-CU-NAME(WS-CUSTOMER-COUNT)
                               MOVE 0 TO
                                   WS-CU-HELD-COUNT(WS-CUSTOMER-COUNT)
                               MOVE 0 TO
                                   WS-CU-HELD-VALUE(WS-CUSTOMER-COUNT)
                           ELSE
                               DISPLAY "Customer table full - "
                                   "record dropped: " CU-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       LIST-OPEN-HOLDS.
           OPEN INPUT CREDIT-HOLD-FILE
           IF NOT HOLD-FILE-OK
               MOVE SPACES TO HOLD-REPORT-RECORD
               STRING "NO SHIPMENT HAS BEEN HELD FOR CREDIT"
                   DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
               END-STRING
               WRITE HOLD-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOLD-END-OF-FILE
               READ CREDIT-HOLD-FILE
                   AT END
                       SET HOLD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CH-STATUS = "H"
                           PERFORM LIST-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           IF WS-OPEN-COUNT = 0
               MOVE SPACES TO HOLD-REPORT-RECORD
               STRING "NO SHIPMENTS ON CREDIT HOLD"
                   DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
               END-STRING
               WRITE HOLD-REPORT-RECORD
           END-IF.

       LIST-ONE-HOLD.
           ADD 1 TO WS-OPEN-COUNT
           ADD CH-CHARGE TO WS-OPEN-VALUE
           PERFORM FIND-HOLD-CUSTOMER
           IF WS-CUST-IDX > 0
               ADD 1 TO WS-CU-HELD-COUNT(WS-CUST-IDX)
               ADD CH-CHARGE TO WS-CU-HELD-VALUE(WS-CUST-IDX)
           END-IF

           MOVE 0 TO WS-AGE-DAYS
           IF CH-RUN-DATE NUMERIC AND CH-RUN-DATE > 0
               AND CH-RUN-DATE <= WS-RUN-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(CH-RUN-DATE)
           END-IF
           MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE
           MOVE CH-CHARGE TO WS-DISPLAY-CHARGE
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "  " CH-SHIP-ID
               "  CUST=" CH-CUSTOMER
               "  CONVERTED=" CH-RUN-DATE
               "  DAYS=" WS-DISPLAY-AGE
               "  CHARGE=" WS-DISPLAY-CHARGE
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD

           MOVE CH-UNBILLED TO WS-DISPLAY-AMOUNT
           MOVE CH-LIMIT TO WS-DISPLAY-LIMIT
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "      CARRIER=" CH-CARRIER
               "  UNBILLED AT HOLD=" WS-DISPLAY-AMOUNT
               "  LIMIT=" WS-DISPLAY-LIMIT
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

      *> A hold for an account the master no longer carries still
      *> gets its own line in the customer totals.
       FIND-HOLD-CUSTOMER.
           MOVE 0 TO WS-CUST-IDX
           PERFORM VARYING WS-CUST-SCAN FROM 1 BY 1
                   UNTIL WS-CUST-SCAN > WS-CUSTOMER-COUNT
                   OR WS-CUST-IDX > 0
               IF WS-CU-CODE(WS-CUST-SCAN) = CH-CUSTOMER
                   MOVE WS-CUST-SCAN TO WS-CUST-IDX
               END-IF
           END-PERFORM
           IF WS-CUST-IDX = 0
               AND WS-CUSTOMER-COUNT < WS-CUSTOMER-TABLE-MAX
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-CUST-IDX
               MOVE CH-CUSTOMER TO WS-CU-CODE(WS-CUST-IDX)
               MOVE "** NOT ON CUSTOMER MASTER **"
                   TO WS-CU-NAME(WS-CUST-IDX)
               MOVE 0 TO WS-CU-HELD-COUNT(WS-CUST-IDX)
               MOVE 0 TO WS-CU-HELD-VALUE(WS-CUST-IDX)
           END-IF.

       LIST-CUSTOMER-TOTALS.
           IF WS-OPEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "HELD BY CUSTOMER"
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-HELD-COUNT(WS-CUST-IDX) > 0
                   MOVE WS-CU-HELD-COUNT(WS-CUST-IDX)
                       TO WS-DISPLAY-COUNT
                   MOVE WS-CU-HELD-VALUE(WS-CUST-IDX)
                       TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO HOLD-REPORT-RECORD
                   STRING "  " WS-CU-CODE(WS-CUST-IDX)
                       "  " WS-CU-NAME(WS-CUST-IDX)
                       "  HELD=" WS-DISPLAY-COUNT
                       "  VALUE=" WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
                   END-STRING
                   WRITE HOLD-REPORT-RECORD
               END-IF
           END-PERFORM.

      *> Releases dated the report date: what the credit desk let
      *> go today, and under whose ID.
       LIST-RELEASED-HOLDS.
           OPEN INPUT CREDIT-HOLD-FILE
           IF NOT HOLD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "RELEASED ON " WS-RUN-DATE
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD
           PERFORM UNTIL HOLD-END-OF-FILE
               READ CREDIT-HOLD-FILE
                   AT END
                       SET HOLD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CH-STATUS = "R"
                           AND CH-RELEASE-DATE = WS-RUN-DATE
                           PERFORM LIST-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-FILE
           IF WS-RELEASED-COUNT = 0
               MOVE SPACES TO HOLD-REPORT-RECORD
               STRING "  NONE"
                   DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
               END-STRING
               WRITE HOLD-REPORT-RECORD
           END-IF.

       LIST-ONE-RELEASE.
           ADD 1 TO WS-RELEASED-COUNT
           ADD CH-CHARGE TO WS-RELEASED-VALUE
           MOVE CH-CHARGE TO WS-DISPLAY-CHARGE
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "  " CH-SHIP-ID
               "  CUST=" CH-CUSTOMER
               "  CHARGE=" WS-DISPLAY-CHARGE
               "  BY " CH-OPERATOR
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-OPEN-VALUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "SHIPMENTS ON HOLD=" WS-DISPLAY-COUNT
               "  VALUE HELD=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-RELEASED-VALUE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING "RELEASED TODAY=" WS-DISPLAY-COUNT
               "  VALUE RELEASED=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

       END PROGRAM CREDIT-HOLD-REPORT.
