       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-HISTORY-INQUIRY.
       AUTHOR. FILIP JANJESIC.
      *> Desk inquiry over the loan history: key in a loan ID and
      *> see the loan's terms from the master followed by every
      *> receipt LOAN-PAYMENT-POSTING has applied to it - date,
      *> amount, how it split between late charges, interest, and
      *> principal, and the balance it left, with the charge-off
      *> line if the loan was written off - so a borrower's
      *> "where did my payment go" call is answered from the desk
      *> instead of from old posting reports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "loan_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           05 LM-LOAN-ID         PIC 9(6).
           05 FILLER             PIC X(1).
           05 LM-BORROWER        PIC X(30).
           05 FILLER             PIC X(1).
           05 LM-PRINCIPAL       PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-ANNUAL-RATE     PIC 9(3)V9(4).
           05 FILLER             PIC X(1).
           05 LM-TERM-MONTHS     PIC 9(3).
           05 FILLER             PIC X(1).
           05 LM-PAYMENT         PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-BOOK-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-BALANCE         PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LM-PAID-COUNT      PIC 9(3).
           05 FILLER             PIC X(1).
           05 LM-PAID-THROUGH    PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 LM-FEE-BALANCE     PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-LAST-FEE-DUE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-WRITTEN-OFF     PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LM-WRITEOFF-DATE   PIC 9(8).

       FD  LOAN-HISTORY-FILE.
       01  LOAN-HISTORY-RECORD.
           05 LH-LOAN-ID         PIC 9(6).
           05 FILLER             PIC X(1).
           05 LH-RECEIPT-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 LH-AMOUNT          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LH-INTEREST        PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LH-PRINCIPAL       PIC S9(7)V99 SIGN IS
                                  LEADING SEPARATE.
           05 FILLER             PIC X(1).
           05 LH-FEES            PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LH-OVERAGE         PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LH-BALANCE-AFTER   PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LH-POSTED-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
           05 LH-TYPE            PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-FILE-OK      VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK     VALUE "00".
               88 HISTORY-END-OF-FILE VALUE "10".

           01 WS-SEARCH-ID-IN    PIC X(6).
           01 WS-SEARCH-ID       PIC 9(6).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 INQUIRY-DONE       VALUE "Y".
           01 WS-FOUND-FLAG      PIC X(1).
               88 LOAN-WAS-FOUND     VALUE "Y".

           01 WS-RECEIPT-COUNT   PIC 9(4).
           01 WS-TOTAL-INTEREST  PIC S9(9)V99 COMP-3.
           01 WS-TOTAL-PRINCIPAL PIC S9(9)V99 COMP-3.
           01 WS-TOTAL-FEES      PIC S9(9)V99 COMP-3.
           01 WS-STATUS-NAME     PIC X(11).

           01 WS-DISPLAY-AMOUNT  PIC -(7)9.99.
           01 WS-DISPLAY-INTEREST PIC -(7)9.99.
           01 WS-DISPLAY-PRINCIPAL PIC -(7)9.99.
           01 WS-DISPLAY-FEES    PIC -(5)9.99.
           01 WS-DISPLAY-BALANCE PIC -(9)9.99.
           01 WS-DISPLAY-RATE    PIC ZZ9.9999.
           01 WS-DISPLAY-COUNT   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan History Inquiry ---".

           PERFORM UNTIL INQUIRY-DONE
               DISPLAY "Enter loan ID (or Q to quit): "
               ACCEPT WS-SEARCH-ID-IN
               IF WS-SEARCH-ID-IN = "Q" OR "q" OR SPACES
                   MOVE "Y" TO WS-DONE-FLAG
               ELSE
                   IF FUNCTION TRIM(WS-SEARCH-ID-IN) IS NUMERIC
                       COMPUTE WS-SEARCH-ID =
                           FUNCTION NUMVAL(WS-SEARCH-ID-IN)
                       PERFORM LOOKUP-LOAN
                   ELSE
                       DISPLAY "Loan ID must be numeric."
                   END-IF
               END-IF
           END-PERFORM

           STOP RUN.

       LOOKUP-LOAN.
           MOVE "N" TO WS-FOUND-FLAG
           OPEN INPUT LOAN-MASTER-FILE
           IF NOT MASTER-FILE-OK
               DISPLAY "Unable to open loan_master.dat. Status="
                   WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ
           CLOSE LOAN-MASTER-FILE

           IF NOT LOAN-WAS-FOUND
               DISPLAY "No loan found with that ID."
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-LOAN-TERMS
           PERFORM SHOW-RECEIPT-TRAIL.

       SHOW-LOAN-TERMS.
           EVALUATE LM-STATUS
               WHEN "A" MOVE "ACTIVE" TO WS-STATUS-NAME
               WHEN "P" MOVE "PAID OFF" TO WS-STATUS-NAME
               WHEN "W" MOVE "CHARGED OFF" TO WS-STATUS-NAME
               WHEN OTHER MOVE LM-STATUS TO WS-STATUS-NAME
           END-EVALUATE
           DISPLAY "Loan:      " LM-LOAN-ID "  " WS-STATUS-NAME
           DISPLAY "Borrower:  " LM-BORROWER
           MOVE LM-PRINCIPAL TO WS-DISPLAY-AMOUNT
           MOVE LM-ANNUAL-RATE TO WS-DISPLAY-RATE
           DISPLAY "Booked:    " LM-BOOK-DATE "  PRINCIPAL "
               WS-DISPLAY-AMOUNT "  RATE " WS-DISPLAY-RATE
           MOVE LM-PAYMENT TO WS-DISPLAY-AMOUNT
           DISPLAY "Term:      " LM-TERM-MONTHS " MONTHS  PAYMENT "
               WS-DISPLAY-AMOUNT
           MOVE LM-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "Balance:   " WS-DISPLAY-BALANCE
               "  PAID THROUGH " LM-PAID-THROUGH
           IF LM-STATUS = "W"
               MOVE LM-WRITTEN-OFF TO WS-DISPLAY-BALANCE
               DISPLAY "Written off:" WS-DISPLAY-BALANCE
                   "  ON " LM-WRITEOFF-DATE
           END-IF.

      *> The history is read front to back for each inquiry, the
      *> same as the shipment tracking trail - a desk lookup does
      *> not earn an index of its own.
       SHOW-RECEIPT-TRAIL.
           MOVE 0 TO WS-RECEIPT-COUNT
           MOVE 0 TO WS-TOTAL-INTEREST
           MOVE 0 TO WS-TOTAL-PRINCIPAL
           MOVE 0 TO WS-TOTAL-FEES
           OPEN INPUT LOAN-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               DISPLAY "Receipts:  NONE POSTED"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ LOAN-HISTORY-FILE
                   AT END
                       SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LH-LOAN-ID = WS-SEARCH-ID
                           PERFORM SHOW-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE

           IF WS-RECEIPT-COUNT = 0
               DISPLAY "Receipts:  NONE POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-INTEREST
           MOVE WS-TOTAL-PRINCIPAL TO WS-DISPLAY-PRINCIPAL
           MOVE WS-TOTAL-FEES TO WS-DISPLAY-FEES
           DISPLAY "Totals:    " WS-DISPLAY-COUNT " RECEIPTS  "
               "INTEREST " WS-DISPLAY-INTEREST
               "  PRINCIPAL " WS-DISPLAY-PRINCIPAL
               "  FEES " WS-DISPLAY-FEES.

       SHOW-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT
           IF WS-RECEIPT-COUNT = 1
               DISPLAY "Receipts:  DATE        AMOUNT     INTEREST"
                   "    PRINCIPAL     FEES       BALANCE"
           END-IF
           ADD LH-INTEREST TO WS-TOTAL-INTEREST
           ADD LH-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD LH-FEES TO WS-TOTAL-FEES
           MOVE LH-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE LH-INTEREST TO WS-DISPLAY-INTEREST
           MOVE LH-PRINCIPAL TO WS-DISPLAY-PRINCIPAL
           MOVE LH-FEES TO WS-DISPLAY-FEES
           MOVE LH-BALANCE-AFTER TO WS-DISPLAY-BALANCE
           EVALUATE LH-TYPE
               WHEN "P"
                   DISPLAY "  " LH-RECEIPT-DATE " " WS-DISPLAY-AMOUNT
                       " " WS-DISPLAY-INTEREST " " WS-DISPLAY-PRINCIPAL
                       " " WS-DISPLAY-FEES " " WS-DISPLAY-BALANCE
                       "  PAYOFF"
               WHEN "W"
                   DISPLAY "  " LH-RECEIPT-DATE " " WS-DISPLAY-AMOUNT
                       " " WS-DISPLAY-INTEREST " " WS-DISPLAY-PRINCIPAL
                       " " WS-DISPLAY-FEES " " WS-DISPLAY-BALANCE
                       "  CHARGED OFF"
               WHEN OTHER
                   DISPLAY "  " LH-RECEIPT-DATE " " WS-DISPLAY-AMOUNT
                       " " WS-DISPLAY-INTEREST " " WS-DISPLAY-PRINCIPAL
                       " " WS-DISPLAY-FEES " " WS-DISPLAY-BALANCE
           END-EVALUATE
           IF LH-OVERAGE > 0
               MOVE LH-OVERAGE TO WS-DISPLAY-AMOUNT
               DISPLAY "            OVERPAID " WS-DISPLAY-AMOUNT
                   " - REFUNDED"
           END-IF.

       END PROGRAM LOAN-HISTORY-INQUIRY.
