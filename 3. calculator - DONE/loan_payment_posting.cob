       AUTHOR. FILIP JANJESIC.
      *> Monthly posting batch for the loans CALCULATOR books:
      *> received payments in loan_payments.dat are applied against
      *> the loan master - any late charges LOAN-LATE-CHARGE has
      *> assessed first, then interest at the booked monthly rate,
      *> the rest to principal - and each loan's paid count,
      *> paid-through date, and balance move forward. A payment for
      *> a loan not on the master, an already-retired loan, or a
      *> payment short of the scheduled amount is called out on the
      *> posting report; so is one for a loan LOAN-MAINTENANCE has
      *> charged off. A loan whose balance reaches zero is
      *> marked paid off.
      *> A receipt flagged P is a payoff sent against a
      *> LOAN-PAYOFF-QUOTE letter: it is applied as per-diem
      *> interest from the paid-through date to the receipt date
      *> plus the whole balance and fee balance, and retires the
      *> loan whatever the amount's relation to the scheduled
      *> payment. Anything sent
      *> over the payoff figure is written to the payoff refund
      *> file for the cashier and shown on the report; a payoff
      *> that falls short posts as an ordinary payment and is
      *> called out so the borrower can be asked for the rest. An
      *> ordinary payment that more than clears the balance is
      *> refunded the same way.
      *> Each run's split of the money received - principal,
      *> interest, late fees, and overage owed back - is appended
      *> to loan_posting_register.dat, the way the calculator batch
      *> registers its totals, and GL-POSTING posts it from there.
      *> Every receipt applied is also written to the permanent loan
      *> history, loan_history.dat, with its split and the balance
      *> it left, for LOAN-HISTORY-INQUIRY and the year-end
      *> interest statements.
      *> A run whose processing date falls in an accounting month
      *> PERIOD-CONTROL has closed posts under the first day of the
      *> first open month instead - the register, history and
      *> refunds all carry that date, so GL-POSTING picks the run up
      *> in an open month. Receipt dates are left as received. The
      *> roll is shown and journaled.
      *> Payment record: loan ID (6), receipt date (8), amount
      *> (9 digits, two assumed decimals), payoff flag (1, P or
      *> blank), fixed columns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "loan_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT REFUND-FILE ASSIGN TO "loan_payoff_refunds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT LOAN-REGISTER-FILE ASSIGN TO
                   "loan_posting_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "loan_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT POSTING-REPORT-FILE ASSIGN TO
                   "loan_posting_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 LP-LOAN-ID         PIC 9(6).
           05 LP-DATE            PIC 9(8).
           05 LP-AMOUNT          PIC 9(7)V99.
           05 LP-PAYOFF-FLAG     PIC X(1).
               88 RECEIPT-IS-PAYOFF  VALUE "P" "p".

      *> One line per payoff overage owed back to a borrower.
       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05 RF-LOAN-ID         PIC 9(6).
           05 FILLER             PIC X(1).
           05 RF-BORROWER        PIC X(30).
           05 FILLER             PIC X(1).
           05 RF-RECEIPT-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 RF-AMOUNT          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 RF-POSTED-DATE     PIC 9(8).

      *> One record per posting run, dated the run date.
       FD  LOAN-REGISTER-FILE.
       01  LOAN-REGISTER-RECORD.
           05 LR-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 LR-RECEIPT-COUNT   PIC 9(6).
           05 FILLER             PIC X(1).
           05 LR-PRINCIPAL       PIC S9(9)V99 SIGN IS
                                  LEADING SEPARATE.
           05 FILLER             PIC X(1).
           05 LR-INTEREST        PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LR-FEES            PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LR-REFUNDS         PIC 9(9)V99.

      *> One record per receipt applied. The amount is the whole
      *> receipt; fees, interest, principal, and any overage owed
      *> back make it up. Type R is an ordinary receipt, P a
      *> payoff.
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

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-RECORD PIC X(80).
               88 PAYMENT-FILE-OK      VALUE "00".
               88 PAYMENT-END-OF-FILE  VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).
           01 WS-REFUND-STATUS   PIC X(02).
           01 WS-REGISTER-STATUS PIC X(02).
           01 WS-HISTORY-STATUS  PIC X(02).
           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).
           01 WS-PERIOD-STATUS   PIC X(7).
           01 WS-OPEN-DATE       PIC 9(8).

           01 WS-LOAN-TABLE-MAX  PIC 9(3) VALUE 200.
           01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.
                   10 WS-LN-PAID-COUNT   PIC 9(3).
                   10 WS-LN-PAID-THROUGH PIC 9(8).
                   10 WS-LN-STATUS       PIC X(1).
                   10 WS-LN-FEE-BALANCE  PIC 9(7)V99.
                   10 WS-LN-LAST-FEE-DUE PIC 9(8).

           01 WS-SEARCH-IDX      PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).
           01 WS-MONTHLY-RATE    PIC S9(3)V9(9) COMP-3.
           01 WS-INTEREST-PART   PIC S9(7)V99 COMP-3.
           01 WS-PRINCIPAL-PART  PIC S9(7)V99 COMP-3.
           01 WS-FEE-PART        PIC S9(7)V99 COMP-3.
           01 WS-INSTALLMENT-PART PIC S9(7)V99 COMP-3.
           01 WS-FEES-COLLECTED  PIC S9(9)V99 COMP-3 VALUE 0.
           01 WS-PRINCIPAL-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
           01 WS-INTEREST-TOTAL  PIC S9(9)V99 COMP-3 VALUE 0.

           01 WS-POSTED-COUNT    PIC 9(6) VALUE 0.
           01 WS-REJECT-COUNT    PIC 9(6) VALUE 0.
           01 WS-SHORT-COUNT     PIC 9(6) VALUE 0.
           01 WS-RETIRED-COUNT   PIC 9(6) VALUE 0.

      *> Payoff receipts: per-diem interest from the paid-through
      *> date to the receipt date, figured the way the payoff quote
      *> letter figures it.
           01 WS-INTEREST-FROM   PIC 9(8).
           01 WS-INTEREST-DAYS   PIC S9(5) COMP-3.
           01 WS-PER-DIEM        PIC S9(7)V9(6) COMP-3.
           01 WS-PAYOFF-DUE      PIC S9(9)V99 COMP-3.
           01 WS-OVERAGE         PIC S9(7)V99 COMP-3.
           01 WS-PAYOFF-COUNT    PIC 9(6) VALUE 0.
           01 WS-PAYOFF-SHORT-COUNT PIC 9(6) VALUE 0.
           01 WS-REFUND-COUNT    PIC 9(6) VALUE 0.
           01 WS-REFUND-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
           01 WS-HISTORY-TYPE    PIC X(1).

           01 WS-DISPLAY-AMOUNT  PIC -(7)9.99.
           01 WS-DISPLAY-BALANCE PIC -(9)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           END-IF.

           OPEN OUTPUT POSTING-REPORT-FILE.
      *> Receipts post under the shop's processing date, so a
      *> rerun the morning after still dates the history and the
      *> GL register with the night they belong to.
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE.
           PERFORM CHECK-ACCOUNTING-PERIOD.
           OPEN EXTEND REFUND-FILE
           IF WS-REFUND-STATUS = "05" OR "35"
               OPEN OUTPUT REFUND-FILE
           END-IF.
           OPEN EXTEND LOAN-HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF.

           PERFORM UNTIL PAYMENT-END-OF-FILE
               READ PAYMENT-FILE
           END-PERFORM

           CLOSE PAYMENT-FILE.
           CLOSE REFUND-FILE.
           CLOSE LOAN-HISTORY-FILE.
           IF WS-POSTED-COUNT > 0
               PERFORM APPEND-LOAN-REGISTER
           END-IF.
           PERFORM WRITE-POSTING-SUMMARY.
           CLOSE POSTING-REPORT-FILE.

           DISPLAY "Payments posted: " WS-DISPLAY-COUNT.
           MOVE WS-REJECT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Payments rejected: " WS-DISPLAY-COUNT.
           IF WS-REFUND-COUNT > 0
               MOVE WS-REFUND-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Overpayment refunds due: " WS-DISPLAY-COUNT
                   " - see loan_payoff_refunds.dat"
           END-IF.
           DISPLAY "Detail in loan_posting_report.txt".
           STOP RUN.

       CHECK-ACCOUNTING-PERIOD.
           CALL "PERIOD-CHECK" USING WS-RUN-DATE WS-PERIOD-STATUS
               WS-OPEN-DATE
           IF WS-PERIOD-STATUS NOT = "CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accounting period " WS-RUN-DATE(1:6)
               " is closed - receipts post under " WS-OPEN-DATE
               " instead of " WS-RUN-DATE "."
           MOVE "PERIOD-ROLL" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "DATE=" WS-RUN-DATE
               " TO=" WS-OPEN-DATE
               " PERIOD=" WS-RUN-DATE(1:6) " CLOSED"
               DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES
           MOVE WS-OPEN-DATE TO WS-RUN-DATE.

       LOAD-LOAN-TABLE.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-OK
               PERFORM UNTIL MASTER-END-OF-FILE
                   READ LOAN-MASTER-FILE NEXT
                       AT END
                           SET MASTER-END-OF-FILE TO TRUE
                       NOT AT END
           MOVE LM-BALANCE TO WS-LN-BALANCE(WS-LOAN-COUNT)
           MOVE LM-PAID-COUNT TO WS-LN-PAID-COUNT(WS-LOAN-COUNT)
           MOVE LM-PAID-THROUGH TO WS-LN-PAID-THROUGH(WS-LOAN-COUNT)
           MOVE LM-STATUS TO WS-LN-STATUS(WS-LOAN-COUNT)
           IF LM-FEE-BALANCE NUMERIC
               MOVE LM-FEE-BALANCE TO WS-LN-FEE-BALANCE(WS-LOAN-COUNT)
           ELSE
               MOVE 0 TO WS-LN-FEE-BALANCE(WS-LOAN-COUNT)
           END-IF
           IF LM-LAST-FEE-DUE NUMERIC
               MOVE LM-LAST-FEE-DUE
                   TO WS-LN-LAST-FEE-DUE(WS-LOAN-COUNT)
           ELSE
               MOVE 0 TO WS-LN-LAST-FEE-DUE(WS-LOAN-COUNT)
           END-IF.

       POST-ONE-PAYMENT.
           MOVE "N" TO WS-FOUND-FLAG
               EXIT PARAGRAPH
           END-IF

           IF RECEIPT-IS-PAYOFF
               PERFORM COMPUTE-PAYOFF-DUE
               IF LP-AMOUNT >= WS-PAYOFF-DUE
                   PERFORM POST-PAYOFF-RECEIPT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAYOFF-SHORT-COUNT
               PERFORM WRITE-PAYOFF-SHORT-LINE
           END-IF

           PERFORM COLLECT-LATE-FEES
           COMPUTE WS-INSTALLMENT-PART = LP-AMOUNT - WS-FEE-PART

           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-LN-ANNUAL-RATE(WS-MATCH-IDX) / 1200
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-LN-BALANCE(WS-MATCH-IDX) * WS-MONTHLY-RATE
           COMPUTE WS-PRINCIPAL-PART =
               WS-INSTALLMENT-PART - WS-INTEREST-PART
      *> Principal beyond what is owed cannot reduce the balance
      *> below zero; it is owed back like a payoff overage, so the
      *> principal the ledger sees is exactly what came off loans.
           MOVE 0 TO WS-OVERAGE
           IF WS-PRINCIPAL-PART > WS-LN-BALANCE(WS-MATCH-IDX)
               COMPUTE WS-OVERAGE =
                   WS-PRINCIPAL-PART - WS-LN-BALANCE(WS-MATCH-IDX)
               MOVE WS-LN-BALANCE(WS-MATCH-IDX) TO WS-PRINCIPAL-PART
           END-IF
           SUBTRACT WS-PRINCIPAL-PART
               FROM WS-LN-BALANCE(WS-MATCH-IDX)
           ADD WS-PRINCIPAL-PART TO WS-PRINCIPAL-TOTAL
           ADD WS-INTEREST-PART TO WS-INTEREST-TOTAL
           ADD 1 TO WS-LN-PAID-COUNT(WS-MATCH-IDX)
           MOVE LP-DATE TO WS-LN-PAID-THROUGH(WS-MATCH-IDX)
           ADD 1 TO WS-POSTED-COUNT

           IF WS-INSTALLMENT-PART < WS-LN-PAYMENT(WS-MATCH-IDX)
               ADD 1 TO WS-SHORT-COUNT
               PERFORM WRITE-SHORT-LINE
           ELSE
               ADD 1 TO WS-RETIRED-COUNT
               PERFORM WRITE-PAID-OFF-LINE
           END-IF
           IF WS-OVERAGE > 0
               PERFORM WRITE-REFUND-RECORD
           END-IF
           MOVE "R" TO WS-HISTORY-TYPE
           PERFORM WRITE-HISTORY-RECORD

           MOVE "POST-PMT" TO WS-JRN-ACTION
           MOVE LP-AMOUNT TO WS-DISPLAY-AMOUNT
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

      *> Late charges come off the top of every receipt, up to the
      *> whole receipt; what is left is applied to the installment.
       COLLECT-LATE-FEES.
           MOVE 0 TO WS-FEE-PART
           IF WS-LN-FEE-BALANCE(WS-MATCH-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF LP-AMOUNT < WS-LN-FEE-BALANCE(WS-MATCH-IDX)
               MOVE LP-AMOUNT TO WS-FEE-PART
           ELSE
               MOVE WS-LN-FEE-BALANCE(WS-MATCH-IDX) TO WS-FEE-PART
           END-IF
           SUBTRACT WS-FEE-PART FROM WS-LN-FEE-BALANCE(WS-MATCH-IDX)
           ADD WS-FEE-PART TO WS-FEES-COLLECTED
           PERFORM WRITE-FEE-LINE.

       WRITE-FEE-LINE.
           MOVE WS-FEE-PART TO WS-DISPLAY-AMOUNT
           MOVE WS-LN-FEE-BALANCE(WS-MATCH-IDX) TO WS-DISPLAY-BALANCE
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "FEES     LOAN=" LP-LOAN-ID
               "  COLLECTED=" WS-DISPLAY-AMOUNT
               "  FEES LEFT=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE
               INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD.

      *> Interest owed at payoff runs per diem from the
      *> paid-through date - or the booking date on a loan with no
      *> payment yet - to the day the money was received.
       COMPUTE-PAYOFF-DUE.
           IF WS-LN-PAID-THROUGH(WS-MATCH-IDX) = 0
               MOVE WS-LN-BOOK-DATE(WS-MATCH-IDX) TO WS-INTEREST-FROM
           ELSE
               MOVE WS-LN-PAID-THROUGH(WS-MATCH-IDX)
                   TO WS-INTEREST-FROM
           END-IF
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(LP-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-INTEREST-FROM)
           IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-LN-BALANCE(WS-MATCH-IDX)
               * WS-LN-ANNUAL-RATE(WS-MATCH-IDX) / 36500
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-PER-DIEM * WS-INTEREST-DAYS
           COMPUTE WS-PAYOFF-DUE =
               WS-LN-BALANCE(WS-MATCH-IDX) + WS-INTEREST-PART
               + WS-LN-FEE-BALANCE(WS-MATCH-IDX).

      *> A payoff that covers the per-diem figure closes the loan
      *> outright; the excess goes back to the borrower.
       POST-PAYOFF-RECEIPT.
           MOVE WS-LN-FEE-BALANCE(WS-MATCH-IDX) TO WS-FEE-PART
           ADD WS-FEE-PART TO WS-FEES-COLLECTED
           MOVE 0 TO WS-LN-FEE-BALANCE(WS-MATCH-IDX)
           MOVE WS-LN-BALANCE(WS-MATCH-IDX) TO WS-PRINCIPAL-PART
           MOVE 0 TO WS-LN-BALANCE(WS-MATCH-IDX)
           ADD WS-PRINCIPAL-PART TO WS-PRINCIPAL-TOTAL
           ADD WS-INTEREST-PART TO WS-INTEREST-TOTAL
           ADD 1 TO WS-LN-PAID-COUNT(WS-MATCH-IDX)
           MOVE LP-DATE TO WS-LN-PAID-THROUGH(WS-MATCH-IDX)
           MOVE "P" TO WS-LN-STATUS(WS-MATCH-IDX)
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-PAYOFF-COUNT
           ADD 1 TO WS-RETIRED-COUNT
           PERFORM WRITE-PAYOFF-LINE

           COMPUTE WS-OVERAGE = LP-AMOUNT - WS-PAYOFF-DUE
           IF WS-OVERAGE > 0
               PERFORM WRITE-REFUND-RECORD
           END-IF
           MOVE "P" TO WS-HISTORY-TYPE
           PERFORM WRITE-HISTORY-RECORD

           MOVE "PAYOFF" TO WS-JRN-ACTION
           MOVE LP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-OVERAGE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "LOAN=" LP-LOAN-ID
               "  AMOUNT=" WS-DISPLAY-AMOUNT
               "  OVER=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       WRITE-PAYOFF-LINE.
           MOVE LP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-INTEREST-PART TO WS-DISPLAY-BALANCE
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "PAYOFF   LOAN=" LP-LOAN-ID
               "  AMOUNT=" WS-DISPLAY-AMOUNT
               "  INTEREST=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE
               INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD
           PERFORM WRITE-PAID-OFF-LINE.

       WRITE-REFUND-RECORD.
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-OVERAGE TO WS-REFUND-TOTAL
           MOVE SPACES TO REFUND-RECORD
           MOVE LP-LOAN-ID TO RF-LOAN-ID
           MOVE WS-LN-BORROWER(WS-MATCH-IDX) TO RF-BORROWER
           MOVE LP-DATE TO RF-RECEIPT-DATE
           MOVE WS-OVERAGE TO RF-AMOUNT
           MOVE WS-RUN-DATE TO RF-POSTED-DATE
           WRITE REFUND-RECORD

           MOVE WS-OVERAGE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "REFUND   LOAN=" LP-LOAN-ID
               "  OVERAGE=" WS-DISPLAY-AMOUNT
               "  LOAN OVERPAID"
               DELIMITED BY SIZE
               INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD.

       WRITE-HISTORY-RECORD.
           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE LP-LOAN-ID TO LH-LOAN-ID
           MOVE LP-DATE TO LH-RECEIPT-DATE
           MOVE LP-AMOUNT TO LH-AMOUNT
           MOVE WS-INTEREST-PART TO LH-INTEREST
           MOVE WS-PRINCIPAL-PART TO LH-PRINCIPAL
           MOVE WS-FEE-PART TO LH-FEES
           IF WS-OVERAGE > 0
               MOVE WS-OVERAGE TO LH-OVERAGE
           ELSE
               MOVE 0 TO LH-OVERAGE
           END-IF
           MOVE WS-LN-BALANCE(WS-MATCH-IDX) TO LH-BALANCE-AFTER
           MOVE WS-RUN-DATE TO LH-POSTED-DATE
           MOVE WS-HISTORY-TYPE TO LH-TYPE
           WRITE LOAN-HISTORY-RECORD.

       WRITE-PAYOFF-SHORT-LINE.
           MOVE LP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-PAYOFF-DUE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "PAYOFF SHORT LOAN=" LP-LOAN-ID
               "  AMOUNT=" WS-DISPLAY-AMOUNT
               "  DUE=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE
               INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD.

       WRITE-POSTED-LINE.
           MOVE LP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-LN-BALANCE(WS-MATCH-IDX) TO WS-DISPLAY-BALANCE
           END-STRING
           WRITE POSTING-REPORT-RECORD.

      *> A receipt against a charged-off loan is a recovery for
      *> the collections desk, not a payment to apply here.
       WRITE-RETIRED-LINE.
           MOVE LP-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-REPORT-RECORD
           IF WS-LN-STATUS(WS-MATCH-IDX) = "W"
               STRING "REJECTED LOAN=" LP-LOAN-ID
                   "  AMOUNT=" WS-DISPLAY-AMOUNT
                   "  REASON=LOAN CHARGED OFF"
                   DELIMITED BY SIZE
                   INTO POSTING-REPORT-RECORD
               END-STRING
           ELSE
               STRING "REJECTED LOAN=" LP-LOAN-ID
                   "  AMOUNT=" WS-DISPLAY-AMOUNT
                   "  REASON=LOAN ALREADY PAID OFF"
                   DELIMITED BY SIZE
                   INTO POSTING-REPORT-RECORD
               END-STRING
           END-IF
           WRITE POSTING-REPORT-RECORD.

       WRITE-PAID-OFF-LINE.
           STRING "LOANS PAID OFF THIS RUN=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD

           MOVE WS-PAYOFF-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "PAYOFF RECEIPTS APPLIED=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD

           MOVE WS-PAYOFF-SHORT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "PAYOFFS SHORT OF FIGURE=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD

           MOVE WS-REFUND-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REFUND-TOTAL TO WS-DISPLAY-BALANCE
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "OVERPAYMENT REFUNDS DUE=" WS-DISPLAY-COUNT
               "  TOTAL=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD

           MOVE WS-FEES-COLLECTED TO WS-DISPLAY-BALANCE
           MOVE SPACES TO POSTING-REPORT-RECORD
           STRING "LATE FEES COLLECTED=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO POSTING-REPORT-RECORD
           END-STRING
           WRITE POSTING-REPORT-RECORD.

       APPEND-LOAN-REGISTER.
           OPEN EXTEND LOAN-REGISTER-FILE
           IF WS-REGISTER-STATUS = "05" OR "35"
               OPEN OUTPUT LOAN-REGISTER-FILE
           END-IF
           MOVE SPACES TO LOAN-REGISTER-RECORD
           MOVE WS-RUN-DATE TO LR-RUN-DATE
           MOVE WS-POSTED-COUNT TO LR-RECEIPT-COUNT
           MOVE WS-PRINCIPAL-TOTAL TO LR-PRINCIPAL
           MOVE WS-INTEREST-TOTAL TO LR-INTEREST
           MOVE WS-FEES-COLLECTED TO LR-FEES
           MOVE WS-REFUND-TOTAL TO LR-REFUNDS
           WRITE LOAN-REGISTER-RECORD
           CLOSE LOAN-REGISTER-FILE.

      *> Only the servicing fields a receipt moves are put back;
      *> each loan is read by key first so the terms, and anything
      *> LOAN-MAINTENANCE has changed, stay as the master has them.
       REWRITE-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-LOAN-COUNT
               MOVE WS-LN-LOAN-ID(WS-SEARCH-IDX) TO LM-LOAN-ID
               READ LOAN-MASTER-FILE
                   KEY IS LM-LOAN-ID
                   INVALID KEY
                       DISPLAY "Loan " LM-LOAN-ID
                           " left the master during posting."
                   NOT INVALID KEY
                       MOVE WS-LN-BALANCE(WS-SEARCH-IDX) TO LM-BALANCE
                       MOVE WS-LN-PAID-COUNT(WS-SEARCH-IDX)
                           TO LM-PAID-COUNT
                       MOVE WS-LN-PAID-THROUGH(WS-SEARCH-IDX)
                           TO LM-PAID-THROUGH
                       MOVE WS-LN-STATUS(WS-SEARCH-IDX) TO LM-STATUS
                       MOVE WS-LN-FEE-BALANCE(WS-SEARCH-IDX)
                           TO LM-FEE-BALANCE
                       MOVE WS-LN-LAST-FEE-DUE(WS-SEARCH-IDX)
                           TO LM-LAST-FEE-DUE
                       REWRITE LOAN-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Error updating loan "
                                   LM-LOAN-ID " status "
                                   WS-MASTER-STATUS
                       END-REWRITE
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

