      *> mapping is reported and left unposted; a negative total
      *> posts with the accounts swapped so the file always loads
      *> as unsigned debits and credits.
      *> Freight credit memos dated the posting date (type C records
      *> on the invoice register) post under their own source,
      *> FREIGHT-CR, whose mapping carries the reversing account
      *> pair - debit freight revenue, credit receivables.
      *> Fuel surcharges billed on top of the band charges post
      *> under their own source, FUEL, so surcharge revenue lands
      *> in its own account rather than inside freight revenue.
      *> A shipment voided before it was invoiced had its charge
      *> and surcharge posted on its run date but will never be
      *> billed; those voids, dated the posting date, post under
      *> FREIGHT-VOID with a reversing account pair. A void after
      *> invoicing is reversed by its credit memo under FREIGHT-CR.
      *> An unbilled shipment repriced down by DISPUTE-RESOLUTION
      *> after its run date was posted leaves the fall on
      *> freight_reprice_register.dat; those dated the posting date
      *> post under FREIGHT-ADJ, reversing like FREIGHT-VOID.
      *> The loan book posts too: principal of loans CALCULATOR
      *> booked on the posting date under LOAN-NEW, and the split
      *> of each LOAN-PAYMENT-POSTING run dated the posting date
      *> (loan_posting_register.dat) under LOAN-PRIN, LOAN-INT,
      *> LOAN-FEE and LOAN-REFUND - the overpayment owed back -
      *> and balances LOAN-MAINTENANCE charged off on the posting
      *> date under LOAN-CHGOFF. On the last posting date of a
      *> month - the one whose next business day falls in a new
      *> month - interest earned on every active loan from its
      *> paid-through date to the calendar month end posts as
      *> LOAN-ACCRUAL and is recorded in loan_accrual_register.dat;
      *> on the first posting date of the next month that amount
      *> posts back with the accounts swapped, so the accrual lives
      *> only over the month end and the interest lands for real
      *> when it is received.
      *> Every leg written is also kept in gl_posting_history.dat,
      *> a rerun replacing that date's legs, so the loan proof can
      *> carry a ledger balance forward from one month to the next.
      *> Nothing posts into an accounting month PERIOD-CONTROL has
      *> closed: the run is refused and journaled, so a late rerun
      *> cannot change books already signed off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-REG-STATUS.

           SELECT REPRICE-REGISTER-FILE ASSIGN TO
                   "freight_reprice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRICE-REG-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT LOAN-REGISTER-FILE ASSIGN TO
                   "loan_posting_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-REGISTER-STATUS.

           SELECT ACCRUAL-REGISTER-FILE ASSIGN TO
                   "loan_accrual_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "gl_posting_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GL-HISTORY-WORK-FILE ASSIGN TO
                   "gl_posting_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-WORK-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "gl_account_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
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

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           05 FILLER             PIC X(1).
           05 BR-FORCED-FLAG     PIC X(1).

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

      *> One A record per month-end accrual run and one R record
      *> when it is reversed, each with the posting date it went
      *> out under. A rerun of the month end appends a fresh A
      *> record and the last one for the month end is the one
      *> reversed.
       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REGISTER-RECORD.
           05 AR-MONTH-END       PIC 9(8).
           05 FILLER             PIC X(1).
           05 AR-LOAN-COUNT      PIC 9(6).
           05 FILLER             PIC X(1).
           05 AR-AMOUNT          PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-ENTRY-TYPE      PIC X(1).
               88 AR-IS-REVERSAL     VALUE "R".
           05 FILLER             PIC X(1).
           05 AR-POST-DATE       PIC 9(8).

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05 GLH-POST-DATE      PIC 9(8).
           05 GLH-REST           PIC X(38).

       FD  GL-HISTORY-WORK-FILE.
       01  GL-HISTORY-WORK-RECORD PIC X(46).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05 GLM-SOURCE         PIC X(12).
           01 WS-REGISTER-STATUS PIC X(02).
               88 REGISTER-FILE-OK      VALUE "00".
               88 REGISTER-END-OF-FILE  VALUE "10".
           01 WS-INVOICE-REG-STATUS PIC X(02).
               88 INVOICE-REG-OK          VALUE "00".
               88 INVOICE-REG-END-OF-FILE VALUE "10".
           01 WS-REPRICE-REG-STATUS PIC X(02).
               88 REPRICE-REG-OK          VALUE "00".
               88 REPRICE-REG-END-OF-FILE VALUE "10".
           01 WS-MAP-STATUS      PIC X(02).
               88 MAP-FILE-OK      VALUE "00".
               88 MAP-END-OF-FILE  VALUE "10".
           01 WS-POSTING-STATUS  PIC X(02).
               88 POSTING-FILE-OK      VALUE "00".
               88 POSTING-END-OF-FILE  VALUE "10".
           01 WS-LOAN-MASTER-STATUS PIC X(02).
               88 LOAN-MASTER-OK          VALUE "00".
               88 LOAN-MASTER-END-OF-FILE VALUE "10".
           01 WS-LOAN-REGISTER-STATUS PIC X(02).
               88 LOAN-REGISTER-OK          VALUE "00".
               88 LOAN-REGISTER-END-OF-FILE VALUE "10".
           01 WS-ACCRUAL-STATUS  PIC X(02).
               88 ACCRUAL-FILE-OK      VALUE "00".
               88 ACCRUAL-END-OF-FILE  VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK      VALUE "00".
               88 HISTORY-END-OF-FILE  VALUE "10".
           01 WS-HISTORY-WORK-STATUS PIC X(02).
               88 HISTORY-WORK-OK          VALUE "00".
               88 HISTORY-WORK-END-OF-FILE VALUE "10".
           01 WS-SUMMARY-STATUS  PIC X(02).

           01 WS-POST-DATE-IN    PIC X(8).
           01 WS-POST-DATE       PIC 9(8).
           01 WS-POST-DATE-PARTS REDEFINES WS-POST-DATE.
               05 WS-POST-YEAR   PIC 9(4).
               05 WS-POST-MONTH  PIC 99.
               05 WS-POST-DAY    PIC 99.
           01 WS-POST-DATE-SOURCE PIC X(1).
           01 WS-PERIOD-STATUS   PIC X(7).
           01 WS-OPEN-DATE       PIC 9(8).

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "GL-POSTING".
           01 WS-JRN-OPERATOR    PIC X(30) VALUE "BATCH".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

           01 WS-MAP-TABLE-MAX   PIC 9(2) VALUE 20.
           01 WS-MAP-COUNT       PIC 9(2) VALUE 0.

           01 WS-FREIGHT-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-FREIGHT-COUNT   PIC 9(6) VALUE 0.
           01 WS-FUEL-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-FUEL-COUNT      PIC 9(6) VALUE 0.
           01 WS-VOID-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-VOID-COUNT      PIC 9(6) VALUE 0.
           01 WS-REPRICE-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-REPRICE-COUNT   PIC 9(6) VALUE 0.
           01 WS-CREDIT-MEMO-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-CREDIT-MEMO-COUNT PIC 9(6) VALUE 0.
           01 WS-CALC-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-CALC-BATCHES    PIC 9(4) VALUE 0.

      *> Loan book totals for the posting date.
           01 WS-LOAN-NEW-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LOAN-NEW-COUNT  PIC 9(6) VALUE 0.
           01 WS-LOAN-PRIN-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LOAN-INT-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LOAN-FEE-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LOAN-REFUND-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LOAN-RECEIPTS   PIC 9(6) VALUE 0.
           01 WS-LOAN-CHGOFF-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LOAN-CHGOFF-COUNT PIC 9(6) VALUE 0.

      *> Month-end accrual: per-diem interest at the booked rate
      *> over a 365-day year, the same figure a payoff quote uses.
           01 WS-DATE-INTEGER    PIC S9(9) COMP.
           01 WS-NEXT-BUSDAY     PIC 9(8).
           01 WS-MONTH-START     PIC 9(8).
           01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
               05 WS-MONTH-START-YM  PIC 9(6).
               05 WS-MONTH-START-DAY PIC 99.
           01 WS-ACCRUAL-END     PIC 9(8).
           01 WS-PRIOR-MONTH-END PIC 9(8) VALUE 0.
           01 WS-PRIOR-ACCRUAL   PIC 9(9)V99 VALUE 0.
           01 WS-PRIOR-LOANS     PIC 9(6) VALUE 0.
           01 WS-REVERSED-FLAG   PIC X(1) VALUE "N".
               88 ACCRUAL-ALREADY-REVERSED VALUE "Y".
           01 WS-REVERSAL-LOGGED-FLAG PIC X(1) VALUE "N".
               88 REVERSAL-ALREADY-LOGGED  VALUE "Y".
           01 WS-BUSDAY-FUNCTION PIC X(1).
           01 WS-BUSDAY-COUNT    PIC S9(4) VALUE 0.
           01 WS-BUSDAY-STATUS   PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4) VALUE SPACES.
           01 WS-INTEREST-FROM   PIC 9(8).
           01 WS-ACCRUAL-DAYS    PIC S9(5) COMP-3.
           01 WS-PER-DIEM        PIC S9(7)V9(6) COMP-3.
           01 WS-LOAN-ACCRUAL    PIC S9(7)V99 COMP-3.
           01 WS-ACCRUAL-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-ACCRUAL-COUNT   PIC 9(6) VALUE 0.
           01 WS-REVERSAL-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-MONTH-END-FLAG  PIC X(1) VALUE "N".
               88 POSTING-IS-MONTH-END  VALUE "Y".
           01 WS-REVERSAL-FLAG   PIC X(1) VALUE "N".
               88 ACCRUAL-WAS-FOUND     VALUE "Y".

           01 WS-POST-SOURCE     PIC X(12).
           01 WS-POST-AMOUNT     PIC S9(11)V99 COMP-3.
           01 WS-ABS-AMOUNT      PIC 9(11)V99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- General Ledger Posting ---".
           DISPLAY "Posting date YYYYMMDD (blank = processing "
               "date): ".
           ACCEPT WS-POST-DATE-IN.
           IF WS-POST-DATE-IN = SPACES
               CALL "PROCESSING-DATE" USING WS-POST-DATE
                   WS-POST-DATE-SOURCE
           ELSE
               IF WS-POST-DATE-IN NOT NUMERIC
                   DISPLAY "Posting date must be numeric YYYYMMDD."
               MOVE WS-POST-DATE-IN TO WS-POST-DATE
           END-IF.

           CALL "PERIOD-CHECK" USING WS-POST-DATE WS-PERIOD-STATUS
               WS-OPEN-DATE.
           IF WS-PERIOD-STATUS = "CLOSED"
               DISPLAY "Posting date " WS-POST-DATE " falls in "
                   "closed accounting period " WS-POST-DATE(1:6)
                   " - nothing posted."
               DISPLAY "The first open period starts "
                   WS-OPEN-DATE "."
               MOVE "PERIOD-BLOCK" TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-KEY-VALUES
               STRING "DATE=" WS-POST-DATE
                   " PERIOD=" WS-POST-DATE(1:6) " CLOSED"
                   DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
               END-STRING
               CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
                   WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> With no account map the step stands aside like the other
      *> parameter-driven checks do - the night runs on, but the
      *> warning level keeps the unposted books in front of the
           END-IF.

           PERFORM TOTAL-FREIGHT-CHARGES.
           PERFORM TOTAL-CREDIT-MEMOS.
           PERFORM TOTAL-REPRICE-ADJUSTMENTS.
           PERFORM TOTAL-CALCULATOR-BATCHES.
           PERFORM TOTAL-LOAN-ACTIVITY.
           PERFORM TOTAL-LOAN-ACCRUAL.

           OPEN OUTPUT GL-POSTING-FILE.
           OPEN OUTPUT POSTING-SUMMARY-FILE.
               MOVE WS-FREIGHT-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-FUEL-TOTAL NOT = 0
               MOVE "FUEL" TO WS-POST-SOURCE
               MOVE WS-FUEL-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-VOID-TOTAL NOT = 0
               MOVE "FREIGHT-VOID" TO WS-POST-SOURCE
               MOVE WS-VOID-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-REPRICE-TOTAL NOT = 0
               MOVE "FREIGHT-ADJ" TO WS-POST-SOURCE
               MOVE WS-REPRICE-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-CREDIT-MEMO-TOTAL NOT = 0
               MOVE "FREIGHT-CR" TO WS-POST-SOURCE
               MOVE WS-CREDIT-MEMO-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-CALC-TOTAL NOT = 0
               MOVE "CALCULATOR" TO WS-POST-SOURCE
               MOVE WS-CALC-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-LOAN-NEW-TOTAL NOT = 0
               MOVE "LOAN-NEW" TO WS-POST-SOURCE
               MOVE WS-LOAN-NEW-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-LOAN-PRIN-TOTAL NOT = 0
               MOVE "LOAN-PRIN" TO WS-POST-SOURCE
               MOVE WS-LOAN-PRIN-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-LOAN-INT-TOTAL NOT = 0
               MOVE "LOAN-INT" TO WS-POST-SOURCE
               MOVE WS-LOAN-INT-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-LOAN-FEE-TOTAL NOT = 0
               MOVE "LOAN-FEE" TO WS-POST-SOURCE
               MOVE WS-LOAN-FEE-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-LOAN-REFUND-TOTAL NOT = 0
               MOVE "LOAN-REFUND" TO WS-POST-SOURCE
               MOVE WS-LOAN-REFUND-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-LOAN-CHGOFF-TOTAL NOT = 0
               MOVE "LOAN-CHGOFF" TO WS-POST-SOURCE
               MOVE WS-LOAN-CHGOFF-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-REVERSAL-TOTAL NOT = 0
               MOVE "LOAN-ACCRUAL" TO WS-POST-SOURCE
               COMPUTE WS-POST-AMOUNT = 0 - WS-REVERSAL-TOTAL
               PERFORM POST-ONE-SOURCE
           END-IF.
           IF WS-ACCRUAL-TOTAL NOT = 0
               MOVE "LOAN-ACCRUAL" TO WS-POST-SOURCE
               MOVE WS-ACCRUAL-TOTAL TO WS-POST-AMOUNT
               PERFORM POST-ONE-SOURCE
           END-IF.

           PERFORM WRITE-POSTING-SUMMARY.
           CLOSE GL-POSTING-FILE.
           CLOSE POSTING-SUMMARY-FILE.
           PERFORM UPDATE-POSTING-HISTORY.

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "GL POSTING OUT OF BALANCE - see "
                               ADD SM-CHARGE TO WS-FREIGHT-TOTAL
                               ADD 1 TO WS-FREIGHT-COUNT
                           END-IF
                           IF SM-RUN-DATE = WS-POST-DATE
                               AND SM-FUEL-CHARGE > 0
                               ADD SM-FUEL-CHARGE TO WS-FUEL-TOTAL
                               ADD 1 TO WS-FUEL-COUNT
                           END-IF
                           IF SHIPMENT-IS-VOID
                               AND SM-VOID-DATE = WS-POST-DATE
                               AND SM-INVOICE-NO = 0
                               AND SM-CHARGE > 0
                               ADD SM-CHARGE SM-FUEL-CHARGE
                                   TO WS-VOID-TOTAL
                               ADD 1 TO WS-VOID-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-MASTER
                   WS-MASTER-STATUS ") - no freight postings."
           END-IF.

       TOTAL-CREDIT-MEMOS.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF INVOICE-REG-OK
               PERFORM UNTIL INVOICE-REG-END-OF-FILE
                   READ INVOICE-REGISTER-FILE
                       AT END
                           SET INVOICE-REG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF IR-RECORD-TYPE = "C"
                               AND IR-INVOICE-DATE = WS-POST-DATE
                               ADD IR-TOTAL-CHARGE
                                   TO WS-CREDIT-MEMO-TOTAL
                               ADD 1 TO WS-CREDIT-MEMO-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       TOTAL-REPRICE-ADJUSTMENTS.
           OPEN INPUT REPRICE-REGISTER-FILE
           IF REPRICE-REG-OK
               PERFORM UNTIL REPRICE-REG-END-OF-FILE
                   READ REPRICE-REGISTER-FILE
                       AT END
                           SET REPRICE-REG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RP-REPRICE-DATE = WS-POST-DATE
                               AND RP-REDUCTION > 0
                               ADD RP-REDUCTION TO WS-REPRICE-TOTAL
                               ADD 1 TO WS-REPRICE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPRICE-REGISTER-FILE
           END-IF.

       TOTAL-CALCULATOR-BATCHES.
           OPEN INPUT BATCH-REGISTER-FILE
           IF REGISTER-FILE-OK
               CLOSE BATCH-REGISTER-FILE
           END-IF.

      *> New loans are read straight off the loan master by booking
      *> date, charge-offs by write-off date; receipts come from the
      *> posting runs registered for the date.
       TOTAL-LOAN-ACTIVITY.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-OK
               PERFORM UNTIL LOAN-MASTER-END-OF-FILE
                   READ LOAN-MASTER-FILE NEXT
                       AT END
                           SET LOAN-MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF LM-BOOK-DATE = WS-POST-DATE
                               ADD LM-PRINCIPAL TO WS-LOAN-NEW-TOTAL
                               ADD 1 TO WS-LOAN-NEW-COUNT
                           END-IF
                           IF LM-STATUS = "W"
                                   AND LM-WRITEOFF-DATE = WS-POST-DATE
                               ADD LM-WRITTEN-OFF
                                   TO WS-LOAN-CHGOFF-TOTAL
                               ADD 1 TO WS-LOAN-CHGOFF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF

           OPEN INPUT LOAN-REGISTER-FILE
           IF LOAN-REGISTER-OK
               PERFORM UNTIL LOAN-REGISTER-END-OF-FILE
                   READ LOAN-REGISTER-FILE
                       AT END
                           SET LOAN-REGISTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF LR-RUN-DATE = WS-POST-DATE
                               ADD LR-PRINCIPAL TO WS-LOAN-PRIN-TOTAL
                               ADD LR-INTEREST TO WS-LOAN-INT-TOTAL
                               ADD LR-FEES TO WS-LOAN-FEE-TOTAL
                               ADD LR-REFUNDS
                                   TO WS-LOAN-REFUND-TOTAL
                               ADD LR-RECEIPT-COUNT
                                   TO WS-LOAN-RECEIPTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-REGISTER-FILE
           END-IF.

      *> The posting date follows the business-day processing date,
      *> so a month's last calendar day or its 1st may never be a
      *> posting date. The last posting date of a month - its next
      *> business day, through EVEN-DAY-BUSDAY as NIGHTLY-DRIVER
      *> rolls the date, is in a new month - accrues interest to
      *> the calendar month end. Any posting date after a month end
      *> reverses that month end's accrual if no earlier posting
      *> date has, so the first posting date of the new month
      *> always does.
       TOTAL-LOAN-ACCRUAL.
           PERFORM FIND-ACCRUAL-TO-REVERSE
           MOVE "N" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-POST-DATE WS-BUSDAY-COUNT WS-NEXT-BUSDAY
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS NOT = "0"
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-POST-DATE) + 1
               COMPUTE WS-NEXT-BUSDAY =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF
           IF WS-NEXT-BUSDAY(1:6) NOT = WS-POST-DATE(1:6)
               MOVE WS-NEXT-BUSDAY TO WS-MONTH-START
               MOVE 1 TO WS-MONTH-START-DAY
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
               COMPUTE WS-ACCRUAL-END =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE "Y" TO WS-MONTH-END-FLAG
               PERFORM ACCRUE-LOAN-INTEREST
           END-IF.

       ACCRUE-LOAN-INTEREST.
           OPEN INPUT LOAN-MASTER-FILE
           IF NOT LOAN-MASTER-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOAN-MASTER-END-OF-FILE
               READ LOAN-MASTER-FILE NEXT
                   AT END
                       SET LOAN-MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LM-STATUS = "A"
                           PERFORM ACCRUE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE

           OPEN EXTEND ACCRUAL-REGISTER-FILE
           IF WS-ACCRUAL-STATUS = "05" OR "35"
               OPEN OUTPUT ACCRUAL-REGISTER-FILE
           END-IF
           MOVE SPACES TO ACCRUAL-REGISTER-RECORD
           MOVE WS-ACCRUAL-END TO AR-MONTH-END
           MOVE WS-ACCRUAL-COUNT TO AR-LOAN-COUNT
           MOVE WS-ACCRUAL-TOTAL TO AR-AMOUNT
           MOVE "A" TO AR-ENTRY-TYPE
           MOVE WS-POST-DATE TO AR-POST-DATE
           WRITE ACCRUAL-REGISTER-RECORD
           CLOSE ACCRUAL-REGISTER-FILE.

      *> Interest runs from the paid-through date, or the booking
      *> date on a loan with nothing paid yet.
       ACCRUE-ONE-LOAN.
           IF LM-PAID-THROUGH = 0
               MOVE LM-BOOK-DATE TO WS-INTEREST-FROM
           ELSE
               MOVE LM-PAID-THROUGH TO WS-INTEREST-FROM
           END-IF
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-END)
               - FUNCTION INTEGER-OF-DATE(WS-INTEREST-FROM)
           IF WS-ACCRUAL-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PER-DIEM ROUNDED =
               LM-BALANCE * LM-ANNUAL-RATE / 36500
           COMPUTE WS-LOAN-ACCRUAL ROUNDED =
               WS-PER-DIEM * WS-ACCRUAL-DAYS
           ADD WS-LOAN-ACCRUAL TO WS-ACCRUAL-TOTAL
           ADD 1 TO WS-ACCRUAL-COUNT.

      *> The register is in posting order, so the latest month end
      *> before the posting date is the last one met. It stands
      *> reversed once an R record for it went out under an earlier
      *> posting date; an R record under this posting date is this
      *> night's own, from a run being repeated, and is reversed
      *> again without a second R record.
       FIND-ACCRUAL-TO-REVERSE.
           OPEN INPUT ACCRUAL-REGISTER-FILE
           IF NOT ACCRUAL-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCRUAL-END-OF-FILE
               READ ACCRUAL-REGISTER-FILE
                   AT END
                       SET ACCRUAL-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ACCRUAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-REGISTER-FILE

           IF WS-PRIOR-MONTH-END = 0 OR ACCRUAL-ALREADY-REVERSED
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-REVERSAL-FLAG
           MOVE WS-PRIOR-ACCRUAL TO WS-REVERSAL-TOTAL
           IF REVERSAL-ALREADY-LOGGED
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ACCRUAL-REGISTER-FILE
           IF WS-ACCRUAL-STATUS = "05" OR "35"
               OPEN OUTPUT ACCRUAL-REGISTER-FILE
           END-IF
           MOVE SPACES TO ACCRUAL-REGISTER-RECORD
           MOVE WS-PRIOR-MONTH-END TO AR-MONTH-END
           MOVE WS-PRIOR-LOANS TO AR-LOAN-COUNT
           MOVE WS-PRIOR-ACCRUAL TO AR-AMOUNT
           MOVE "R" TO AR-ENTRY-TYPE
           MOVE WS-POST-DATE TO AR-POST-DATE
           WRITE ACCRUAL-REGISTER-RECORD
           CLOSE ACCRUAL-REGISTER-FILE.

       CHECK-ONE-ACCRUAL-ENTRY.
           IF AR-MONTH-END NOT < WS-POST-DATE
               EXIT PARAGRAPH
           END-IF
           IF AR-IS-REVERSAL
               IF AR-MONTH-END = WS-PRIOR-MONTH-END
                   IF AR-POST-DATE = WS-POST-DATE
                       MOVE "Y" TO WS-REVERSAL-LOGGED-FLAG
                   ELSE
                       MOVE "Y" TO WS-REVERSED-FLAG
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AR-MONTH-END > WS-PRIOR-MONTH-END
               MOVE "N" TO WS-REVERSED-FLAG
               MOVE "N" TO WS-REVERSAL-LOGGED-FLAG
           END-IF
           IF AR-MONTH-END NOT < WS-PRIOR-MONTH-END
               MOVE AR-MONTH-END TO WS-PRIOR-MONTH-END
               MOVE AR-AMOUNT TO WS-PRIOR-ACCRUAL
               MOVE AR-LOAN-COUNT TO WS-PRIOR-LOANS
           END-IF.

      *> History keeps every leg ever sent to the ledger. The legs
      *> already held for this posting date are dropped first, so a
      *> rerun of the night replaces them rather than doubling them.
       UPDATE-POSTING-HISTORY.
           OPEN OUTPUT GL-HISTORY-WORK-FILE
           OPEN INPUT GL-HISTORY-FILE
           IF HISTORY-FILE-OK
               PERFORM UNTIL HISTORY-END-OF-FILE
                   READ GL-HISTORY-FILE
                       AT END
                           SET HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
                           IF GLH-POST-DATE NOT = WS-POST-DATE
                               MOVE GL-HISTORY-RECORD
                                   TO GL-HISTORY-WORK-RECORD
                               WRITE GL-HISTORY-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF
           CLOSE GL-HISTORY-WORK-FILE

           OPEN OUTPUT GL-HISTORY-FILE
           OPEN INPUT GL-HISTORY-WORK-FILE
           PERFORM UNTIL HISTORY-WORK-END-OF-FILE
               READ GL-HISTORY-WORK-FILE
                   AT END
                       SET HISTORY-WORK-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE GL-HISTORY-WORK-RECORD
                           TO GL-HISTORY-RECORD
                       WRITE GL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-WORK-FILE

           OPEN INPUT GL-POSTING-FILE
           PERFORM UNTIL POSTING-END-OF-FILE
               READ GL-POSTING-FILE
                   AT END
                       SET POSTING-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE GL-POSTING-RECORD TO GL-HISTORY-RECORD
                       WRITE GL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-POSTING-FILE
           CLOSE GL-HISTORY-FILE.

       POST-ONE-SOURCE.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCH-IDX
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-FUEL-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-FUEL-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "FUEL SURCHARGE SHIPMENTS=" WS-DISPLAY-COUNT
               "  SURCHARGES=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-VOID-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-VOID-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "UNBILLED SHIPMENTS VOIDED=" WS-DISPLAY-COUNT
               "  REVERSED=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-REPRICE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-REPRICE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "UNBILLED SHIPMENTS REPRICED=" WS-DISPLAY-COUNT
               "  REVERSED=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-CREDIT-MEMO-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CREDIT-MEMO-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "FREIGHT CREDIT MEMOS=" WS-DISPLAY-COUNT
               "  CREDITS=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-CALC-BATCHES TO WS-DISPLAY-COUNT
           MOVE WS-CALC-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-LOAN-NEW-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-LOAN-NEW-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "LOANS BOOKED=" WS-DISPLAY-COUNT
               "  PRINCIPAL=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-LOAN-RECEIPTS TO WS-DISPLAY-COUNT
           MOVE WS-LOAN-PRIN-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "LOAN RECEIPTS=" WS-DISPLAY-COUNT
               "  PRINCIPAL=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-LOAN-INT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "LOAN INTEREST RECEIVED=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-LOAN-FEE-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "LOAN LATE FEES RECEIVED=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-LOAN-REFUND-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "LOAN OVERPAYMENTS OWED BACK=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           MOVE WS-LOAN-CHGOFF-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-LOAN-CHGOFF-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "LOANS CHARGED OFF=" WS-DISPLAY-COUNT
               "  BALANCE=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
           END-STRING
           WRITE POSTING-SUMMARY-RECORD

           IF ACCRUAL-WAS-FOUND
               MOVE WS-REVERSAL-TOTAL TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO POSTING-SUMMARY-RECORD
               STRING "LOAN ACCRUAL REVERSED FOR " WS-PRIOR-MONTH-END
                   "=" WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
               END-STRING
               WRITE POSTING-SUMMARY-RECORD
           END-IF

           IF POSTING-IS-MONTH-END
               MOVE WS-ACCRUAL-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-ACCRUAL-TOTAL TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO POSTING-SUMMARY-RECORD
               STRING "MONTH-END LOAN ACCRUAL TO " WS-ACCRUAL-END
                   "  LOANS=" WS-DISPLAY-COUNT
                   "  INTEREST=" WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO POSTING-SUMMARY-RECORD
               END-STRING
               WRITE POSTING-SUMMARY-RECORD
           END-IF

           MOVE WS-DEBIT-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO POSTING-SUMMARY-RECORD
           STRING "TOTAL DEBITS=" WS-DISPLAY-AMOUNT
