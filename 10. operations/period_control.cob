       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CONTROL.
       AUTHOR. FILIP JANJESIC.
      *> Supervisor screen over the accounting period control file,
      *> accounting_periods.dat. Each accounting month (YYYYMM) is
      *> OPEN, CLOSING or CLOSED; every change is a new line and the
      *> latest line for a month is its standing, so the file is
      *> also the history of who opened, closed and reopened what.
      *> A month never set here is open. The posting programs ask
      *> the shared PERIOD-CHECK routine how a month stands before
      *> they post into it: GL-POSTING refuses a closed month,
      *> FREIGHT-INVOICING and LOAN-PAYMENT-POSTING roll forward to
      *> the first open one.
      *> Closing a month is a check as well as a status change. The
      *> close is refused while
      *>   - a batch dated in the month has not reached the ledger:
      *>     a calculator batch (calc_batch_register.dat), a loan
      *>     posting run (loan_posting_register.dat), a freight
      *>     credit memo (invoice_register.dat) or an unbilled
      *>     freight reprice (freight_reprice_register.dat) with no
      *>     leg for its source on its date in
      *>     gl_posting_history.dat,
      *>   - a day's activity on the masters has no leg: freight or
      *>     fuel charged on shipments run that day, unbilled voids
      *>     by void date (shipment_master.dat), loans booked or
      *>     written off that day (loan_master.dat) - counted once
      *>     per date and source, however many records share it, or
      *>   - a cross-balance alert is still open on the alert
      *>     console (ALERT-STATUS, subsystem CROSS-BAL).
      *> Every status change and every refused close is journaled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO
                   "calc_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT LOAN-REGISTER-FILE ASSIGN TO
                   "loan_posting_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-REGISTER-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-REG-STATUS.

           SELECT REPRICE-REGISTER-FILE ASSIGN TO
                   "freight_reprice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRICE-REG-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "gl_posting_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 AP-PERIOD          PIC 9(6).
           05 FILLER             PIC X(1).
           05 AP-STATUS          PIC X(7).
           05 FILLER             PIC X(1).
           05 AP-ACTION-STAMP    PIC 9(14).
           05 FILLER             PIC X(1).
           05 AP-OPERATOR        PIC X(20).
           05 FILLER             PIC X(1).
           05 AP-NOTE            PIC X(40).

       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-RECORD.
           05 BR-BATCH-ID        PIC X(8).
           05 FILLER             PIC X(1).
           05 BR-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 BR-TRANS-COUNT     PIC 9(6).
           05 FILLER             PIC X(1).
           05 BR-GRAND-TOTAL     PIC S9(9)V99 SIGN IS
                                  LEADING SEPARATE.
           05 FILLER             PIC X(1).
           05 BR-FORCED-FLAG     PIC X(1).

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

      *> The legs GL-POSTING has written, kept by posting date.
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05 GLH-POST-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 GLH-ACCOUNT        PIC X(8).
           05 FILLER             PIC X(1).
           05 GLH-DC-FLAG        PIC X(1).
           05 FILLER             PIC X(1).
           05 GLH-AMOUNT         PIC 9(11)V99.
           05 FILLER             PIC X(1).
           05 GLH-SOURCE         PIC X(12).

       WORKING-STORAGE SECTION.
           01 WS-PERIOD-STATUS   PIC X(02).
               88 PERIOD-FILE-OK       VALUE "00".
               88 PERIOD-END-OF-FILE   VALUE "10".
           01 WS-REGISTER-STATUS PIC X(02).
               88 REGISTER-FILE-OK     VALUE "00".
               88 REGISTER-END-OF-FILE VALUE "10".
           01 WS-LOAN-REGISTER-STATUS PIC X(02).
               88 LOAN-REGISTER-OK          VALUE "00".
               88 LOAN-REGISTER-END-OF-FILE VALUE "10".
           01 WS-INVOICE-REG-STATUS PIC X(02).
               88 INVOICE-REG-OK          VALUE "00".
               88 INVOICE-REG-END-OF-FILE VALUE "10".
           01 WS-REPRICE-REG-STATUS PIC X(02).
               88 REPRICE-REG-OK          VALUE "00".
               88 REPRICE-REG-END-OF-FILE VALUE "10".
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK            VALUE "00".
               88 MASTER-END-OF-FILE   VALUE "10".
           01 WS-LOAN-MASTER-STATUS PIC X(02).
               88 LOAN-MASTER-OK          VALUE "00".
               88 LOAN-MASTER-END-OF-FILE VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK      VALUE "00".
               88 HISTORY-END-OF-FILE  VALUE "10".

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 CONTROL-DONE         VALUE "Y".

           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1) VALUE 3.
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

      *> Latest standing per month, in the order first set.
           01 WS-PERIOD-MAX      PIC 9(3) VALUE 600.
           01 WS-PERIOD-COUNT    PIC 9(3) VALUE 0.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 WS-PT-PERIOD     PIC 9(6).
                   10 WS-PT-STATUS     PIC X(7).
                   10 WS-PT-STAMP      PIC 9(14).
                   10 WS-PT-OPERATOR   PIC X(20).
                   10 WS-PT-NOTE       PIC X(40).
           01 WS-PERIOD-IDX      PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).

           01 WS-PERIOD-INPUT    PIC X(6).
           01 WS-PICKED-PERIOD   PIC 9(6).
           01 WS-PICKED-PARTS REDEFINES WS-PICKED-PERIOD.
               05 WS-PICKED-YEAR     PIC 9(4).
               05 WS-PICKED-MONTH    PIC 9(2).
           01 WS-CURRENT-STATUS  PIC X(7).
           01 WS-NEW-STATUS      PIC X(7).
           01 WS-NOTE-INPUT      PIC X(40).
           01 WS-CONFIRM-ANSWER  PIC X(1).

      *> Ledger legs on file for the month being closed - one entry
      *> per posting date and source.
           01 WS-LEG-MAX         PIC 9(4) VALUE 2000.
           01 WS-LEG-COUNT       PIC 9(4) VALUE 0.
           01 WS-LEG-TABLE.
               05 WS-LEG-ENTRY OCCURS 2000 TIMES.
                   10 WS-LG-DATE       PIC 9(8).
                   10 WS-LG-SOURCE     PIC X(12).
           01 WS-LEG-IDX         PIC 9(4).
           01 WS-LEG-FOUND       PIC X(1).
               88 BATCH-IS-POSTED      VALUE "Y".
           01 WS-NEED-DATE       PIC 9(8).
           01 WS-NEED-SOURCE     PIC X(12).
           01 WS-UNPOSTED-COUNT  PIC 9(4).

      *> Master-fed dates and sources already reported missing, so
      *> a day of many shipments counts once.
           01 WS-MISSING-MAX     PIC 9(3) VALUE 200.
           01 WS-MISSING-COUNT   PIC 9(3) VALUE 0.
           01 WS-MISSING-TABLE.
               05 WS-MISSING-ENTRY OCCURS 200 TIMES.
                   10 WS-MS-DATE       PIC 9(8).
                   10 WS-MS-SOURCE     PIC X(12).
           01 WS-MISSING-IDX     PIC 9(3).
           01 WS-MISSING-FOUND   PIC X(1).
               88 MISSING-ALREADY-NOTED VALUE "Y".

      *> Open cross-balance alerts from the shared ALERT-STATUS
      *> routine, counted the way the alert console counts them.
           01 WS-CROSS-BAL-SUBSYSTEM PIC X(12) VALUE "CROSS-BAL".
           01 WS-ALERT-OPEN-COUNT PIC 9(5).
           01 WS-ALERT-ESCALATED PIC 9(5).
           01 WS-ALERT-HOURS     PIC 9(3).

           01 WS-NOW-STAMP       PIC 9(14).
           01 WS-DISPLAY-COUNT   PIC ZZZ9.

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "PERIOD-CTL".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Accounting Period Control ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - supervisor authority is "
                   "required to control accounting periods."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR

           PERFORM UNTIL CONTROL-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LIST-PERIODS
                   WHEN "2"
                       MOVE "OPEN" TO WS-NEW-STATUS
                       PERFORM SET-PERIOD-STATUS
                   WHEN "3"
                       MOVE "CLOSING" TO WS-NEW-STATUS
                       PERFORM SET-PERIOD-STATUS
                   WHEN "4"
                       PERFORM CLOSE-PERIOD
                   WHEN "5"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List periods".
           DISPLAY "2. Open or reopen a period".
           DISPLAY "3. Mark a period closing".
           DISPLAY "4. Close a period".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       LOAD-PERIODS.
           MOVE 0 TO WS-PERIOD-COUNT
           OPEN INPUT PERIOD-FILE
           IF NOT PERIOD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PERIOD-END-OF-FILE
               READ PERIOD-FILE
                   AT END
                       SET PERIOD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AP-PERIOD NUMERIC
                           PERFORM NOTE-ONE-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

       NOTE-ONE-PERIOD.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = AP-PERIOD
                   MOVE WS-PERIOD-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-MATCH-IDX
               MOVE AP-PERIOD TO WS-PT-PERIOD(WS-MATCH-IDX)
           END-IF
           MOVE AP-STATUS TO WS-PT-STATUS(WS-MATCH-IDX)
           MOVE AP-ACTION-STAMP TO WS-PT-STAMP(WS-MATCH-IDX)
           MOVE AP-OPERATOR TO WS-PT-OPERATOR(WS-MATCH-IDX)
           MOVE AP-NOTE TO WS-PT-NOTE(WS-MATCH-IDX).

       LIST-PERIODS.
           PERFORM LOAD-PERIODS
           IF WS-PERIOD-COUNT = 0
               DISPLAY "No periods set - every month is open."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD STATUS  SET            BY"
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               DISPLAY WS-PT-PERIOD(WS-PERIOD-IDX) " "
                   WS-PT-STATUS(WS-PERIOD-IDX) " "
                   WS-PT-STAMP(WS-PERIOD-IDX) " "
                   WS-PT-OPERATOR(WS-PERIOD-IDX)
               IF WS-PT-NOTE(WS-PERIOD-IDX) NOT = SPACES
                   DISPLAY "       " WS-PT-NOTE(WS-PERIOD-IDX)
               END-IF
           END-PERFORM
           DISPLAY "Months not listed are open.".

      *> Asks for the month and finds how it stands now.
       ASK-FOR-PERIOD.
           MOVE 0 TO WS-PICKED-PERIOD
           DISPLAY "Accounting month YYYYMM: "
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT NOT NUMERIC
               DISPLAY "Month must be YYYYMM."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-INPUT TO WS-PICKED-PERIOD
           IF WS-PICKED-MONTH < 1 OR WS-PICKED-MONTH > 12
               DISPLAY "Month must be YYYYMM."
               MOVE 0 TO WS-PICKED-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIODS
           MOVE "OPEN" TO WS-CURRENT-STATUS
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = WS-PICKED-PERIOD
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX)
                       TO WS-CURRENT-STATUS
               END-IF
           END-PERFORM
           DISPLAY "Period " WS-PICKED-PERIOD " is "
               WS-CURRENT-STATUS.

      *> Opening, reopening and marking closing. Reopening a closed
      *> month lets postings back into books already reported, so
      *> it needs a reason and a confirmation.
       SET-PERIOD-STATUS.
           PERFORM ASK-FOR-PERIOD
           IF WS-PICKED-PERIOD = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-STATUS = WS-NEW-STATUS
               DISPLAY "No change."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note (required to reopen a closed month): "
           ACCEPT WS-NOTE-INPUT
           IF WS-CURRENT-STATUS = "CLOSED"
               IF WS-NOTE-INPUT = SPACES
                   DISPLAY "Refused - reopening a closed month "
                       "needs a reason."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Reopen closed period " WS-PICKED-PERIOD
                   "? (Y/N): "
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y" AND NOT = "y"
                   DISPLAY "Period not changed."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM APPEND-PERIOD-RECORD
           IF WS-NEW-STATUS = "OPEN"
               MOVE "PERIOD-OPEN" TO WS-JRN-ACTION
           ELSE
               MOVE "PERIOD-CLSNG" TO WS-JRN-ACTION
           END-IF
           PERFORM JOURNAL-PERIOD-CHANGE
           DISPLAY "Period " WS-PICKED-PERIOD " is now "
               WS-NEW-STATUS.

       CLOSE-PERIOD.
           PERFORM ASK-FOR-PERIOD
           IF WS-PICKED-PERIOD = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-STATUS = "CLOSED"
               DISPLAY "Already closed."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNPOSTED-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM LOAD-MONTH-LEGS
           PERFORM CHECK-CALCULATOR-BATCHES
           PERFORM CHECK-LOAN-POSTING-RUNS
           PERFORM CHECK-CREDIT-MEMOS
           PERFORM CHECK-REPRICE-ADJUSTMENTS
           PERFORM CHECK-SHIPMENT-POSTINGS
           PERFORM CHECK-LOAN-MASTER-POSTINGS
           CALL "ALERT-STATUS" USING WS-CROSS-BAL-SUBSYSTEM
               WS-ALERT-OPEN-COUNT WS-ALERT-ESCALATED
               WS-ALERT-HOURS
           IF WS-ALERT-OPEN-COUNT > 0
               MOVE WS-ALERT-OPEN-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Open cross-balance alerts: "
                   WS-DISPLAY-COUNT " - resolve them on the alert "
                   "console first."
           END-IF

           IF WS-UNPOSTED-COUNT > 0 OR WS-ALERT-OPEN-COUNT > 0
               DISPLAY "Close refused - period " WS-PICKED-PERIOD
                   " left as it was."
               MOVE "CLOSE-REFUSE" TO WS-JRN-ACTION
               MOVE SPACES TO WS-JRN-KEY-VALUES
               STRING "PERIOD=" WS-PICKED-PERIOD
                   " UNPOSTED=" WS-UNPOSTED-COUNT
                   " XBAL-ALERTS=" WS-ALERT-OPEN-COUNT
                   DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
               END-STRING
               CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
                   WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Every batch in the month is posted and no "
               "cross-balance alert is open."
           DISPLAY "Note: "
           ACCEPT WS-NOTE-INPUT
           DISPLAY "Close period " WS-PICKED-PERIOD
               " - nothing more will post into it? (Y/N): "
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = "Y" AND NOT = "y"
               DISPLAY "Period not closed."
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WS-NEW-STATUS
           PERFORM APPEND-PERIOD-RECORD
           MOVE "PERIOD-CLOSE" TO WS-JRN-ACTION
           PERFORM JOURNAL-PERIOD-CHANGE
           DISPLAY "Period " WS-PICKED-PERIOD " is now CLOSED.".

       LOAD-MONTH-LEGS.
           MOVE 0 TO WS-LEG-COUNT
           OPEN INPUT GL-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ GL-HISTORY-FILE
                   AT END
                       SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GLH-POST-DATE(1:6) = WS-PERIOD-INPUT
                           MOVE GLH-POST-DATE TO WS-NEED-DATE
                           MOVE GLH-SOURCE TO WS-NEED-SOURCE
                           PERFORM FIND-MONTH-LEG
                           IF NOT BATCH-IS-POSTED
                                   AND WS-LEG-COUNT < WS-LEG-MAX
                               ADD 1 TO WS-LEG-COUNT
                               MOVE GLH-POST-DATE
                                   TO WS-LG-DATE(WS-LEG-COUNT)
                               MOVE GLH-SOURCE
                                   TO WS-LG-SOURCE(WS-LEG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

      *> A loan posting run reaches the ledger under whichever of
      *> the LOAN- sources its split produced, so for "LOAN-" any
      *> of them will do.
       FIND-MONTH-LEG.
           MOVE "N" TO WS-LEG-FOUND
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                   UNTIL WS-LEG-IDX > WS-LEG-COUNT
                   OR BATCH-IS-POSTED
               IF WS-LG-DATE(WS-LEG-IDX) = WS-NEED-DATE
                   IF WS-LG-SOURCE(WS-LEG-IDX) = WS-NEED-SOURCE
                       MOVE "Y" TO WS-LEG-FOUND
                   END-IF
                   IF WS-NEED-SOURCE = "LOAN-"
                           AND WS-LG-SOURCE(WS-LEG-IDX)(1:5) =
                               "LOAN-"
                       MOVE "Y" TO WS-LEG-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CALCULATOR-BATCHES.
           OPEN INPUT BATCH-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REGISTER-END-OF-FILE
               READ BATCH-REGISTER-FILE
                   AT END
                       SET REGISTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF BR-RUN-DATE(1:6) = WS-PERIOD-INPUT
                               AND BR-GRAND-TOTAL NOT = 0
                           MOVE BR-RUN-DATE TO WS-NEED-DATE
                           MOVE "CALCULATOR" TO WS-NEED-SOURCE
                           PERFORM FIND-MONTH-LEG
                           IF NOT BATCH-IS-POSTED
                               ADD 1 TO WS-UNPOSTED-COUNT
                               DISPLAY "Unposted calculator batch "
                                   BR-BATCH-ID " run " BR-RUN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-REGISTER-FILE.

       CHECK-LOAN-POSTING-RUNS.
           OPEN INPUT LOAN-REGISTER-FILE
           IF NOT LOAN-REGISTER-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOAN-REGISTER-END-OF-FILE
               READ LOAN-REGISTER-FILE
                   AT END
                       SET LOAN-REGISTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LR-RUN-DATE(1:6) = WS-PERIOD-INPUT
                               AND LR-RECEIPT-COUNT > 0
                           MOVE LR-RUN-DATE TO WS-NEED-DATE
                           MOVE "LOAN-" TO WS-NEED-SOURCE
                           PERFORM FIND-MONTH-LEG
                           IF NOT BATCH-IS-POSTED
                               ADD 1 TO WS-UNPOSTED-COUNT
                               DISPLAY "Unposted loan posting run "
                                   LR-RUN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-REGISTER-FILE.

       CHECK-CREDIT-MEMOS.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF NOT INVOICE-REG-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INVOICE-REG-END-OF-FILE
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET INVOICE-REG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF IR-RECORD-TYPE = "C"
                               AND IR-INVOICE-DATE(1:6) =
                                   WS-PERIOD-INPUT
                           MOVE IR-INVOICE-DATE TO WS-NEED-DATE
                           MOVE "FREIGHT-CR" TO WS-NEED-SOURCE
                           PERFORM FIND-MONTH-LEG
                           IF NOT BATCH-IS-POSTED
                               ADD 1 TO WS-UNPOSTED-COUNT
                               DISPLAY "Unposted credit memo "
                                   IR-INVOICE-NO " dated "
                                   IR-INVOICE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE.

       CHECK-REPRICE-ADJUSTMENTS.
           OPEN INPUT REPRICE-REGISTER-FILE
           IF NOT REPRICE-REG-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REPRICE-REG-END-OF-FILE
               READ REPRICE-REGISTER-FILE
                   AT END
                       SET REPRICE-REG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RP-REPRICE-DATE(1:6) = WS-PERIOD-INPUT
                               AND RP-REDUCTION > 0
                           MOVE RP-REPRICE-DATE TO WS-NEED-DATE
                           MOVE "FREIGHT-ADJ" TO WS-NEED-SOURCE
                           PERFORM FIND-MONTH-LEG
                           IF NOT BATCH-IS-POSTED
                               ADD 1 TO WS-UNPOSTED-COUNT
                               DISPLAY "Unposted reprice adjustment "
                                   RP-SHIP-ID " dated "
                                   RP-REPRICE-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPRICE-REGISTER-FILE.

      *> The same tests GL-POSTING applies when it totals the
      *> shipment master for a posting date.
       CHECK-SHIPMENT-POSTINGS.
           OPEN INPUT SHIPMENT-MASTER
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MASTER-END-OF-FILE
               READ SHIPMENT-MASTER NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-RUN-DATE(1:6) = WS-PERIOD-INPUT
                               AND SM-CHARGE > 0
                           MOVE SM-RUN-DATE TO WS-NEED-DATE
                           MOVE "FREIGHT" TO WS-NEED-SOURCE
                           PERFORM NOTE-MASTER-LEG
                       END-IF
                       IF SM-RUN-DATE(1:6) = WS-PERIOD-INPUT
                               AND SM-FUEL-CHARGE > 0
                           MOVE SM-RUN-DATE TO WS-NEED-DATE
                           MOVE "FUEL" TO WS-NEED-SOURCE
                           PERFORM NOTE-MASTER-LEG
                       END-IF
                       IF SHIPMENT-IS-VOID
                               AND SM-VOID-DATE(1:6) = WS-PERIOD-INPUT
                               AND SM-INVOICE-NO = 0
                               AND SM-CHARGE > 0
                           MOVE SM-VOID-DATE TO WS-NEED-DATE
                           MOVE "FREIGHT-VOID" TO WS-NEED-SOURCE
                           PERFORM NOTE-MASTER-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-MASTER.

      *> Loans booked and loans written off in the month, as
      *> GL-POSTING totals them from the loan master.
       CHECK-LOAN-MASTER-POSTINGS.
           OPEN INPUT LOAN-MASTER-FILE
           IF NOT LOAN-MASTER-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOAN-MASTER-END-OF-FILE
               READ LOAN-MASTER-FILE NEXT
                   AT END
                       SET LOAN-MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LM-BOOK-DATE(1:6) = WS-PERIOD-INPUT
                               AND LM-PRINCIPAL > 0
                           MOVE LM-BOOK-DATE TO WS-NEED-DATE
                           MOVE "LOAN-NEW" TO WS-NEED-SOURCE
                           PERFORM NOTE-MASTER-LEG
                       END-IF
                       IF LM-STATUS = "W"
                               AND LM-WRITEOFF-DATE(1:6) =
                                   WS-PERIOD-INPUT
                               AND LM-WRITTEN-OFF > 0
                           MOVE LM-WRITEOFF-DATE TO WS-NEED-DATE
                           MOVE "LOAN-CHGOFF" TO WS-NEED-SOURCE
                           PERFORM NOTE-MASTER-LEG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

      *> Counts WS-NEED-DATE / WS-NEED-SOURCE as unposted the first
      *> time a master record shows it with no leg on file.
       NOTE-MASTER-LEG.
           PERFORM FIND-MONTH-LEG
           IF BATCH-IS-POSTED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MISSING-FOUND
           PERFORM VARYING WS-MISSING-IDX FROM 1 BY 1
                   UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
                   OR MISSING-ALREADY-NOTED
               IF WS-MS-DATE(WS-MISSING-IDX) = WS-NEED-DATE
                       AND WS-MS-SOURCE(WS-MISSING-IDX) =
                           WS-NEED-SOURCE
                   MOVE "Y" TO WS-MISSING-FOUND
               END-IF
           END-PERFORM
           IF MISSING-ALREADY-NOTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNPOSTED-COUNT
           DISPLAY "Unposted " WS-NEED-SOURCE " day " WS-NEED-DATE
           IF WS-MISSING-COUNT < WS-MISSING-MAX
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-NEED-DATE TO WS-MS-DATE(WS-MISSING-COUNT)
               MOVE WS-NEED-SOURCE TO WS-MS-SOURCE(WS-MISSING-COUNT)
           END-IF.

       APPEND-PERIOD-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIOD-STATUS = "05" OR "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           MOVE SPACES TO PERIOD-RECORD
           MOVE WS-PICKED-PERIOD TO AP-PERIOD
           MOVE WS-NEW-STATUS TO AP-STATUS
           MOVE WS-NOW-STAMP TO AP-ACTION-STAMP
           MOVE WS-SIGNON-ID TO AP-OPERATOR
           MOVE WS-NOTE-INPUT TO AP-NOTE
           WRITE PERIOD-RECORD
           CLOSE PERIOD-FILE.

       JOURNAL-PERIOD-CHANGE.
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "PERIOD=" WS-PICKED-PERIOD
               " FROM=" WS-CURRENT-STATUS
               " TO=" WS-NEW-STATUS
               DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM PERIOD-CONTROL.
