       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-APPLICATION.
       AUTHOR. FILIP JANJESIC.
      *> Cash application against the open-item receivables ledger.
      *> The invoice register tells us what was billed; nothing told
      *> us what was paid, so AR was tied out by hand against the
      *> printed invoices. This run does it:
      *>   - every invoice on invoice_register.dat not yet on the
      *>     ledger is brought on as an open item for its full total;
      *>   - the customer remittance file is applied by invoice
      *>     number. A short payment leaves the residual open on the
      *>     invoice; anything over the open amount - or a payment
      *>     quoting an invoice we cannot match to that customer -
      *>     sits as unapplied cash on the customer until collections
      *>     works it;
      *>   - the ledger is rewritten and every receipt gets a line on
      *>     cash_application_report.txt.
      *> The remittance file carries the same H/D/T discipline as the
      *> carrier interface files, and its batch ID goes on a cash
      *> batch register so the same deposit cannot be applied twice -
      *> the rule the calculator batch register enforces.
      *> AR-AGING reads the ledger this run maintains.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO "customer_remittance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ar_open_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CASH-BATCH-FILE ASSIGN TO "cash_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

           SELECT CASH-REPORT-FILE ASSIGN TO
                   "cash_application_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> Remittance layout: one H record with the deposit batch ID
      *> and date, one D record per customer receipt, and a T
      *> record with the receipt count and total the bank deposit
      *> was built from.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 RM-TYPE            PIC X(1).
           05 RM-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 RM-INVOICE-NO      PIC 9(6).
           05 FILLER             PIC X(1).
           05 RM-AMOUNT          PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 RM-REFERENCE       PIC X(12).
       01  REMITTANCE-HEADER-RECORD REDEFINES REMITTANCE-RECORD.
           05 RM-H-TYPE          PIC X(1).
           05 RM-H-BATCH-ID      PIC X(8).
           05 FILLER             PIC X(1).
           05 RM-H-DEPOSIT-DATE  PIC 9(8).
           05 FILLER             PIC X(21).
       01  REMITTANCE-TRAILER-RECORD REDEFINES REMITTANCE-RECORD.
           05 RM-T-TYPE          PIC X(1).
           05 RM-T-COUNT         PIC 9(6).
           05 FILLER             PIC X(1).
           05 RM-T-TOTAL         PIC 9(11)V99.
           05 FILLER             PIC X(18).

      *> The open-item ledger: one record per receivable item.
      *>   I = invoice, opened from the invoice register;
      *>   U = unapplied cash, one per customer, carried as a credit;
      *>   C = credit memo from the invoice register, applied to the
      *>       invoice it credits when it is opened, so it is never
      *>       itself open - whatever the invoice cannot absorb goes
      *>       to the customer's unapplied item.
      *> AR-OPEN-AMOUNT is what is still owed on an invoice (zero
      *> once it is paid), or the unapplied cash still held.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 AR-ITEM-TYPE       PIC X(1).
           05 FILLER             PIC X(1).
           05 AR-REFERENCE       PIC 9(6).
           05 FILLER             PIC X(1).
           05 AR-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 AR-ITEM-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 AR-ORIGINAL        PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-APPLIED         PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-OPEN-AMOUNT     PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-LAST-ACTIVITY   PIC 9(8).

       FD  CASH-BATCH-FILE.
       01  CASH-BATCH-RECORD.
           05 CB-BATCH-ID        PIC X(8).
           05 FILLER             PIC X(1).
           05 CB-DEPOSIT-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 CB-APPLIED-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 CB-RECEIPT-COUNT   PIC 9(6).
           05 FILLER             PIC X(1).
           05 CB-TOTAL           PIC 9(11)V99.

       FD  CASH-REPORT-FILE.
       01  CASH-REPORT-RECORD    PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-REGISTER-STATUS PIC X(02).
               88 REGISTER-FILE-OK      VALUE "00".
               88 REGISTER-END-OF-FILE  VALUE "10".
           01 WS-REMIT-STATUS    PIC X(02).
               88 REMIT-FILE-OK         VALUE "00".
               88 REMIT-END-OF-FILE     VALUE "10".
           01 WS-LEDGER-STATUS   PIC X(02).
               88 LEDGER-FILE-OK        VALUE "00".
               88 LEDGER-END-OF-FILE    VALUE "10".
           01 WS-BATCH-STATUS    PIC X(02).
               88 BATCH-FILE-OK         VALUE "00".
               88 BATCH-END-OF-FILE     VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-OPERATOR-ID     PIC X(30).
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).
           01 WS-APPLY-DATE      PIC 9(8).

           01 WS-LEDGER-TABLE-MAX PIC 9(5) VALUE 5000.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 LEDGER-WAS-TRUNCATED VALUE "Y".
           01 WS-LEDGER-COUNT    PIC 9(5) VALUE 0.
           01 WS-LEDGER-TABLE.
               05 WS-LEDGER-ENTRY OCCURS 5000 TIMES.
                   10 WS-AR-ITEM-TYPE     PIC X(1).
                   10 WS-AR-REFERENCE     PIC 9(6).
                   10 WS-AR-CUSTOMER      PIC X(6).
                   10 WS-AR-ITEM-DATE     PIC 9(8).
                   10 WS-AR-ORIGINAL      PIC 9(9)V99.
                   10 WS-AR-APPLIED       PIC 9(9)V99.
                   10 WS-AR-OPEN-AMOUNT   PIC 9(9)V99.
                   10 WS-AR-LAST-ACTIVITY PIC 9(8).

           01 WS-SEARCH-IDX      PIC 9(5).
           01 WS-MATCH-IDX       PIC 9(5).
           01 WS-FOUND-FLAG      PIC X(1).
               88 ITEM-WAS-FOUND      VALUE "Y".
           01 WS-FIND-TYPE       PIC X(1).
           01 WS-FIND-REFERENCE  PIC 9(6).
           01 WS-FIND-CUSTOMER   PIC X(6).

      *> Remittance control figures, proved before anything is
      *> applied.
           01 WS-BATCH-ID        PIC X(8).
           01 WS-DEPOSIT-DATE    PIC 9(8).
           01 WS-HEADER-SEEN     PIC X(1).
           01 WS-TRAILER-SEEN    PIC X(1).
           01 WS-TRAILER-COUNT   PIC 9(6).
           01 WS-TRAILER-TOTAL   PIC 9(11)V99.
           01 WS-DETAIL-COUNT    PIC 9(6).
           01 WS-DETAIL-TOTAL    PIC 9(11)V99.
           01 WS-DUPLICATE-FLAG  PIC X(1) VALUE "N".
               88 BATCH-ALREADY-APPLIED VALUE "Y".

           01 WS-RECEIPT-LEFT    PIC 9(9)V99.
           01 WS-APPLY-AMOUNT    PIC 9(9)V99.
           01 WS-OUTCOME         PIC X(10).
           01 WS-NEW-ITEMS       PIC 9(6) VALUE 0.
           01 WS-APPLIED-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-UNAPPLIED-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-PAID-COUNT      PIC 9(6) VALUE 0.
           01 WS-PART-COUNT      PIC 9(6) VALUE 0.
           01 WS-OVER-COUNT      PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
           01 WS-CREDIT-COUNT    PIC 9(6) VALUE 0.
           01 WS-CREDIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-CREDIT-LEFT     PIC 9(9)V99.
           01 WS-CREDIT-IDX      PIC 9(5).

           01 WS-DISPLAY-AMOUNT  PIC -(9)9.99.
           01 WS-DISPLAY-APPLIED PIC -(9)9.99.
           01 WS-DISPLAY-OPEN    PIC -(9)9.99.
           01 WS-DISPLAY-TOTAL   PIC -(11)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "CASH-APPLY".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Cash Application ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APPLY-DATE.

           PERFORM PROVE-REMITTANCE-FILE.
           IF WS-HEADER-SEEN NOT = "Y" OR WS-TRAILER-SEEN NOT = "Y"
               DISPLAY "Remittance file has no header or trailer - "
                   "nothing applied."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "Remittance file does not prove to its "
                   "trailer - nothing applied."
               MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-DETAIL-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  Details read: " WS-DISPLAY-COUNT
                   "  total " WS-DISPLAY-TOTAL
               MOVE WS-TRAILER-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-TRAILER-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  Trailer says: " WS-DISPLAY-COUNT
                   "  total " WS-DISPLAY-TOTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-CASH-BATCH-REGISTER.
           IF BATCH-ALREADY-APPLIED
               DISPLAY "Deposit batch " WS-BATCH-ID
                   " has already been applied - refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-LEDGER-TABLE.
           IF LEDGER-WAS-TRUNCATED
               DISPLAY "ar_open_items.dat holds more items than this "
                   "program can hold - nothing applied."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-NEW-INVOICES.

           OPEN OUTPUT CASH-REPORT-FILE.
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "CASH APPLICATION  BATCH=" WS-BATCH-ID
               "  DEPOSIT DATE=" WS-DEPOSIT-DATE
               "  APPLIED " WS-APPLY-DATE
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD.
           MOVE SPACES TO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD.

           PERFORM APPLY-REMITTANCE-FILE.
           PERFORM WRITE-APPLICATION-TOTALS.
           CLOSE CASH-REPORT-FILE.

           PERFORM REWRITE-LEDGER-FILE.
           PERFORM APPEND-CASH-BATCH-REGISTER.

           MOVE "CASH-APPLY" TO WS-JRN-ACTION
           MOVE WS-DETAIL-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "BATCH=" WS-BATCH-ID
               "  RECEIPTS=" WS-DETAIL-COUNT
               "  TOTAL=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES.

           MOVE WS-NEW-ITEMS TO WS-DISPLAY-COUNT
           DISPLAY "Invoices opened on the ledger: " WS-DISPLAY-COUNT.
           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Receipts applied: " WS-DISPLAY-COUNT.
           IF WS-UNMATCHED-COUNT > 0 OR WS-OVER-COUNT > 0
               MOVE WS-UNAPPLIED-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "Left as unapplied cash: " WS-DISPLAY-TOTAL
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Report written to cash_application_report.txt".
           STOP RUN.

      *> First pass over the remittance file: the header gives the
      *> batch, the details are counted and totalled, and the
      *> trailer must agree before a cent is applied.
       PROVE-REMITTANCE-FILE.
           MOVE "N" TO WS-HEADER-SEEN
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-TOTAL
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-TRAILER-TOTAL
           OPEN INPUT REMITTANCE-FILE
           IF NOT REMIT-FILE-OK
               DISPLAY "No remittance file on disk - "
                   "customer_remittance.dat."
               STOP RUN
           END-IF
           PERFORM UNTIL REMIT-END-OF-FILE
               READ REMITTANCE-FILE
                   AT END
                       SET REMIT-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE RM-TYPE
                           WHEN "H"
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE RM-H-BATCH-ID TO WS-BATCH-ID
                               MOVE RM-H-DEPOSIT-DATE
                                   TO WS-DEPOSIT-DATE
                           WHEN "D"
                               ADD 1 TO WS-DETAIL-COUNT
                               ADD RM-AMOUNT TO WS-DETAIL-TOTAL
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE RM-T-COUNT TO WS-TRAILER-COUNT
                               MOVE RM-T-TOTAL TO WS-TRAILER-TOTAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE REMITTANCE-FILE.

       CHECK-CASH-BATCH-REGISTER.
           MOVE "N" TO WS-DUPLICATE-FLAG
           OPEN INPUT CASH-BATCH-FILE
           IF BATCH-FILE-OK
               PERFORM UNTIL BATCH-END-OF-FILE
                   READ CASH-BATCH-FILE
                       AT END
                           SET BATCH-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CB-BATCH-ID = WS-BATCH-ID
                               MOVE "Y" TO WS-DUPLICATE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-BATCH-FILE
           END-IF.

       LOAD-LEDGER-TABLE.
           MOVE 0 TO WS-LEDGER-COUNT
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-END-OF-FILE
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-LEDGER-COUNT < WS-LEDGER-TABLE-MAX
                               ADD 1 TO WS-LEDGER-COUNT
                               PERFORM STORE-LEDGER-ENTRY
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       STORE-LEDGER-ENTRY.
           MOVE AR-ITEM-TYPE TO WS-AR-ITEM-TYPE(WS-LEDGER-COUNT)
           MOVE AR-REFERENCE TO WS-AR-REFERENCE(WS-LEDGER-COUNT)
           MOVE AR-CUSTOMER TO WS-AR-CUSTOMER(WS-LEDGER-COUNT)
           MOVE AR-ITEM-DATE TO WS-AR-ITEM-DATE(WS-LEDGER-COUNT)
           MOVE AR-ORIGINAL TO WS-AR-ORIGINAL(WS-LEDGER-COUNT)
           MOVE AR-APPLIED TO WS-AR-APPLIED(WS-LEDGER-COUNT)
           MOVE AR-OPEN-AMOUNT TO WS-AR-OPEN-AMOUNT(WS-LEDGER-COUNT)
           MOVE AR-LAST-ACTIVITY
               TO WS-AR-LAST-ACTIVITY(WS-LEDGER-COUNT).

      *> Every invoice the register holds that the ledger has not
      *> seen yet comes on as an open item for its full total. The
      *> register is append-only, so this is the whole of the
      *> invoicing-to-AR hand-off.
       OPEN-NEW-INVOICES.
           OPEN INPUT INVOICE-REGISTER-FILE
           IF NOT REGISTER-FILE-OK
               DISPLAY "No invoice register on file - "
                   "no new invoices to open."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REGISTER-END-OF-FILE
               READ INVOICE-REGISTER-FILE
                   AT END
                       SET REGISTER-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM OPEN-ONE-INVOICE
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE.

       OPEN-ONE-INVOICE.
           IF IR-RECORD-TYPE = "C"
               PERFORM OPEN-ONE-CREDIT-MEMO
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO WS-FIND-TYPE
           MOVE IR-INVOICE-NO TO WS-FIND-REFERENCE
           PERFORM FIND-LEDGER-ITEM
           IF ITEM-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-COUNT >= WS-LEDGER-TABLE-MAX
               DISPLAY "Ledger table full - invoice not opened: "
                   IR-INVOICE-NO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEDGER-COUNT
           MOVE "I" TO WS-AR-ITEM-TYPE(WS-LEDGER-COUNT)
           MOVE IR-INVOICE-NO TO WS-AR-REFERENCE(WS-LEDGER-COUNT)
           MOVE IR-CUSTOMER TO WS-AR-CUSTOMER(WS-LEDGER-COUNT)
           MOVE IR-INVOICE-DATE TO WS-AR-ITEM-DATE(WS-LEDGER-COUNT)
           MOVE IR-TOTAL-CHARGE TO WS-AR-ORIGINAL(WS-LEDGER-COUNT)
           MOVE 0 TO WS-AR-APPLIED(WS-LEDGER-COUNT)
           MOVE IR-TOTAL-CHARGE
               TO WS-AR-OPEN-AMOUNT(WS-LEDGER-COUNT)
           MOVE IR-INVOICE-DATE
               TO WS-AR-LAST-ACTIVITY(WS-LEDGER-COUNT)
           ADD 1 TO WS-NEW-ITEMS.

      *> A credit memo goes straight against the invoice it
      *> credits, as long as that invoice is on the ledger for the
      *> same customer; anything the invoice cannot absorb (or all
      *> of it, if the invoice is not found) becomes unapplied
      *> credit for the customer. The C item itself is kept as the
      *> record that the memo has been taken up.
       OPEN-ONE-CREDIT-MEMO.
           MOVE "C" TO WS-FIND-TYPE
           MOVE IR-INVOICE-NO TO WS-FIND-REFERENCE
           PERFORM FIND-LEDGER-ITEM
           IF ITEM-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-COUNT >= WS-LEDGER-TABLE-MAX
               DISPLAY "Ledger table full - credit memo not opened: "
                   IR-INVOICE-NO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEDGER-COUNT
           MOVE WS-LEDGER-COUNT TO WS-CREDIT-IDX
           MOVE "C" TO WS-AR-ITEM-TYPE(WS-CREDIT-IDX)
           MOVE IR-INVOICE-NO TO WS-AR-REFERENCE(WS-CREDIT-IDX)
           MOVE IR-CUSTOMER TO WS-AR-CUSTOMER(WS-CREDIT-IDX)
           MOVE IR-INVOICE-DATE TO WS-AR-ITEM-DATE(WS-CREDIT-IDX)
           MOVE IR-TOTAL-CHARGE TO WS-AR-ORIGINAL(WS-CREDIT-IDX)
           MOVE IR-TOTAL-CHARGE TO WS-AR-APPLIED(WS-CREDIT-IDX)
           MOVE 0 TO WS-AR-OPEN-AMOUNT(WS-CREDIT-IDX)
           MOVE IR-INVOICE-DATE
               TO WS-AR-LAST-ACTIVITY(WS-CREDIT-IDX)
           ADD 1 TO WS-CREDIT-COUNT
           ADD IR-TOTAL-CHARGE TO WS-CREDIT-TOTAL

           MOVE IR-TOTAL-CHARGE TO WS-CREDIT-LEFT
           MOVE "I" TO WS-FIND-TYPE
           MOVE IR-APPLIES-TO TO WS-FIND-REFERENCE
           PERFORM FIND-LEDGER-ITEM
           IF ITEM-WAS-FOUND
               AND WS-AR-CUSTOMER(WS-MATCH-IDX) = IR-CUSTOMER
               IF WS-CREDIT-LEFT > WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                   MOVE WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                       TO WS-APPLY-AMOUNT
               ELSE
                   MOVE WS-CREDIT-LEFT TO WS-APPLY-AMOUNT
               END-IF
               ADD WS-APPLY-AMOUNT TO WS-AR-APPLIED(WS-MATCH-IDX)
               SUBTRACT WS-APPLY-AMOUNT
                   FROM WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-CREDIT-LEFT
               MOVE IR-INVOICE-DATE
                   TO WS-AR-LAST-ACTIVITY(WS-MATCH-IDX)
           END-IF

           IF WS-CREDIT-LEFT > 0
               MOVE IR-CUSTOMER TO WS-FIND-CUSTOMER
               PERFORM FIND-UNAPPLIED-ITEM
               IF ITEM-WAS-FOUND
                   ADD WS-CREDIT-LEFT
                       TO WS-AR-ORIGINAL(WS-MATCH-IDX)
                   ADD WS-CREDIT-LEFT
                       TO WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                   MOVE IR-INVOICE-DATE
                       TO WS-AR-LAST-ACTIVITY(WS-MATCH-IDX)
               ELSE
                   DISPLAY "Ledger table full - credit memo "
                       IR-INVOICE-NO " not carried as unapplied"
               END-IF
           END-IF.

       FIND-LEDGER-ITEM.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-LEDGER-COUNT
                   OR ITEM-WAS-FOUND
               IF WS-AR-ITEM-TYPE(WS-SEARCH-IDX) = WS-FIND-TYPE
                   AND WS-AR-REFERENCE(WS-SEARCH-IDX)
                       = WS-FIND-REFERENCE
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

      *> Unapplied cash is held as one U item per customer; finding
      *> it creates it on first use.
       FIND-UNAPPLIED-ITEM.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-LEDGER-COUNT
                   OR ITEM-WAS-FOUND
               IF WS-AR-ITEM-TYPE(WS-SEARCH-IDX) = "U"
                   AND WS-AR-CUSTOMER(WS-SEARCH-IDX)
                       = WS-FIND-CUSTOMER
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF NOT ITEM-WAS-FOUND
               AND WS-LEDGER-COUNT < WS-LEDGER-TABLE-MAX
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-LEDGER-COUNT TO WS-MATCH-IDX
               MOVE "Y" TO WS-FOUND-FLAG
               MOVE "U" TO WS-AR-ITEM-TYPE(WS-MATCH-IDX)
               MOVE 0 TO WS-AR-REFERENCE(WS-MATCH-IDX)
               MOVE WS-FIND-CUSTOMER TO WS-AR-CUSTOMER(WS-MATCH-IDX)
               MOVE WS-DEPOSIT-DATE TO WS-AR-ITEM-DATE(WS-MATCH-IDX)
               MOVE 0 TO WS-AR-ORIGINAL(WS-MATCH-IDX)
               MOVE 0 TO WS-AR-APPLIED(WS-MATCH-IDX)
               MOVE 0 TO WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
               MOVE WS-DEPOSIT-DATE
                   TO WS-AR-LAST-ACTIVITY(WS-MATCH-IDX)
           END-IF.

       APPLY-REMITTANCE-FILE.
           MOVE "00" TO WS-REMIT-STATUS
           OPEN INPUT REMITTANCE-FILE
           PERFORM UNTIL REMIT-END-OF-FILE
               READ REMITTANCE-FILE
                   AT END
                       SET REMIT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RM-TYPE = "D"
                           PERFORM APPLY-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMITTANCE-FILE.

      *> A receipt is applied only to the invoice it quotes, and
      *> only when that invoice belongs to the paying customer -
      *> cash is never spread across other invoices on a guess.
      *> Whatever the quoted invoice cannot absorb goes to the
      *> customer's unapplied cash for collections to work.
       APPLY-ONE-RECEIPT.
           MOVE RM-AMOUNT TO WS-RECEIPT-LEFT
           MOVE 0 TO WS-APPLY-AMOUNT
           MOVE "I" TO WS-FIND-TYPE
           MOVE RM-INVOICE-NO TO WS-FIND-REFERENCE
           PERFORM FIND-LEDGER-ITEM
           IF ITEM-WAS-FOUND
               AND WS-AR-CUSTOMER(WS-MATCH-IDX) NOT = RM-CUSTOMER
               MOVE "N" TO WS-FOUND-FLAG
           END-IF

           IF NOT ITEM-WAS-FOUND
               MOVE "UNMATCHED" TO WS-OUTCOME
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 0 TO WS-DISPLAY-OPEN
           ELSE
               IF WS-RECEIPT-LEFT > WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                   MOVE WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                       TO WS-APPLY-AMOUNT
               ELSE
                   MOVE WS-RECEIPT-LEFT TO WS-APPLY-AMOUNT
               END-IF
               ADD WS-APPLY-AMOUNT TO WS-AR-APPLIED(WS-MATCH-IDX)
               SUBTRACT WS-APPLY-AMOUNT
                   FROM WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
               SUBTRACT WS-APPLY-AMOUNT FROM WS-RECEIPT-LEFT
               MOVE WS-DEPOSIT-DATE
                   TO WS-AR-LAST-ACTIVITY(WS-MATCH-IDX)
               ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
               MOVE WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                   TO WS-DISPLAY-OPEN
               EVALUATE TRUE
                   WHEN WS-RECEIPT-LEFT > 0
                       MOVE "OVERPAID" TO WS-OUTCOME
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-AR-OPEN-AMOUNT(WS-MATCH-IDX) > 0
                       MOVE "PART PAID" TO WS-OUTCOME
                       ADD 1 TO WS-PART-COUNT
                   WHEN OTHER
                       MOVE "PAID" TO WS-OUTCOME
                       ADD 1 TO WS-PAID-COUNT
               END-EVALUATE
           END-IF

           IF WS-RECEIPT-LEFT > 0
               MOVE RM-CUSTOMER TO WS-FIND-CUSTOMER
               PERFORM FIND-UNAPPLIED-ITEM
               IF ITEM-WAS-FOUND
                   ADD WS-RECEIPT-LEFT
                       TO WS-AR-ORIGINAL(WS-MATCH-IDX)
                   ADD WS-RECEIPT-LEFT
                       TO WS-AR-OPEN-AMOUNT(WS-MATCH-IDX)
                   MOVE WS-DEPOSIT-DATE
                       TO WS-AR-LAST-ACTIVITY(WS-MATCH-IDX)
                   ADD WS-RECEIPT-LEFT TO WS-UNAPPLIED-TOTAL
               ELSE
                   DISPLAY "Ledger table full - unapplied cash not "
                       "recorded for " RM-CUSTOMER
               END-IF
           END-IF

           PERFORM WRITE-RECEIPT-LINE.

       WRITE-RECEIPT-LINE.
           MOVE RM-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-APPLY-AMOUNT TO WS-DISPLAY-APPLIED
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "ACCOUNT=" RM-CUSTOMER
               "  INVOICE=" RM-INVOICE-NO
               "  RECEIVED=" WS-DISPLAY-AMOUNT
               "  APPLIED=" WS-DISPLAY-APPLIED
               "  OPEN=" WS-DISPLAY-OPEN
               "  " WS-OUTCOME
               DELIMITED BY SIZE
               INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD.

       WRITE-APPLICATION-TOTALS.
           MOVE SPACES TO CASH-REPORT-RECORD
           WRITE CASH-REPORT-RECORD

           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DETAIL-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "RECEIPTS=" WS-DISPLAY-COUNT
               "  DEPOSIT TOTAL=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-APPLIED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "APPLIED TO INVOICES=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-UNAPPLIED-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "LEFT AS UNAPPLIED CASH=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-PAID-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "INVOICES PAID IN FULL=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-PART-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "SHORT PAYMENTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-OVER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "OVERPAYMENTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "UNMATCHED RECEIPTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD

           MOVE WS-CREDIT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CASH-REPORT-RECORD
           STRING "CREDIT MEMOS TAKEN UP=" WS-DISPLAY-COUNT
               "  TOTAL=" WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO CASH-REPORT-RECORD
           END-STRING
           WRITE CASH-REPORT-RECORD.

       REWRITE-LEDGER-FILE.
           OPEN OUTPUT LEDGER-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-LEDGER-COUNT
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-AR-ITEM-TYPE(WS-SEARCH-IDX) TO AR-ITEM-TYPE
               MOVE WS-AR-REFERENCE(WS-SEARCH-IDX) TO AR-REFERENCE
               MOVE WS-AR-CUSTOMER(WS-SEARCH-IDX) TO AR-CUSTOMER
               MOVE WS-AR-ITEM-DATE(WS-SEARCH-IDX) TO AR-ITEM-DATE
               MOVE WS-AR-ORIGINAL(WS-SEARCH-IDX) TO AR-ORIGINAL
               MOVE WS-AR-APPLIED(WS-SEARCH-IDX) TO AR-APPLIED
               MOVE WS-AR-OPEN-AMOUNT(WS-SEARCH-IDX)
                   TO AR-OPEN-AMOUNT
               MOVE WS-AR-LAST-ACTIVITY(WS-SEARCH-IDX)
                   TO AR-LAST-ACTIVITY
               WRITE LEDGER-RECORD
           END-PERFORM
           CLOSE LEDGER-FILE.

       APPEND-CASH-BATCH-REGISTER.
           OPEN EXTEND CASH-BATCH-FILE
           IF WS-BATCH-STATUS = "05" OR "35"
               OPEN OUTPUT CASH-BATCH-FILE
           END-IF
           MOVE SPACES TO CASH-BATCH-RECORD
           MOVE WS-BATCH-ID TO CB-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO CB-DEPOSIT-DATE
           MOVE WS-APPLY-DATE TO CB-APPLIED-DATE
           MOVE WS-DETAIL-COUNT TO CB-RECEIPT-COUNT
           MOVE WS-DETAIL-TOTAL TO CB-TOTAL
           WRITE CASH-BATCH-RECORD
           CLOSE CASH-BATCH-FILE.

       END PROGRAM CASH-APPLICATION.
