       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINTENANCE.
       AUTHOR. FILIP JANJESIC.
      *> Desk maintenance for the indexed loan master, in the style
      *> of USER-MAINTENANCE. Loan servicing can look a loan up,
      *> correct a borrower name, modify an active loan's rate or
      *> term, and charge a loan off.
      *>   Modification - the new payment is recomputed with the
      *>   same amortization CALCULATOR books loans with, on the
      *>   balance still owed over the months that remain (new term
      *>   less payments already made).
      *>   Charge-off - the loan goes to status W, the balance moves
      *>   to LM-WRITTEN-OFF with today's date so GL-POSTING can
      *>   post the loss, and any unpaid late fees are forgiven.
      *>   The history file gets a type W line so the inquiry shows
      *>   when the loan stopped. Charge-offs take supervisor
      *>   authority.
      *> Every change is written to loan_maint_audit.dat with the
      *> full record before and after, and to the operations
      *> journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "loan_maint_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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
               88 LOAN-ACTIVE         VALUE "A".
               88 LOAN-PAID-OFF       VALUE "P".
               88 LOAN-WRITTEN-OFF    VALUE "W".
           05 FILLER             PIC X(1).
           05 LM-FEE-BALANCE     PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-LAST-FEE-DUE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-WRITTEN-OFF     PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LM-WRITEOFF-DATE   PIC 9(8).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD.
           05 LAUD-TIMESTAMP     PIC X(21).
           05 FILLER             PIC X(1).
           05 LAUD-OPERATOR      PIC X(20).
           05 FILLER             PIC X(1).
           05 LAUD-ACTION        PIC X(6).
           05 FILLER             PIC X(1).
           05 LAUD-BEFORE-IMAGE  PIC X(146).
           05 FILLER             PIC X(1).
           05 LAUD-AFTER-IMAGE   PIC X(146).

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
               88 MASTER-OK           VALUE "00".
           01 WS-AUDIT-STATUS    PIC X(02).
           01 WS-HISTORY-STATUS  PIC X(02).
           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 MAINTENANCE-DONE    VALUE "Y".
           01 WS-SEARCH-ID       PIC 9(6).
           01 WS-CONFIRM         PIC X(1).
           01 WS-TODAY           PIC 9(8).
           01 WS-TODAY-SOURCE    PIC X(1).

      *> Sign-on fields for the shared OPERATOR-CHECK routine:
      *> any loan clerk may look up, correct and modify; charging a
      *> loan off takes supervisor authority.
           01 WS-OPERATOR-ID     PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-ACTION-CODE     PIC X(6).
           01 WS-BEFORE-IMAGE    PIC X(146).
           01 WS-AFTER-IMAGE     PIC X(146).
           01 WS-AUDIT-TIMESTAMP PIC X(21).

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "LOAN-MAINT".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

      *> Modification entry. Blank keeps the current value.
           01 WS-RATE-IN         PIC X(8).
           01 WS-TERM-IN         PIC X(3).
           01 WS-NEW-RATE        PIC 9(3)V9(4).
           01 WS-NEW-TERM        PIC 9(3).
           01 WS-REMAINING-TERM  PIC 9(3).
           01 WS-ENTRY-NAME      PIC X(30).

      *> Amortization fields, named and sized as in CALCULATOR so
      *> a modified loan's payment is worked out the same way a
      *> new loan's is.
           01 WS-PRINCIPAL       PIC S9(7)V99 COMP-3.
           01 WS-ANNUAL-RATE     PIC S9(3)V9(4) COMP-3.
           01 WS-MONTHLY-RATE    PIC S9(3)V9(9) COMP-3.
           01 WS-TERM-MONTHS     PIC 9(3).
           01 WS-GROWTH-FACTOR   PIC S9(7)V9(9) COMP-3.
           01 WS-PAY-NUMERATOR   PIC S9(9)V9(6) COMP-3.
           01 WS-PAY-DENOMINATOR PIC S9(7)V9(9) COMP-3.
           01 WS-PAYMENT         PIC S9(7)V99 COMP-3.

           01 WS-DISPLAY-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISPLAY-RATE    PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan Master Maintenance ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-OPERATOR-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
               GOBACK
           END-IF
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
           OPEN I-O LOAN-MASTER-FILE
           IF NOT MASTER-OK
               DISPLAY "Unable to open loan_master.dat. Status="
                   WS-MASTER-STATUS
               GOBACK
           END-IF
           CALL "PROCESSING-DATE" USING WS-TODAY WS-TODAY-SOURCE

           PERFORM UNTIL MAINTENANCE-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LOOKUP-LOAN
                   WHEN "2"
                       PERFORM CORRECT-BORROWER
                   WHEN "3"
                       PERFORM MODIFY-LOAN
                   WHEN "4"
                       PERFORM CHARGE-OFF-LOAN
                   WHEN "5"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           CLOSE LOAN-MASTER-FILE
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. Look up a loan".
           DISPLAY "2. Correct a borrower name".
           DISPLAY "3. Modify rate or term".
           DISPLAY "4. Charge off a loan".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       READ-REQUESTED-LOAN.
           DISPLAY "Enter loan ID: ".
           ACCEPT WS-SEARCH-ID.
           MOVE WS-SEARCH-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ID
               INVALID KEY
                   DISPLAY "No loan found with that ID."
           END-READ.

       LOOKUP-LOAN.
           PERFORM READ-REQUESTED-LOAN
           IF MASTER-OK
               PERFORM SHOW-CURRENT-LOAN
           END-IF.

       SHOW-CURRENT-LOAN.
           DISPLAY "Loan:       " LM-LOAN-ID
           DISPLAY "Borrower:   " LM-BORROWER
           DISPLAY "Status:     " LM-STATUS
           MOVE LM-PRINCIPAL TO WS-DISPLAY-AMOUNT
           DISPLAY "Principal:  " WS-DISPLAY-AMOUNT
           MOVE LM-ANNUAL-RATE TO WS-DISPLAY-RATE
           DISPLAY "Rate:       " WS-DISPLAY-RATE
           DISPLAY "Term:       " LM-TERM-MONTHS
               "  Paid: " LM-PAID-COUNT
           MOVE LM-PAYMENT TO WS-DISPLAY-AMOUNT
           DISPLAY "Payment:    " WS-DISPLAY-AMOUNT
           MOVE LM-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Balance:    " WS-DISPLAY-AMOUNT
           MOVE LM-FEE-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "Fees owed:  " WS-DISPLAY-AMOUNT
           IF LOAN-WRITTEN-OFF
               MOVE LM-WRITTEN-OFF TO WS-DISPLAY-AMOUNT
               DISPLAY "Written off:" WS-DISPLAY-AMOUNT
                   "  on " LM-WRITEOFF-DATE
           END-IF.

       CORRECT-BORROWER.
           PERFORM READ-REQUESTED-LOAN
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current borrower: " LM-BORROWER
           DISPLAY "Enter corrected name (max 30 chars): "
           ACCEPT WS-ENTRY-NAME
           IF WS-ENTRY-NAME = SPACES
               DISPLAY "Name not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-ENTRY-NAME TO LM-BORROWER
           MOVE "NAME" TO WS-ACTION-CODE
           MOVE "NAME-FIX" TO WS-JRN-ACTION
           PERFORM REWRITE-CURRENT-LOAN.

      *> Only an active loan can be modified. The payment is
      *> recomputed on what is still owed over the months left, so
      *> the loan still retires on the new term.
       MODIFY-LOAN.
           PERFORM READ-REQUESTED-LOAN
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-ACTIVE
               DISPLAY "Only an active loan can be modified."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CURRENT-LOAN

           DISPLAY "Enter new annual rate (blank = keep): "
           ACCEPT WS-RATE-IN
           IF WS-RATE-IN = SPACES
               MOVE LM-ANNUAL-RATE TO WS-NEW-RATE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-RATE-IN) NOT = 0
                   DISPLAY "Invalid rate."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-RATE-IN)
           END-IF

           DISPLAY "Enter new term in months (blank = keep): "
           ACCEPT WS-TERM-IN
           IF WS-TERM-IN = SPACES
               MOVE LM-TERM-MONTHS TO WS-NEW-TERM
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-TERM-IN) NOT = 0
                   DISPLAY "Invalid term."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NEW-TERM = FUNCTION NUMVAL(WS-TERM-IN)
           END-IF

           IF WS-NEW-RATE = LM-ANNUAL-RATE
                   AND WS-NEW-TERM = LM-TERM-MONTHS
               DISPLAY "Nothing changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-TERM NOT > LM-PAID-COUNT
               DISPLAY "New term must be longer than the "
                   LM-PAID-COUNT " payments already made."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-REMAINING-TERM = WS-NEW-TERM - LM-PAID-COUNT
           MOVE LM-BALANCE TO WS-PRINCIPAL
           MOVE WS-NEW-RATE TO WS-ANNUAL-RATE
           MOVE WS-REMAINING-TERM TO WS-TERM-MONTHS
           PERFORM COMPUTE-LOAN-PAYMENT

           MOVE WS-NEW-RATE TO WS-DISPLAY-RATE
           DISPLAY "New rate:    " WS-DISPLAY-RATE
           DISPLAY "New term:    " WS-NEW-TERM
               "  Months left: " WS-REMAINING-TERM
           MOVE WS-PAYMENT TO WS-DISPLAY-AMOUNT
           DISPLAY "New payment: " WS-DISPLAY-AMOUNT
           DISPLAY "Apply this modification? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Modification not applied."
               EXIT PARAGRAPH
           END-IF

           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-NEW-RATE TO LM-ANNUAL-RATE
           MOVE WS-NEW-TERM TO LM-TERM-MONTHS
           MOVE WS-PAYMENT TO LM-PAYMENT
           MOVE "MODIFY" TO WS-ACTION-CODE
           MOVE "MODIFY" TO WS-JRN-ACTION
           PERFORM REWRITE-CURRENT-LOAN.

      *> Charging a loan off takes the balance off the books, so it
      *> is a supervisor-only action - the authority came back from
      *> sign-on, no second prompt needed.
       CHARGE-OFF-LOAN.
           IF WS-AUTHORITY < 3
               DISPLAY "Charging off a loan takes supervisor "
                   "authority."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-REQUESTED-LOAN
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           IF NOT LOAN-ACTIVE OR LM-BALANCE = 0
               DISPLAY "Only an active loan with a balance can be "
                   "charged off."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CURRENT-LOAN
           DISPLAY "Charge off this loan? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Charge-off not applied."
               EXIT PARAGRAPH
           END-IF

           MOVE LOAN-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE LM-BALANCE TO LM-WRITTEN-OFF
           MOVE WS-TODAY TO LM-WRITEOFF-DATE
           MOVE 0 TO LM-BALANCE
           MOVE 0 TO LM-FEE-BALANCE
           MOVE "W" TO LM-STATUS
           MOVE "CHGOFF" TO WS-ACTION-CODE
           MOVE "CHARGE-OFF" TO WS-JRN-ACTION
           PERFORM REWRITE-CURRENT-LOAN
           IF MASTER-OK
               PERFORM WRITE-CHARGE-OFF-HISTORY
           END-IF.

       REWRITE-CURRENT-LOAN.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error updating loan. Status="
                       WS-MASTER-STATUS
           END-REWRITE
           IF MASTER-OK
               MOVE LOAN-MASTER-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-MAINT-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY "Loan updated."
           END-IF.

      *> A type W line closes the loan's history: no money moved,
      *> the balance after is zero from here on.
       WRITE-CHARGE-OFF-HISTORY.
           OPEN EXTEND LOAN-HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT LOAN-HISTORY-FILE
           END-IF
           MOVE SPACES TO LOAN-HISTORY-RECORD
           MOVE LM-LOAN-ID TO LH-LOAN-ID
           MOVE WS-TODAY TO LH-RECEIPT-DATE
           MOVE 0 TO LH-AMOUNT
           MOVE 0 TO LH-INTEREST
           MOVE 0 TO LH-PRINCIPAL
           MOVE 0 TO LH-FEES
           MOVE 0 TO LH-OVERAGE
           MOVE 0 TO LH-BALANCE-AFTER
           MOVE WS-TODAY TO LH-POSTED-DATE
           MOVE "W" TO LH-TYPE
           WRITE LOAN-HISTORY-RECORD
           CLOSE LOAN-HISTORY-FILE.

       WRITE-MAINT-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE WS-AUDIT-TIMESTAMP TO LAUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO LAUD-OPERATOR
           MOVE WS-ACTION-CODE TO LAUD-ACTION
           MOVE WS-BEFORE-IMAGE TO LAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO LAUD-AFTER-IMAGE
           WRITE MAINT-AUDIT-RECORD
           CLOSE MAINT-AUDIT-FILE.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO WS-JRN-KEY-VALUES
           MOVE LM-WRITTEN-OFF TO WS-DISPLAY-AMOUNT
           MOVE LM-ANNUAL-RATE TO WS-DISPLAY-RATE
           STRING "LOAN=" LM-LOAN-ID " STATUS=" LM-STATUS
               " RATE=" WS-DISPLAY-RATE " TERM=" LM-TERM-MONTHS
               " WO=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       COMPUTE-LOAN-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED =
               WS-ANNUAL-RATE / 1200
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-PAY-NUMERATOR ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
               COMPUTE WS-PAY-DENOMINATOR =
                   WS-GROWTH-FACTOR - 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-PAY-NUMERATOR / WS-PAY-DENOMINATOR
           END-IF.

       END PROGRAM LOAN-MAINTENANCE.
