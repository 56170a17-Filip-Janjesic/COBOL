       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LATE-CHARGE.
       AUTHOR. FILIP JANJESIC.
      *> Monthly late-charge and delinquency-notice run over the loan
      *> master. Installment N of a loan falls due on the booking
      *> day N months after booking, the day clamped to a shorter
      *> month. Once the grace period of business days after the
      *> latest due date (EVEN-DAY-BUSDAY "A") has passed with that
      *> installment still unpaid, the configured late fee is added
      *> to the loan's fee balance - one fee per missed installment.
      *> LM-LAST-FEE-DUE remembers which due date was charged, so
      *> rerunning the month does not charge the same installment
      *> twice; LOAN-PAYMENT-POSTING collects the fee balance ahead
      *> of interest.
      *> The same run sorts loans into LOAN-AGING's buckets and
      *> writes one dated notice file per loan - a delinquency
      *> notice for one or two payments behind, a final demand for
      *> three or more - the way StudentLetters writes one letter
      *> per student, plus a control listing of every fee and
      *> notice.
      *> loan_late_fee_control.dat: fee amount (7 digits, two
      *> assumed decimals), grace business days (2), fixed columns.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FEE-CONTROL-FILE ASSIGN TO
                   "loan_late_fee_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-CONTROL-STATUS.

           SELECT NOTICE-FILE ASSIGN TO DYNAMIC WS-NOTICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT CONTROL-LIST-FILE ASSIGN TO
                   "loan_notice_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

       FD  FEE-CONTROL-FILE.
       01  FEE-CONTROL-RECORD.
           05 FC-FEE-AMOUNT      PIC 9(5)V99.
           05 FC-GRACE-DAYS      PIC 9(2).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD         PIC X(80).

       FD  CONTROL-LIST-FILE.
       01  CONTROL-LIST-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-FILE-OK      VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-FEE-CONTROL-STATUS PIC X(02).
               88 FEE-CONTROL-OK      VALUE "00".
           01 WS-NOTICE-STATUS   PIC X(02).
           01 WS-CONTROL-STATUS  PIC X(02).
           01 WS-NOTICE-FILE-NAME PIC X(30).

           01 WS-RUN-DATE-IN     PIC X(8).
           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR    PIC 9(4).
               05 WS-RUN-MONTH   PIC 99.
               05 WS-RUN-DAY     PIC 99.
           01 WS-RUN-DATE-SOURCE PIC X(1).

           01 WS-FEE-AMOUNT      PIC 9(5)V99.
           01 WS-GRACE-DAYS      PIC S9(4).

           01 WS-LOAN-TABLE-MAX  PIC 9(3) VALUE 200.
           01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 LOANS-WERE-TRUNCATED VALUE "Y".
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 200 TIMES.
                   10 WS-LN-LOAN-ID      PIC 9(6).
                   10 WS-LN-BORROWER     PIC X(30).
                   10 WS-LN-PRINCIPAL    PIC 9(7)V99.
                   10 WS-LN-ANNUAL-RATE  PIC 9(3)V9(4).
                   10 WS-LN-TERM-MONTHS  PIC 9(3).
                   10 WS-LN-PAYMENT      PIC 9(7)V99.
                   10 WS-LN-BOOK-DATE    PIC 9(8).
                   10 WS-LN-BALANCE      PIC 9(9)V99.
                   10 WS-LN-PAID-COUNT   PIC 9(3).
                   10 WS-LN-PAID-THROUGH PIC 9(8).
                   10 WS-LN-STATUS       PIC X(1).
                   10 WS-LN-FEE-BALANCE  PIC 9(7)V99.
                   10 WS-LN-LAST-FEE-DUE PIC 9(8).
           01 WS-LOAN-IDX        PIC 9(3).

      *> Due-date work fields. The installment number is counted in
      *> whole months from the booking month, the same way LOAN-AGING
      *> counts months elapsed.
           01 WS-INSTALLMENT     PIC 9(3).
           01 WS-MONTH-SERIAL    PIC 9(7).
           01 WS-DUE-DATE        PIC 9(8).
           01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
               05 WS-DUE-YEAR    PIC 9(4).
               05 WS-DUE-MONTH   PIC 99.
               05 WS-DUE-DAY     PIC 99.
           01 WS-GRACE-END-DATE  PIC 9(8).
           01 WS-MONTH-DAYS      PIC 99.
           01 WS-LEAP-REMAINDER  PIC 9(4).
           01 WS-BOOK-DATE       PIC 9(8).
           01 WS-BOOK-DATE-PARTS REDEFINES WS-BOOK-DATE.
               05 WS-BOOK-YEAR   PIC 9(4).
               05 WS-BOOK-MONTH  PIC 99.
               05 WS-BOOK-DAY    PIC 99.
           01 WS-MONTHS-ELAPSED  PIC S9(5) COMP-3.
           01 WS-MONTHS-BEHIND   PIC S9(5) COMP-3.
           01 WS-BUSDAY-FUNCTION PIC X(1).
           01 WS-BUSDAY-RESULT   PIC 9(8).
           01 WS-BUSDAY-STATUS   PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4) VALUE SPACES.

           01 WS-FEE-COUNT       PIC 9(4) VALUE 0.
           01 WS-FEE-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
           01 WS-NOTICE-COUNT    PIC 9(4) VALUE 0.
           01 WS-DEMAND-COUNT    PIC 9(4) VALUE 0.
           01 WS-ACTIVE-COUNT    PIC 9(4) VALUE 0.

           01 WS-DISPLAY-AMOUNT  PIC -(7)9.99.
           01 WS-DISPLAY-BALANCE PIC -(9)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZ9.
           01 WS-DISPLAY-BEHIND  PIC Z9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the control listing.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "LOAN-LATE".
           01 WS-JRN-OPERATOR    PIC X(30) VALUE "BATCH".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan Late Charges and Notices ---".
           DISPLAY "Run date YYYYMMDD (blank = processing date): ".
           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
               CALL "PROCESSING-DATE" USING WS-RUN-DATE
                   WS-RUN-DATE-SOURCE
           ELSE
               IF WS-RUN-DATE-IN NOT NUMERIC
                   DISPLAY "Run date must be YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RUN-DATE-IN TO WS-RUN-DATE
           END-IF.

           OPEN INPUT FEE-CONTROL-FILE
           IF NOT FEE-CONTROL-OK
               DISPLAY "No loan_late_fee_control.dat - late fee "
                   "not configured, run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FEE-CONTROL-FILE
               AT END
                   MOVE SPACES TO FEE-CONTROL-RECORD
           END-READ
           CLOSE FEE-CONTROL-FILE
           IF FC-FEE-AMOUNT NOT NUMERIC OR FC-GRACE-DAYS NOT NUMERIC
               DISPLAY "loan_late_fee_control.dat is not valid - "
                   "run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FC-FEE-AMOUNT TO WS-FEE-AMOUNT
           MOVE FC-GRACE-DAYS TO WS-GRACE-DAYS.

           PERFORM LOAD-LOAN-TABLE.
           IF WS-LOAN-COUNT = 0
               DISPLAY "No loans on the master - nothing to charge."
               STOP RUN
           END-IF.
           IF LOANS-WERE-TRUNCATED
               DISPLAY "Loan master outgrew the late-charge table - "
                   "run abandoned before any fee assessed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-LIST-FILE.
           MOVE WS-FEE-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-GRACE-DAYS TO WS-DISPLAY-BEHIND
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "LOAN LATE CHARGES AND NOTICES  RUN " WS-RUN-DATE
               "  FEE=" WS-DISPLAY-AMOUNT
               "  GRACE=" WS-DISPLAY-BEHIND
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-STATUS(WS-LOAN-IDX) = "A"
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM COMPUTE-MONTHS-BEHIND
                   PERFORM ASSESS-LATE-FEE
                   PERFORM SEND-DELINQUENCY-NOTICE
               END-IF
           END-PERFORM

           PERFORM WRITE-CONTROL-SUMMARY.
           CLOSE CONTROL-LIST-FILE.

           PERFORM REWRITE-LOAN-MASTER.

           MOVE WS-FEE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Late fees assessed: " WS-DISPLAY-COUNT.
           MOVE WS-NOTICE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Delinquency notices: " WS-DISPLAY-COUNT.
           MOVE WS-DEMAND-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Final demands: " WS-DISPLAY-COUNT.
           DISPLAY "Control listing in loan_notice_control.txt".
           STOP RUN.

       LOAD-LOAN-TABLE.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-OK
               PERFORM UNTIL MASTER-END-OF-FILE
                   READ LOAN-MASTER-FILE NEXT
                       AT END
                           SET MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-LOAN-COUNT < WS-LOAN-TABLE-MAX
                               ADD 1 TO WS-LOAN-COUNT
                               PERFORM STORE-ONE-LOAN
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *> Loans booked before the fee balance existed carry spaces
      *> in the fee fields and start from zero.
       STORE-ONE-LOAN.
           MOVE LM-LOAN-ID TO WS-LN-LOAN-ID(WS-LOAN-COUNT)
           MOVE LM-BORROWER TO WS-LN-BORROWER(WS-LOAN-COUNT)
           MOVE LM-PRINCIPAL TO WS-LN-PRINCIPAL(WS-LOAN-COUNT)
           MOVE LM-ANNUAL-RATE TO WS-LN-ANNUAL-RATE(WS-LOAN-COUNT)
           MOVE LM-TERM-MONTHS TO WS-LN-TERM-MONTHS(WS-LOAN-COUNT)
           MOVE LM-PAYMENT TO WS-LN-PAYMENT(WS-LOAN-COUNT)
           MOVE LM-BOOK-DATE TO WS-LN-BOOK-DATE(WS-LOAN-COUNT)
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

      *> Buckets are LOAN-AGING's: whole months since the booking
      *> month, capped at the term, less the payments posted. The
      *> months elapsed is also the number of the latest installment
      *> to have fallen due.
       COMPUTE-MONTHS-BEHIND.
           MOVE WS-LN-BOOK-DATE(WS-LOAN-IDX) TO WS-BOOK-DATE
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-RUN-YEAR - WS-BOOK-YEAR) * 12
               + WS-RUN-MONTH - WS-BOOK-MONTH
           IF WS-MONTHS-ELAPSED > WS-LN-TERM-MONTHS(WS-LOAN-IDX)
               MOVE WS-LN-TERM-MONTHS(WS-LOAN-IDX)
                   TO WS-MONTHS-ELAPSED
           END-IF
           IF WS-MONTHS-ELAPSED < 0
               MOVE 0 TO WS-MONTHS-ELAPSED
           END-IF
           COMPUTE WS-MONTHS-BEHIND =
               WS-MONTHS-ELAPSED - WS-LN-PAID-COUNT(WS-LOAN-IDX).

      *> The installment judged is the latest one whose grace period
      *> has run out; one still inside its grace period leaves the
      *> one before it to be judged. Only an installment beyond the
      *> payments posted, and not already charged, draws a fee.
       ASSESS-LATE-FEE.
           MOVE WS-MONTHS-ELAPSED TO WS-INSTALLMENT
           IF WS-INSTALLMENT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-GRACE-END-DATE
           IF WS-RUN-DATE <= WS-GRACE-END-DATE
               SUBTRACT 1 FROM WS-INSTALLMENT
               IF WS-INSTALLMENT = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM COMPUTE-GRACE-END-DATE
           END-IF
           IF WS-INSTALLMENT <= WS-LN-PAID-COUNT(WS-LOAN-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-LAST-FEE-DUE(WS-LOAN-IDX) >= WS-DUE-DATE
               EXIT PARAGRAPH
           END-IF

           ADD WS-FEE-AMOUNT TO WS-LN-FEE-BALANCE(WS-LOAN-IDX)
           MOVE WS-DUE-DATE TO WS-LN-LAST-FEE-DUE(WS-LOAN-IDX)
           ADD 1 TO WS-FEE-COUNT
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL

           MOVE WS-FEE-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "FEE      LOAN=" WS-LN-LOAN-ID(WS-LOAN-IDX)
               "  DUE=" WS-DUE-DATE
               "  FEE=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE "LATE-FEE" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "LOAN=" WS-LN-LOAN-ID(WS-LOAN-IDX)
               "  DUE=" WS-DUE-DATE
               "  FEE=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       COMPUTE-GRACE-END-DATE.
           PERFORM COMPUTE-DUE-DATE
           MOVE "A" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-DUE-DATE WS-GRACE-DAYS WS-BUSDAY-RESULT
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS = "0"
               MOVE WS-BUSDAY-RESULT TO WS-GRACE-END-DATE
           ELSE
               MOVE WS-DUE-DATE TO WS-GRACE-END-DATE
           END-IF.

       COMPUTE-DUE-DATE.
           MOVE WS-LN-BOOK-DATE(WS-LOAN-IDX) TO WS-DUE-DATE
           COMPUTE WS-MONTH-SERIAL =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + WS-INSTALLMENT
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           PERFORM SET-MONTH-DAYS
           IF WS-DUE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DUE-DAY
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-DUE-YEAR, 4)
                   IF WS-LEAP-REMAINDER = 0
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-DUE-YEAR, 100)
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-DUE-YEAR, 400)
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SEND-DELINQUENCY-NOTICE.
           IF WS-MONTHS-BEHIND < 1
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTICE-FILE-NAME
           STRING "loan_notice_" WS-LN-LOAN-ID(WS-LOAN-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-NOTICE-FILE-NAME
           END-STRING
           OPEN OUTPUT NOTICE-FILE
           IF WS-MONTHS-BEHIND < 3
               ADD 1 TO WS-NOTICE-COUNT
               PERFORM WRITE-DELINQUENCY-NOTICE
           ELSE
               ADD 1 TO WS-DEMAND-COUNT
               PERFORM WRITE-FINAL-DEMAND
           END-IF
           CLOSE NOTICE-FILE

           MOVE WS-MONTHS-BEHIND TO WS-DISPLAY-BEHIND
           MOVE SPACES TO CONTROL-LIST-RECORD
           IF WS-MONTHS-BEHIND < 3
               STRING "NOTICE   LOAN=" WS-LN-LOAN-ID(WS-LOAN-IDX)
                   "  " WS-LN-BORROWER(WS-LOAN-IDX)
                   "  BEHIND=" WS-DISPLAY-BEHIND
                   DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
               END-STRING
           ELSE
               STRING "DEMAND   LOAN=" WS-LN-LOAN-ID(WS-LOAN-IDX)
                   "  " WS-LN-BORROWER(WS-LOAN-IDX)
                   "  BEHIND=" WS-DISPLAY-BEHIND
                   DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
               END-STRING
           END-IF
           WRITE CONTROL-LIST-RECORD.

       WRITE-NOTICE-HEADING.
           MOVE SPACES TO NOTICE-RECORD
           STRING WS-RUN-DATE "  LOAN " WS-LN-LOAN-ID(WS-LOAN-IDX)
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Dear " FUNCTION TRIM(WS-LN-BORROWER(WS-LOAN-IDX))
               ","
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-NOTICE-AMOUNTS.
           MOVE WS-MONTHS-BEHIND TO WS-DISPLAY-BEHIND
           MOVE WS-LN-PAYMENT(WS-LOAN-IDX) TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO NOTICE-RECORD
           STRING "Payments missed:" WS-DISPLAY-BEHIND
               "   Scheduled payment: " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE WS-LN-FEE-BALANCE(WS-LOAN-IDX) TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO NOTICE-RECORD
           STRING "Late charges outstanding: " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE WS-LN-BALANCE(WS-LOAN-IDX) TO WS-DISPLAY-BALANCE
           MOVE SPACES TO NOTICE-RECORD
           STRING "Loan balance: " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-DELINQUENCY-NOTICE.
           PERFORM WRITE-NOTICE-HEADING
           MOVE SPACES TO NOTICE-RECORD
           STRING "Our records show your loan payments are past due."
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           PERFORM WRITE-NOTICE-AMOUNTS
           MOVE SPACES TO NOTICE-RECORD
           STRING "Please send the missed payments and late charges "
               "promptly to bring"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "your loan up to date. If you have already paid, "
               "please disregard."
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Loan Servicing"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.

       WRITE-FINAL-DEMAND.
           PERFORM WRITE-NOTICE-HEADING
           MOVE SPACES TO NOTICE-RECORD
           STRING "FINAL DEMAND FOR PAYMENT"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Your loan is three or more payments behind and "
               "earlier notices have"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "not brought it up to date."
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           PERFORM WRITE-NOTICE-AMOUNTS
           MOVE SPACES TO NOTICE-RECORD
           STRING "Unless the past-due amount is received, the loan "
               "will be referred"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "to collections. Please contact us immediately."
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           STRING "Loan Servicing"
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.

       WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD

           MOVE WS-ACTIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "ACTIVE LOANS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE WS-FEE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-FEE-TOTAL TO WS-DISPLAY-BALANCE
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "LATE FEES ASSESSED=" WS-DISPLAY-COUNT
               "  TOTAL=" WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE WS-NOTICE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "DELINQUENCY NOTICES=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE WS-DEMAND-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "FINAL DEMANDS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD.

      *> Only the fee fields are put back, each loan read by key
      *> first, so nothing else on the master is touched.
       REWRITE-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE WS-LN-LOAN-ID(WS-LOAN-IDX) TO LM-LOAN-ID
               READ LOAN-MASTER-FILE
                   KEY IS LM-LOAN-ID
                   INVALID KEY
                       DISPLAY "Loan " LM-LOAN-ID
                           " left the master during the run."
                   NOT INVALID KEY
                       MOVE WS-LN-FEE-BALANCE(WS-LOAN-IDX)
                           TO LM-FEE-BALANCE
                       MOVE WS-LN-LAST-FEE-DUE(WS-LOAN-IDX)
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

       END PROGRAM LOAN-LATE-CHARGE.
