       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INTEREST-STATEMENT.
       AUTHOR. FILIP JANJESIC.
      *> Year-end interest statements from the loan history. For a
      *> calendar year (blank = last year, since the run is made in
      *> January) each borrower gets one statement listing every
      *> loan they hold: interest paid in the year and the balance
      *> the loan closed the year on. The closing balance is the
      *> balance after the last receipt on or before 31 December,
      *> or the principal on a loan booked in the year with nothing
      *> received yet. Borrowers are matched by name as it stands
      *> on the loan master, and the statement file carries the
      *> borrower's first loan ID, the way StudentLetters names its
      *> letters by student ID.
      *> The control listing totals the interest printed on the
      *> statements and ties it to the interest in the history for
      *> the year; receipts for loans no longer on the master keep
      *> the two apart and leave the step at warning level.
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

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC
                   WS-STATEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT CONTROL-LIST-FILE ASSIGN TO
                   "loan_statement_control.txt"
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

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD      PIC X(80).

       FD  CONTROL-LIST-FILE.
       01  CONTROL-LIST-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-FILE-OK      VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK     VALUE "00".
               88 HISTORY-END-OF-FILE VALUE "10".
           01 WS-STATEMENT-STATUS PIC X(02).
           01 WS-CONTROL-STATUS  PIC X(02).
           01 WS-STATEMENT-FILE-NAME PIC X(40).

           01 WS-YEAR-IN         PIC X(4).
           01 WS-STATEMENT-YEAR  PIC 9(4).
           01 WS-YEAR-START      PIC 9(8).
           01 WS-YEAR-END        PIC 9(8).
           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR    PIC 9(4).
               05 WS-RUN-MMDD    PIC 9(4).

           01 WS-LOAN-TABLE-MAX  PIC 9(3) VALUE 200.
           01 WS-LOAN-COUNT      PIC 9(3) VALUE 0.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 LOANS-WERE-TRUNCATED VALUE "Y".
           01 WS-LOAN-TABLE.
               05 WS-LOAN-ENTRY OCCURS 200 TIMES.
                   10 WS-LN-LOAN-ID      PIC 9(6).
                   10 WS-LN-BORROWER     PIC X(30).
                   10 WS-LN-PRINCIPAL    PIC 9(7)V99.
                   10 WS-LN-BOOK-DATE    PIC 9(8).
                   10 WS-LN-YEAR-INTEREST PIC S9(9)V99 COMP-3.
                   10 WS-LN-CLOSING      PIC S9(9)V99 COMP-3.
                   10 WS-LN-LAST-RECEIPT PIC 9(8).
                   10 WS-LN-DONE-FLAG    PIC X(1).

           01 WS-LOAN-IDX        PIC 9(3).
           01 WS-SCAN-IDX        PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).

           01 WS-HISTORY-INTEREST PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-HISTORY-RECEIPTS PIC 9(6) VALUE 0.
           01 WS-ORPHAN-RECEIPTS PIC 9(6) VALUE 0.
           01 WS-STATEMENT-INTEREST PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-STATEMENT-COUNT PIC 9(6) VALUE 0.
           01 WS-BORROWER-INTEREST PIC S9(9)V99 COMP-3.
           01 WS-BORROWER-CLOSING PIC S9(9)V99 COMP-3.
           01 WS-BORROWER-LOANS  PIC 9(3).
           01 WS-DIFFERENCE      PIC S9(11)V99 COMP-3.

           01 WS-DISPLAY-AMOUNT  PIC -(9)9.99.
           01 WS-DISPLAY-BALANCE PIC -(9)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           01 WS-DISPLAY-LOANS   PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan Year-End Interest Statements ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY "Statement year YYYY (blank = last year): ".
           ACCEPT WS-YEAR-IN.
           IF WS-YEAR-IN = SPACES
               COMPUTE WS-STATEMENT-YEAR = WS-RUN-YEAR - 1
           ELSE
               IF WS-YEAR-IN NOT NUMERIC
                   DISPLAY "Statement year must be numeric YYYY."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-YEAR-IN TO WS-STATEMENT-YEAR
           END-IF.
           COMPUTE WS-YEAR-START = WS-STATEMENT-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-STATEMENT-YEAR * 10000 + 1231.

           PERFORM LOAD-LOAN-TABLE.
           IF WS-LOAN-COUNT = 0
               DISPLAY "No loans on the master - no statements."
               STOP RUN
           END-IF.
           IF LOANS-WERE-TRUNCATED
               DISPLAY "Loan master outgrew the statement table - "
                   "run abandoned before any statement written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM APPLY-LOAN-HISTORY.

           OPEN OUTPUT CONTROL-LIST-FILE.
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "YEAR-END INTEREST STATEMENTS FOR "
               WS-STATEMENT-YEAR "  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-DONE-FLAG(WS-LOAN-IDX) = "N"
                   PERFORM WRITE-BORROWER-STATEMENT
               END-IF
           END-PERFORM

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE CONTROL-LIST-FILE.

           MOVE WS-STATEMENT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Statements written: " WS-DISPLAY-COUNT.
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "Statement interest does not tie to the "
                   "history - see loan_statement_control.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Control listing in loan_statement_control.txt".
           STOP RUN.

      *> Loans booked after the year closed have nothing to report
      *> for it and are left out of the table altogether.
       LOAD-LOAN-TABLE.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOAN-MASTER-FILE
           IF MASTER-FILE-OK
               PERFORM UNTIL MASTER-END-OF-FILE
                   READ LOAN-MASTER-FILE NEXT
                       AT END
                           SET MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF LM-BOOK-DATE <= WS-YEAR-END
                               PERFORM STORE-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

       STORE-ONE-LOAN.
           IF WS-LOAN-COUNT NOT < WS-LOAN-TABLE-MAX
               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE LM-LOAN-ID TO WS-LN-LOAN-ID(WS-LOAN-COUNT)
           MOVE LM-BORROWER TO WS-LN-BORROWER(WS-LOAN-COUNT)
           MOVE LM-PRINCIPAL TO WS-LN-PRINCIPAL(WS-LOAN-COUNT)
           MOVE LM-BOOK-DATE TO WS-LN-BOOK-DATE(WS-LOAN-COUNT)
           MOVE 0 TO WS-LN-YEAR-INTEREST(WS-LOAN-COUNT)
           MOVE LM-PRINCIPAL TO WS-LN-CLOSING(WS-LOAN-COUNT)
           MOVE 0 TO WS-LN-LAST-RECEIPT(WS-LOAN-COUNT)
           MOVE "N" TO WS-LN-DONE-FLAG(WS-LOAN-COUNT).

      *> One pass over the history does both jobs: the control
      *> total takes every receipt dated in the year, and each
      *> loan picks up its own interest and its latest balance up
      *> to the year end.
       APPLY-LOAN-HISTORY.
           OPEN INPUT LOAN-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ LOAN-HISTORY-FILE
                   AT END
                       SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF LH-RECEIPT-DATE <= WS-YEAR-END
                           PERFORM APPLY-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-HISTORY-FILE.

       APPLY-ONE-RECEIPT.
      *> A charge-off line carries no money; it only closes the
      *> loan's balance at zero.
           IF LH-RECEIPT-DATE >= WS-YEAR-START
               ADD LH-INTEREST TO WS-HISTORY-INTEREST
               IF LH-TYPE NOT = "W"
                   ADD 1 TO WS-HISTORY-RECEIPTS
               END-IF
           END-IF

           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-LOAN-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-LN-LOAN-ID(WS-SCAN-IDX) = LH-LOAN-ID
                   MOVE WS-SCAN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF LH-RECEIPT-DATE >= WS-YEAR-START
                   ADD 1 TO WS-ORPHAN-RECEIPTS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF LH-RECEIPT-DATE >= WS-YEAR-START
               ADD LH-INTEREST TO WS-LN-YEAR-INTEREST(WS-MATCH-IDX)
           END-IF
           IF LH-RECEIPT-DATE >= WS-LN-LAST-RECEIPT(WS-MATCH-IDX)
               MOVE LH-RECEIPT-DATE
                   TO WS-LN-LAST-RECEIPT(WS-MATCH-IDX)
               MOVE LH-BALANCE-AFTER TO WS-LN-CLOSING(WS-MATCH-IDX)
           END-IF.

      *> A borrower owing nothing at the start of the year and
      *> paying no interest in it - a loan retired in an earlier
      *> year - gets no statement.
       WRITE-BORROWER-STATEMENT.
           MOVE 0 TO WS-BORROWER-INTEREST
           MOVE 0 TO WS-BORROWER-CLOSING
           MOVE 0 TO WS-BORROWER-LOANS
           PERFORM VARYING WS-SCAN-IDX FROM WS-LOAN-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-LOAN-COUNT
               IF WS-LN-BORROWER(WS-SCAN-IDX) =
                       WS-LN-BORROWER(WS-LOAN-IDX)
                   MOVE "Y" TO WS-LN-DONE-FLAG(WS-SCAN-IDX)
                   IF WS-LN-YEAR-INTEREST(WS-SCAN-IDX) NOT = 0
                           OR WS-LN-CLOSING(WS-SCAN-IDX) NOT = 0
                           OR WS-LN-LAST-RECEIPT(WS-SCAN-IDX)
                               >= WS-YEAR-START
                       MOVE "S" TO WS-LN-DONE-FLAG(WS-SCAN-IDX)
                       ADD 1 TO WS-BORROWER-LOANS
                       ADD WS-LN-YEAR-INTEREST(WS-SCAN-IDX)
                           TO WS-BORROWER-INTEREST
                       ADD WS-LN-CLOSING(WS-SCAN-IDX)
                           TO WS-BORROWER-CLOSING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BORROWER-LOANS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STATEMENT-FILE-NAME
           STRING "loan_statement_" WS-STATEMENT-YEAR "_"
               WS-LN-LOAN-ID(WS-LOAN-IDX) ".txt"
               DELIMITED BY SIZE INTO WS-STATEMENT-FILE-NAME
           END-STRING
           OPEN OUTPUT STATEMENT-FILE
           PERFORM WRITE-STATEMENT-HEADING
           PERFORM VARYING WS-SCAN-IDX FROM WS-LOAN-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-LOAN-COUNT
               IF WS-LN-DONE-FLAG(WS-SCAN-IDX) = "S"
                   PERFORM WRITE-STATEMENT-LOAN-LINE
                   MOVE "Y" TO WS-LN-DONE-FLAG(WS-SCAN-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-STATEMENT-TOTALS
           CLOSE STATEMENT-FILE

           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-BORROWER-INTEREST TO WS-STATEMENT-INTEREST
           MOVE WS-BORROWER-LOANS TO WS-DISPLAY-LOANS
           MOVE WS-BORROWER-INTEREST TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "STATEMENT LOAN=" WS-LN-LOAN-ID(WS-LOAN-IDX)
               "  " WS-LN-BORROWER(WS-LOAN-IDX)
               " LOANS=" WS-DISPLAY-LOANS
               " INT=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD.

       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-RECORD
           STRING WS-RUN-DATE "  INTEREST STATEMENT FOR "
               WS-STATEMENT-YEAR
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Dear " FUNCTION TRIM(WS-LN-BORROWER(WS-LOAN-IDX))
               ","
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Below is the interest you paid on your loans in "
               WS-STATEMENT-YEAR
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "and the balance each loan carried at year end."
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  LOAN      BOOKED       INTEREST PAID"
               "    CLOSING BALANCE"
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       WRITE-STATEMENT-LOAN-LINE.
           MOVE WS-LN-YEAR-INTEREST(WS-SCAN-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-LN-CLOSING(WS-SCAN-IDX) TO WS-DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  " WS-LN-LOAN-ID(WS-SCAN-IDX)
               "    " WS-LN-BOOK-DATE(WS-SCAN-IDX)
               "  " WS-DISPLAY-AMOUNT
               "     " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       WRITE-STATEMENT-TOTALS.
           MOVE WS-BORROWER-INTEREST TO WS-DISPLAY-AMOUNT
           MOVE WS-BORROWER-CLOSING TO WS-DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-RECORD
           STRING "  TOTAL                " WS-DISPLAY-AMOUNT
               "     " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Please keep this statement with your tax records."
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Loan Servicing"
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD.

       WRITE-CONTROL-TOTALS.
           COMPUTE WS-DIFFERENCE =
               WS-HISTORY-INTEREST - WS-STATEMENT-INTEREST
           MOVE SPACES TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD

           MOVE WS-STATEMENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "STATEMENTS WRITTEN=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE WS-STATEMENT-INTEREST TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "INTEREST ON STATEMENTS=   " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE WS-HISTORY-RECEIPTS TO WS-DISPLAY-COUNT
           MOVE WS-HISTORY-INTEREST TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "INTEREST IN HISTORY=      " WS-DISPLAY-AMOUNT
               "  RECEIPTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           IF WS-ORPHAN-RECEIPTS > 0
               MOVE WS-ORPHAN-RECEIPTS TO WS-DISPLAY-COUNT
               MOVE SPACES TO CONTROL-LIST-RECORD
               STRING "RECEIPTS FOR LOANS NOT ON MASTER="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
               END-STRING
               WRITE CONTROL-LIST-RECORD
           END-IF

           MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO CONTROL-LIST-RECORD
           STRING "DIFFERENCE=               " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO CONTROL-LIST-RECORD
           END-STRING
           WRITE CONTROL-LIST-RECORD

           MOVE SPACES TO CONTROL-LIST-RECORD
           IF WS-DIFFERENCE = 0
               MOVE "CONTROL: STATEMENTS TIE TO LOAN HISTORY"
                   TO CONTROL-LIST-RECORD
           ELSE
               MOVE "CONTROL: STATEMENTS DO NOT TIE - RESEARCH"
                   TO CONTROL-LIST-RECORD
           END-IF
           WRITE CONTROL-LIST-RECORD.

       END PROGRAM LOAN-INTEREST-STATEMENT.
