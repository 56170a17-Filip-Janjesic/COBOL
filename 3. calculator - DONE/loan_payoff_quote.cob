       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF-QUOTE.
       AUTHOR. FILIP JANJESIC.
      *> Payoff quote for a serviced loan: given a loan ID and the
      *> date the borrower means to close it, the quote is the
      *> outstanding balance and any unpaid late charges plus
      *> per-diem interest from the date the loan is paid through
      *> up to the payoff date, at the
      *> booked annual rate over a 365-day year. A payoff date on a
      *> weekend or bank holiday is carried forward to the next
      *> business day through EVEN-DAY-BUSDAY, since no receipt can
      *> post before then, and interest runs to that day. The
      *> result is a printed payoff letter - one file per loan, the
      *> way StudentLetters writes one per student - stating the
      *> payoff amount, the per-diem and the good-through date. The
      *> borrower's receipt comes back through LOAN-PAYMENT-POSTING
      *> flagged as a payoff, which retires the loan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

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

       FD  LETTER-FILE.
       01  LETTER-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-FILE-OK      VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-LETTER-STATUS   PIC X(02).
           01 WS-LETTER-FILE-NAME PIC X(30).

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-LOAN-INPUT      PIC X(6).
           01 WS-QUOTE-LOAN-ID   PIC 9(6).
           01 WS-DATE-INPUT      PIC X(8).
           01 WS-DATE-INPUT-N REDEFINES WS-DATE-INPUT PIC 9(8).
           01 WS-REQUESTED-DATE  PIC 9(8).
           01 WS-GOOD-THROUGH    PIC 9(8).
           01 WS-INTEREST-FROM   PIC 9(8).
           01 WS-DATE-INTEGER    PIC S9(9) COMP.
           01 WS-FROM-INTEGER    PIC S9(9) COMP.
           01 WS-DAY-BEFORE      PIC 9(8).
           01 WS-FOUND-FLAG      PIC X(1) VALUE "N".
               88 LOAN-WAS-FOUND     VALUE "Y".

      *> The per-diem carries six decimals so that thirty days of it
      *> round to the same cents as the monthly figure the borrower
      *> sees on the schedule.
           01 WS-INTEREST-DAYS   PIC S9(5) COMP-3.
           01 WS-PER-DIEM        PIC S9(7)V9(6) COMP-3.
           01 WS-PAYOFF-INTEREST PIC S9(7)V99 COMP-3.
           01 WS-PAYOFF-AMOUNT   PIC S9(9)V99 COMP-3.
           01 WS-FEE-BALANCE     PIC S9(7)V99 COMP-3.

           01 WS-BUSDAY-FUNCTION PIC X(1).
           01 WS-BUSDAY-COUNT    PIC S9(4) VALUE 0.
           01 WS-BUSDAY-RESULT   PIC 9(8).
           01 WS-BUSDAY-STATUS   PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4) VALUE SPACES.

           01 WS-DISPLAY-BALANCE PIC -(9)9.99.
           01 WS-DISPLAY-AMOUNT  PIC -(7)9.99.
           01 WS-DISPLAY-PER-DIEM PIC -(5)9.999999.
           01 WS-DISPLAY-DAYS    PIC ZZZZ9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "LOAN-PAYOFF".
           01 WS-JRN-OPERATOR    PIC X(30) VALUE SPACES.
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

      *> Sign-on fields for the shared OPERATOR-CHECK routine: any
      *> active operator may quote a payoff.
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan Payoff Quote ---".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR.

           DISPLAY "Loan ID to quote: ".
           ACCEPT WS-LOAN-INPUT.
           IF WS-LOAN-INPUT NOT NUMERIC
               DISPLAY "Loan ID must be six digits."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LOAN-INPUT TO WS-QUOTE-LOAN-ID.

           DISPLAY "Payoff date YYYYMMDD (blank = today): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE WS-RUN-DATE TO WS-REQUESTED-DATE
           ELSE
               IF WS-DATE-INPUT NOT NUMERIC
                   DISPLAY "Payoff date must be YYYYMMDD."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INPUT-N)
               IF WS-DATE-INTEGER = 0
                   DISPLAY "Payoff date is not a calendar date."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-INPUT-N TO WS-REQUESTED-DATE
           END-IF.
           IF WS-REQUESTED-DATE < WS-RUN-DATE
               DISPLAY "Payoff date is already past - a quote runs "
                   "from today forward."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-QUOTED-LOAN.
           IF NOT LOAN-WAS-FOUND
               DISPLAY "Loan " WS-QUOTE-LOAN-ID
                   " is not on the loan master."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LM-STATUS NOT = "A"
               DISPLAY "Loan " WS-QUOTE-LOAN-ID
                   " is not active (status " LM-STATUS
                   ") - no payoff to quote."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SET-GOOD-THROUGH-DATE.
           PERFORM COMPUTE-PAYOFF-AMOUNT.
           PERFORM WRITE-PAYOFF-LETTER.

           MOVE "QUOTE" TO WS-JRN-ACTION
           MOVE WS-PAYOFF-AMOUNT TO WS-DISPLAY-BALANCE
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "LOAN=" WS-QUOTE-LOAN-ID
               "  PAYOFF=" WS-DISPLAY-BALANCE
               "  GOOD=" WS-GOOD-THROUGH
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM WS-JRN-OPERATOR
               WS-JRN-ACTION WS-JRN-KEY-VALUES

           DISPLAY "Payoff amount: " WS-DISPLAY-BALANCE
               "  good through " WS-GOOD-THROUGH.
           DISPLAY "Letter written to " WS-LETTER-FILE-NAME.
           STOP RUN.

       FIND-QUOTED-LOAN.
           OPEN INPUT LOAN-MASTER-FILE
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUOTE-LOAN-ID TO LM-LOAN-ID
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-FLAG
           END-READ
           CLOSE LOAN-MASTER-FILE.

      *> Asking EVEN-DAY-BUSDAY for the next business day after the
      *> day before the requested date gives back the requested date
      *> itself when the bank is open, and the following business
      *> day when it is not - the same approach STANDING-GENERATOR
      *> takes with its rolled run dates.
       SET-GOOD-THROUGH-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REQUESTED-DATE) - 1
           COMPUTE WS-DAY-BEFORE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE "N" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-DAY-BEFORE WS-BUSDAY-COUNT WS-BUSDAY-RESULT
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS = "0"
               MOVE WS-BUSDAY-RESULT TO WS-GOOD-THROUGH
           ELSE
               MOVE WS-REQUESTED-DATE TO WS-GOOD-THROUGH
           END-IF.

      *> Interest runs from the paid-through date; a loan with no
      *> payment posted yet runs from its booking date. The days
      *> are counted to the good-through date, since that is the
      *> day the money can actually post.
       COMPUTE-PAYOFF-AMOUNT.
           IF LM-PAID-THROUGH = 0
               MOVE LM-BOOK-DATE TO WS-INTEREST-FROM
           ELSE
               MOVE LM-PAID-THROUGH TO WS-INTEREST-FROM
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-INTEREST-FROM)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THROUGH)
           COMPUTE WS-INTEREST-DAYS =
               WS-DATE-INTEGER - WS-FROM-INTEGER
           IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
           END-IF

           COMPUTE WS-PER-DIEM ROUNDED =
               LM-BALANCE * LM-ANNUAL-RATE / 36500
           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
               WS-PER-DIEM * WS-INTEREST-DAYS
           IF LM-FEE-BALANCE NUMERIC
               MOVE LM-FEE-BALANCE TO WS-FEE-BALANCE
           ELSE
               MOVE 0 TO WS-FEE-BALANCE
           END-IF
           COMPUTE WS-PAYOFF-AMOUNT =
               LM-BALANCE + WS-PAYOFF-INTEREST + WS-FEE-BALANCE.

       WRITE-PAYOFF-LETTER.
           MOVE SPACES TO WS-LETTER-FILE-NAME
           STRING "payoff_" WS-QUOTE-LOAN-ID ".txt"
               DELIMITED BY SIZE INTO WS-LETTER-FILE-NAME
           END-STRING
           OPEN OUTPUT LETTER-FILE

           MOVE SPACES TO LETTER-RECORD
           STRING WS-RUN-DATE "  LOAN " LM-LOAN-ID
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "Dear " FUNCTION TRIM(LM-BORROWER) ","
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "As requested, the amount needed to pay your loan "
               "in full is:"
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE LM-BALANCE TO WS-DISPLAY-BALANCE
           MOVE SPACES TO LETTER-RECORD
           STRING "    Principal balance        " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE WS-PAYOFF-INTEREST TO WS-DISPLAY-BALANCE
           MOVE WS-INTEREST-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO LETTER-RECORD
           STRING "    Interest " WS-INTEREST-FROM " to "
               WS-GOOD-THROUGH WS-DISPLAY-BALANCE
               "  (" WS-DISPLAY-DAYS " days)"
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           IF WS-FEE-BALANCE > 0
               MOVE WS-FEE-BALANCE TO WS-DISPLAY-BALANCE
               MOVE SPACES TO LETTER-RECORD
               STRING "    Unpaid late charges      " WS-DISPLAY-BALANCE
                   DELIMITED BY SIZE INTO LETTER-RECORD
               END-STRING
               WRITE LETTER-RECORD
           END-IF
           MOVE WS-PAYOFF-AMOUNT TO WS-DISPLAY-BALANCE
           MOVE SPACES TO LETTER-RECORD
           STRING "    Total payoff amount      " WS-DISPLAY-BALANCE
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE SPACES TO LETTER-RECORD
           STRING "This figure is good through " WS-GOOD-THROUGH
               ". Funds received after that date"
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE WS-PER-DIEM TO WS-DISPLAY-PER-DIEM
           MOVE SPACES TO LETTER-RECORD
           STRING "carry additional interest of " WS-DISPLAY-PER-DIEM
               " per day."
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           IF WS-GOOD-THROUGH NOT = WS-REQUESTED-DATE
               MOVE SPACES TO LETTER-RECORD
               STRING "The date you asked for, " WS-REQUESTED-DATE
                   ", is not a business day."
                   DELIMITED BY SIZE INTO LETTER-RECORD
               END-STRING
               WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-RECORD
           STRING "Please mark your payment as a payoff so the loan "
               "is closed on receipt."
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "Loan Servicing"
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           CLOSE LETTER-FILE.

       END PROGRAM LOAN-PAYOFF-QUOTE.
