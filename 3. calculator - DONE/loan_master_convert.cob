       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MASTER-CONVERT.
       AUTHOR. FILIP JANJESIC.
      *> One-time conversion of the loan master from the line
      *> sequential file CALCULATOR has always appended to, to an
      *> indexed file keyed on LM-LOAN-ID, so LOAN-MAINTENANCE and
      *> the desk inquiries can go straight to a loan. The loan
      *> programs open the new definition only, so this job must
      *> run once at deployment:
      *>   1. rename the existing master to loan_master_old.dat
      *>   2. run this program - it copies every loan into a fresh
      *>      indexed loan_master.dat, carrying every field across
      *>      and giving the new fields their resting values
      *>   3. keep loan_master_old.dat until the new master is
      *>      confirmed good, then remove it
      *> The old file is read under its previous definition. The
      *> layout now adds the charge-off fields (LM-WRITTEN-OFF,
      *> LM-WRITEOFF-DATE) after LM-LAST-FEE-DUE; no loan has been
      *> charged off yet, so both start at zero. Loans booked
      *> before the late-charge fields existed carry spaces there
      *> and are converted with zero fee balances, the way the
      *> posting batches have always read them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "loan_master_old.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05 OLD-LOAN-ID        PIC 9(6).
           05 FILLER             PIC X(1).
           05 OLD-BORROWER       PIC X(30).
           05 FILLER             PIC X(1).
           05 OLD-PRINCIPAL      PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 OLD-ANNUAL-RATE    PIC 9(3)V9(4).
           05 FILLER             PIC X(1).
           05 OLD-TERM-MONTHS    PIC 9(3).
           05 FILLER             PIC X(1).
           05 OLD-PAYMENT        PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 OLD-BOOK-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 OLD-BALANCE        PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 OLD-PAID-COUNT     PIC 9(3).
           05 FILLER             PIC X(1).
           05 OLD-PAID-THROUGH   PIC 9(8).
           05 FILLER             PIC X(1).
           05 OLD-STATUS         PIC X(1).
           05 FILLER             PIC X(1).
           05 OLD-FEE-BALANCE    PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 OLD-LAST-FEE-DUE   PIC 9(8).

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

       WORKING-STORAGE SECTION.
           01 WS-OLD-STATUS      PIC X(02).
               88 OLD-MASTER-OK       VALUE "00".
               88 OLD-END-OF-FILE     VALUE "10".
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK           VALUE "00".
           01 WS-CONVERTED-COUNT PIC 9(6) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan Master Conversion ---".

           OPEN INPUT OLD-MASTER-FILE
           IF NOT OLD-MASTER-OK
               DISPLAY "Unable to open loan_master_old.dat. "
                   "Status=" WS-OLD-STATUS
               DISPLAY "Rename the existing loan_master.dat to "
                   "loan_master_old.dat first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LOAN-MASTER-FILE
           IF NOT MASTER-OK
               DISPLAY "Unable to create loan_master.dat. "
                   "Status=" WS-MASTER-STATUS
               CLOSE OLD-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-END-OF-FILE
               READ OLD-MASTER-FILE
                   AT END
                       SET OLD-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-MASTER-FILE
           CLOSE LOAN-MASTER-FILE

           MOVE WS-CONVERTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Loans converted: " WS-DISPLAY-COUNT
           IF WS-DUPLICATE-COUNT > 0
               MOVE WS-DUPLICATE-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Duplicate loan numbers NOT converted: "
                   WS-DISPLAY-COUNT " - resolve and rerun."
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Keep loan_master_old.dat until the new "
               "master is confirmed good."
           STOP RUN.

      *> The sequential master never enforced unique loan numbers;
      *> the index does, so a second record under the same number
      *> is reported and left for loan servicing to resolve.
       CONVERT-ONE-RECORD.
           MOVE SPACES TO LOAN-MASTER-RECORD
           MOVE OLD-LOAN-ID TO LM-LOAN-ID
           MOVE OLD-BORROWER TO LM-BORROWER
           MOVE OLD-PRINCIPAL TO LM-PRINCIPAL
           MOVE OLD-ANNUAL-RATE TO LM-ANNUAL-RATE
           MOVE OLD-TERM-MONTHS TO LM-TERM-MONTHS
           MOVE OLD-PAYMENT TO LM-PAYMENT
           MOVE OLD-BOOK-DATE TO LM-BOOK-DATE
           MOVE OLD-BALANCE TO LM-BALANCE
           MOVE OLD-PAID-COUNT TO LM-PAID-COUNT
           MOVE OLD-PAID-THROUGH TO LM-PAID-THROUGH
           MOVE OLD-STATUS TO LM-STATUS
           IF OLD-FEE-BALANCE NUMERIC
               MOVE OLD-FEE-BALANCE TO LM-FEE-BALANCE
           ELSE
               MOVE 0 TO LM-FEE-BALANCE
           END-IF
           IF OLD-LAST-FEE-DUE NUMERIC
               MOVE OLD-LAST-FEE-DUE TO LM-LAST-FEE-DUE
           ELSE
               MOVE 0 TO LM-LAST-FEE-DUE
           END-IF
           MOVE 0 TO LM-WRITTEN-OFF
           MOVE 0 TO LM-WRITEOFF-DATE
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Duplicate loan " LM-LOAN-ID
                       " status " WS-MASTER-STATUS
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-WRITE
           IF MASTER-OK
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.

       END PROGRAM LOAN-MASTER-CONVERT.
