       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-GL-PROOF.
       AUTHOR. FILIP JANJESIC.
      *> Monthly proof of the loan subledger against the general
      *> ledger. The total outstanding balance on the loan master
      *> must equal the loans receivable account as GL-POSTING has
      *> built it up in gl_posting_history.dat - new loans debited
      *> under LOAN-NEW, principal received credited under
      *> LOAN-PRIN, charge-offs credited under LOAN-CHGOFF. The
      *> receivable account is whatever the account map debits for
      *> LOAN-NEW, so the proof follows the map rather than
      *> carrying an account number of its own. Any difference
      *> ends the step at warning level so it is worked before the
      *> month is closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "gl_account_map.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT GL-HISTORY-FILE ASSIGN TO "gl_posting_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "loan_gl_proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05 GLM-SOURCE         PIC X(12).
           05 GLM-DEBIT-ACCT     PIC X(8).
           05 GLM-CREDIT-ACCT    PIC X(8).

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05 GLH-POST-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 GLH-ACCOUNT        PIC X(8).
           05 FILLER             PIC X(1).
           05 GLH-DC             PIC X(1).
           05 FILLER             PIC X(1).
           05 GLH-AMOUNT         PIC 9(11)V99.
           05 FILLER             PIC X(1).
           05 GLH-SOURCE         PIC X(12).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-FILE-OK      VALUE "00".
               88 MASTER-END-OF-FILE  VALUE "10".
           01 WS-MAP-STATUS      PIC X(02).
               88 MAP-FILE-OK         VALUE "00".
               88 MAP-END-OF-FILE     VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK     VALUE "00".
               88 HISTORY-END-OF-FILE VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-PROOF-DATE-IN   PIC X(8).
           01 WS-PROOF-DATE      PIC 9(8).
           01 WS-PROOF-DATE-SOURCE PIC X(1).
           01 WS-RECEIVABLE-ACCT PIC X(8) VALUE SPACES.

           01 WS-SUBLEDGER-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-ACTIVE-COUNT    PIC 9(6) VALUE 0.
           01 WS-GL-DEBITS       PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-GL-CREDITS      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-GL-BALANCE      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-DIFFERENCE      PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-LEG-COUNT       PIC 9(6) VALUE 0.

           01 WS-DISPLAY-AMOUNT  PIC -(11)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Loan Subledger Proof ---".
           DISPLAY "Proof date YYYYMMDD (blank = processing date): ".
           ACCEPT WS-PROOF-DATE-IN.
           IF WS-PROOF-DATE-IN = SPACES
               CALL "PROCESSING-DATE" USING WS-PROOF-DATE
                   WS-PROOF-DATE-SOURCE
           ELSE
               IF WS-PROOF-DATE-IN NOT NUMERIC
                   DISPLAY "Proof date must be numeric YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PROOF-DATE-IN TO WS-PROOF-DATE
           END-IF.

           PERFORM FIND-RECEIVABLE-ACCOUNT.
           IF WS-RECEIVABLE-ACCT = SPACES
               DISPLAY "No LOAN-NEW entry in gl_account_map.dat - "
                   "no receivable account to prove."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TOTAL-LOAN-MASTER.
           PERFORM TOTAL-RECEIVABLE-ACCOUNT.
           COMPUTE WS-GL-BALANCE = WS-GL-DEBITS - WS-GL-CREDITS
           COMPUTE WS-DIFFERENCE = WS-SUBLEDGER-TOTAL - WS-GL-BALANCE

           PERFORM WRITE-PROOF-REPORT.

           IF WS-DIFFERENCE NOT = 0
               DISPLAY "Loan subledger OUT OF BALANCE with account "
                   WS-RECEIVABLE-ACCT " - see loan_gl_proof.txt"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Loan subledger in balance with account "
                   WS-RECEIVABLE-ACCT
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       FIND-RECEIVABLE-ACCOUNT.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF NOT MAP-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAP-END-OF-FILE
               READ ACCOUNT-MAP-FILE
                   AT END
                       SET MAP-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GLM-SOURCE = "LOAN-NEW"
                           MOVE GLM-DEBIT-ACCT TO WS-RECEIVABLE-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE.

      *> Every loan still carrying a balance counts, whatever its
      *> status - the receivable account does not know a loan's
      *> status, only what was lent and what has come back.
       TOTAL-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF NOT MASTER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MASTER-END-OF-FILE
               READ LOAN-MASTER-FILE NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD LM-BALANCE TO WS-SUBLEDGER-TOTAL
                       IF LM-STATUS = "A"
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

       TOTAL-RECEIVABLE-ACCOUNT.
           OPEN INPUT GL-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ GL-HISTORY-FILE
                   AT END
                       SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GLH-ACCOUNT = WS-RECEIVABLE-ACCT
                               AND GLH-POST-DATE <= WS-PROOF-DATE
                           ADD 1 TO WS-LEG-COUNT
                           IF GLH-DC = "D"
                               ADD GLH-AMOUNT TO WS-GL-DEBITS
                           ELSE
                               ADD GLH-AMOUNT TO WS-GL-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

       WRITE-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "LOAN SUBLEDGER PROOF AS OF " WS-PROOF-DATE
               "  ACCOUNT " WS-RECEIVABLE-ACCT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD
           MOVE SPACES TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD

           MOVE WS-ACTIVE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "ACTIVE LOANS ON MASTER=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-SUBLEDGER-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "LOAN MASTER TOTAL BALANCE= " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-LEG-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "LEDGER LEGS ON ACCOUNT=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-GL-DEBITS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "  DEBITS=                  " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-GL-CREDITS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "  CREDITS=                 " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-GL-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "LOANS RECEIVABLE BALANCE=  " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO PROOF-REPORT-RECORD
           STRING "DIFFERENCE=                " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO PROOF-REPORT-RECORD
           END-STRING
           WRITE PROOF-REPORT-RECORD

           MOVE SPACES TO PROOF-REPORT-RECORD
           IF WS-DIFFERENCE = 0
               MOVE "PROOF: IN BALANCE" TO PROOF-REPORT-RECORD
           ELSE
               MOVE "PROOF: OUT OF BALANCE - RESEARCH BEFORE CLOSE"
                   TO PROOF-REPORT-RECORD
           END-IF
           WRITE PROOF-REPORT-RECORD
           CLOSE PROOF-REPORT-FILE.
