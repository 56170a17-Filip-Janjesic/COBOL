               FILE STATUS IS WS-LOAN-REPORT-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT LOAN-SEQ-FILE ASSIGN TO "loan_seq.dat"
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

       FD  LOAN-SEQ-FILE.
       01  LOAN-SEQ-RECORD       PIC 9(6).
               88 BATCH-WAS-REFUSED    VALUE "Y".
           01  WS-FORCED-FLAG      PIC X(1).
           01  WS-PRIOR-RUN-DATE   PIC 9(8).
      *> The batch register carries the shop's processing date, so
      *> a rerun the morning after is recorded against the night it
      *> belongs to.
           01  WS-PROCESSING-DATE  PIC 9(8).
           01  WS-DATE-SOURCE      PIC X(1).
           01  WS-FORCE-ANSWER     PIC X(1).
           01  WS-FIRST-READ-FLAG  PIC X(1).
               88 FIRST-RECORD-IS-DATA VALUE "Y".
           01  WS-AUTHORITY        PIC 9(1).
           01  WS-CHECK-STATUS     PIC X(1).

      *> A forced rerun is dual-controlled: the supervisor who asks
      *> for it queues a request on the shared approval queue, a
      *> second supervisor approves it on APPROVAL-REVIEW, and the
      *> next run of the same batch finds the approval and goes
      *> through. The request is marked applied once the rerun is
      *> on the register.
           01  WS-APPR-FUNCTION    PIC X(1).
           01  WS-APPR-REQUEST.
               05 WS-APPR-REQUEST-ID  PIC 9(6).
               05 WS-APPR-STATUS      PIC X(1).
               05 WS-APPR-PROGRAM     PIC X(12).
               05 WS-APPR-ACTION      PIC X(12).
               05 WS-APPR-LEVEL       PIC 9(1).
               05 WS-APPR-REQUESTER   PIC X(20).
               05 WS-APPR-REQ-STAMP   PIC 9(14).
               05 WS-APPR-ACTOR       PIC X(20).
               05 WS-APPR-ACT-STAMP   PIC 9(14).
               05 WS-APPR-DETAIL      PIC X(120).
           01  WS-APPR-RESULT      PIC X(1).
           01  WS-RERUN-APPROVED-FLAG PIC X(1) VALUE "N".
               88 RERUN-WAS-APPROVED  VALUE "Y".
           01  WS-RERUN-PROPOSAL.
               05 FILLER           PIC X(6) VALUE "BATCH=".
               05 WS-RP-BATCH-ID   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Enter mode (I = Interactive, B = Batch, "
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive. Run abandoned."
           WRITE LOAN-SEQ-RECORD
           CLOSE LOAN-SEQ-FILE

           OPEN I-O LOAN-MASTER-FILE
           IF WS-LOAN-MASTER-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER-FILE
           END-IF
           MOVE SPACES TO LOAN-MASTER-RECORD
           MOVE WS-ANNUAL-RATE TO LM-ANNUAL-RATE
           MOVE WS-TERM-MONTHS TO LM-TERM-MONTHS
           MOVE WS-PAYMENT TO LM-PAYMENT
           CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
               WS-DATE-SOURCE
           MOVE WS-PROCESSING-DATE TO LM-BOOK-DATE
           MOVE WS-PRINCIPAL TO LM-BALANCE
           MOVE 0 TO LM-PAID-COUNT
           MOVE 0 TO LM-PAID-THROUGH
           MOVE "A" TO LM-STATUS
           MOVE 0 TO LM-FEE-BALANCE
           MOVE 0 TO LM-LAST-FEE-DUE
           MOVE 0 TO LM-WRITTEN-OFF
           MOVE 0 TO LM-WRITEOFF-DATE
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Loan number " WS-NEXT-LOAN-ID
                       " already on the master - loan not booked."
                   CLOSE LOAN-MASTER-FILE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE LOAN-MASTER-FILE

           MOVE "BOOK-LOAN" TO WS-JRN-ACTION
           MOVE 0 TO WS-REJECT-WRITTEN
           MOVE "N" TO WS-REFUSED-FLAG
           MOVE "N" TO WS-FORCED-FLAG
           MOVE "N" TO WS-RERUN-APPROVED-FLAG
           MOVE SPACES TO WS-BATCH-ID

           OPEN INPUT TRANSACTION-FILE
           IF BATCH-WAS-REFUSED
               DISPLAY "Batch " WS-BATCH-ID
                   " was already processed on " WS-PRIOR-RUN-DATE "."
               PERFORM FIND-APPROVED-RERUN
               IF RERUN-WAS-APPROVED
                   MOVE "N" TO WS-REFUSED-FLAG
                   MOVE "Y" TO WS-FORCED-FLAG
                   DISPLAY "Forced rerun of batch " WS-BATCH-ID
                       " - request " WS-APPR-REQUEST-ID
                       " by " WS-APPR-REQUESTER
                   DISPLAY "approved by " WS-APPR-ACTOR
                       " - noted in the register."
               ELSE
                   PERFORM REQUEST-FORCED-RERUN
               END-IF
           END-IF.

       FIND-APPROVED-RERUN.
           MOVE "N" TO WS-RERUN-APPROVED-FLAG
           MOVE WS-BATCH-ID TO WS-RP-BATCH-ID
           MOVE SPACES TO WS-APPR-REQUEST
           MOVE WS-JRN-PROGRAM TO WS-APPR-PROGRAM
           MOVE "FORCE-RERUN" TO WS-APPR-ACTION
           MOVE WS-RERUN-PROPOSAL TO WS-APPR-DETAIL
           MOVE "N" TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           IF WS-APPR-RESULT = "0"
               MOVE "Y" TO WS-RERUN-APPROVED-FLAG
           END-IF.

      *> The batch stays refused either way; the rerun happens on a
      *> later run, once the request is approved.
       REQUEST-FORCED-RERUN.
           DISPLAY "Request a supervisor forced rerun? (Y/N): "
           ACCEPT WS-FORCE-ANSWER
           IF WS-FORCE-ANSWER NOT = "Y" AND WS-FORCE-ANSWER NOT = "y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor operator ID: "
           ACCEPT WS-SUPERVISOR-ID
           MOVE 3 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SUPERVISOR-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY
               WS-CHECK-STATUS WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Force rerun refused - supervisor "
                   "authority is required."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-ID TO WS-RP-BATCH-ID
           MOVE SPACES TO WS-APPR-REQUEST
           MOVE WS-JRN-PROGRAM TO WS-APPR-PROGRAM
           MOVE "FORCE-RERUN" TO WS-APPR-ACTION
           MOVE 3 TO WS-APPR-LEVEL
           MOVE WS-SUPERVISOR-ID TO WS-APPR-REQUESTER
           MOVE WS-RERUN-PROPOSAL TO WS-APPR-DETAIL
           MOVE "S" TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           DISPLAY "Forced rerun queued for approval as request "
               WS-APPR-REQUEST-ID "."
           DISPLAY "Submit the batch again once a second "
               "supervisor has approved it.".

       APPEND-BATCH-REGISTER.
           OPEN EXTEND BATCH-REGISTER-FILE
           IF WS-REGISTER-STATUS = "05" OR "35"
           END-IF
           MOVE SPACES TO BATCH-REGISTER-RECORD
           MOVE WS-BATCH-ID TO BR-BATCH-ID
           CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
               WS-DATE-SOURCE
           MOVE WS-PROCESSING-DATE TO BR-RUN-DATE
           MOVE WS-BATCH-LINE-COUNT TO BR-TRANS-COUNT
           MOVE WS-RUNNING-TOTAL TO BR-GRAND-TOTAL
           MOVE WS-FORCED-FLAG TO BR-FORCED-FLAG
           WRITE BATCH-REGISTER-RECORD
           CLOSE BATCH-REGISTER-FILE
           IF RERUN-WAS-APPROVED
               MOVE WS-SIGNON-ID TO WS-APPR-ACTOR
               MOVE "D" TO WS-APPR-FUNCTION
               CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
                   WS-APPR-REQUEST WS-APPR-RESULT
               MOVE "N" TO WS-RERUN-APPROVED-FLAG
           END-IF.

       PROCESS-BATCH-TRANSACTION.
           PERFORM PERFORM-CALCULATION
