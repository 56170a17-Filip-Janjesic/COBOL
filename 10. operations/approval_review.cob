       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-REVIEW.
       AUTHOR. FILIP JANJESIC.
      *> Second-pair-of-eyes screen over approval_queue.dat. Rate
      *> changes, master restores, account backouts and forced
      *> calculator reruns are queued by the programs that key them
      *> and wait here; a different operator, holding at least the
      *> authority the request names, approves or rejects each one.
      *> Only an approved request is applied - by the requesting
      *> program the next time it runs. A request left pending
      *> longer than WS-EXPIRY-HOURS is expired at sign-on and has
      *> to be keyed again. Every decision is journaled by the
      *> shared APPROVAL-QUEUE routine.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "approval_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-RECORD.
           05 AQ-REQUEST-ID      PIC 9(6).
           05 FILLER             PIC X(1).
           05 AQ-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 AQ-PROGRAM         PIC X(12).
           05 FILLER             PIC X(1).
           05 AQ-ACTION          PIC X(12).
           05 FILLER             PIC X(1).
           05 AQ-REQUIRED-LEVEL  PIC 9(1).
           05 FILLER             PIC X(1).
           05 AQ-REQUESTER       PIC X(20).
           05 FILLER             PIC X(1).
           05 AQ-REQUEST-STAMP   PIC 9(14).
           05 FILLER             PIC X(1).
           05 AQ-ACTOR           PIC X(20).
           05 FILLER             PIC X(1).
           05 AQ-ACTION-STAMP    PIC 9(14).
           05 FILLER             PIC X(1).
           05 AQ-DETAIL          PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-QUEUE-STATUS    PIC X(02).
               88 QUEUE-FILE-OK       VALUE "00".
               88 QUEUE-END-OF-FILE   VALUE "10".

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 REVIEW-DONE         VALUE "Y".

      *> Level 2 lets a senior operator approve rate changes; each
      *> request still carries its own required level, checked at
      *> the decision.
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

      *> How long a request may sit pending before it lapses.
           01 WS-EXPIRY-HOURS    PIC 9(3) VALUE 24.
           01 WS-NOW-STAMP       PIC 9(14).
           01 WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
               05 WS-NOW-DATE        PIC 9(8).
               05 WS-NOW-HOUR        PIC 9(2).
               05 WS-NOW-MINUTE      PIC 9(2).
               05 WS-NOW-SECOND      PIC 9(2).
           01 WS-REQ-STAMP       PIC 9(14).
           01 WS-REQ-PARTS REDEFINES WS-REQ-STAMP.
               05 WS-REQ-DATE        PIC 9(8).
               05 WS-REQ-HOUR        PIC 9(2).
               05 WS-REQ-MINUTE      PIC 9(2).
               05 WS-REQ-SECOND      PIC 9(2).
           01 WS-AGE-MINUTES     PIC S9(9).
           01 WS-EXPIRED-COUNT   PIC 9(4) VALUE 0.

      *> Pending requests only: a request leaves the table as soon
      *> as a later line shows it decided.
           01 WS-PENDING-MAX     PIC 9(3) VALUE 500.
           01 WS-PENDING-COUNT   PIC 9(3) VALUE 0.
           01 WS-PENDING-TABLE.
               05 WS-PENDING-ENTRY OCCURS 500 TIMES.
                   10 WS-PD-REQUEST-ID PIC 9(6).
                   10 WS-PD-PROGRAM    PIC X(12).
                   10 WS-PD-ACTION     PIC X(12).
                   10 WS-PD-LEVEL      PIC 9(1).
                   10 WS-PD-REQUESTER  PIC X(20).
                   10 WS-PD-STAMP      PIC 9(14).
                   10 WS-PD-DETAIL     PIC X(120).
           01 WS-PENDING-IDX     PIC 9(3).
           01 WS-SLOT-IDX        PIC 9(3).
           01 WS-PICKED-IDX      PIC 9(3).

           01 WS-PICK-INPUT      PIC X(6).
           01 WS-PICK-ID         PIC 9(6).
           01 WS-CONFIRM-ANSWER  PIC X(1).
           01 WS-DECISION        PIC X(1).
           01 WS-DECISION-WORD   PIC X(8).
           01 WS-DISPLAY-COUNT   PIC ZZZ9.

      *> Request area for the shared APPROVAL-QUEUE routine.
           01 WS-APPR-FUNCTION   PIC X(1).
           01 WS-APPR-REQUEST.
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
           01 WS-APPR-RESULT     PIC X(1).

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "APPR-REVIEW".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Dual-Control Approval Review ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - approvals take senior "
                   "authority."
               STOP RUN
           END-IF

           PERFORM LOAD-PENDING-REQUESTS
           PERFORM EXPIRE-STALE-REQUESTS
           IF WS-EXPIRED-COUNT > 0
               MOVE WS-EXPIRED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Requests expired unapproved: "
                   WS-DISPLAY-COUNT
               PERFORM LOAD-PENDING-REQUESTS
           END-IF
           MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Requests awaiting a decision: " WS-DISPLAY-COUNT

           PERFORM UNTIL REVIEW-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LIST-PENDING-REQUESTS
                   WHEN "2"
                       MOVE "A" TO WS-DECISION
                       MOVE "approved" TO WS-DECISION-WORD
                       PERFORM DECIDE-ONE-REQUEST
                   WHEN "3"
                       MOVE "R" TO WS-DECISION
                       MOVE "rejected" TO WS-DECISION-WORD
                       PERFORM DECIDE-ONE-REQUEST
                   WHEN "4"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List pending requests".
           DISPLAY "2. Approve a request".
           DISPLAY "3. Reject a request".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       LOAD-PENDING-REQUESTS.
           MOVE 0 TO WS-PENDING-COUNT
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF NOT QUEUE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ APPROVAL-QUEUE-FILE
                   AT END
                       SET QUEUE-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM NOTE-ONE-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.

       NOTE-ONE-QUEUE-LINE.
           MOVE 0 TO WS-SLOT-IDX
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                   OR WS-SLOT-IDX > 0
               IF WS-PD-REQUEST-ID(WS-PENDING-IDX) = AQ-REQUEST-ID
                   MOVE WS-PENDING-IDX TO WS-SLOT-IDX
               END-IF
           END-PERFORM

           IF AQ-STATUS NOT = "P"
               IF WS-SLOT-IDX > 0
                   MOVE WS-PENDING-ENTRY(WS-PENDING-COUNT)
                       TO WS-PENDING-ENTRY(WS-SLOT-IDX)
                   SUBTRACT 1 FROM WS-PENDING-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-SLOT-IDX = 0
               IF WS-PENDING-COUNT >= WS-PENDING-MAX
                   DISPLAY "Pending table full - request "
                       AQ-REQUEST-ID " not shown."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-PENDING-COUNT TO WS-SLOT-IDX
           END-IF
           MOVE AQ-REQUEST-ID TO WS-PD-REQUEST-ID(WS-SLOT-IDX)
           MOVE AQ-PROGRAM TO WS-PD-PROGRAM(WS-SLOT-IDX)
           MOVE AQ-ACTION TO WS-PD-ACTION(WS-SLOT-IDX)
           MOVE AQ-REQUIRED-LEVEL TO WS-PD-LEVEL(WS-SLOT-IDX)
           MOVE AQ-REQUESTER TO WS-PD-REQUESTER(WS-SLOT-IDX)
           MOVE AQ-REQUEST-STAMP TO WS-PD-STAMP(WS-SLOT-IDX)
           MOVE AQ-DETAIL TO WS-PD-DETAIL(WS-SLOT-IDX).

      *> Age runs from the moment the request was keyed, in whole
      *> minutes across the date change.
       EXPIRE-STALE-REQUESTS.
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               MOVE WS-PD-STAMP(WS-PENDING-IDX) TO WS-REQ-STAMP
               COMPUTE WS-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE)) * 1440
                   + (WS-NOW-HOUR * 60 + WS-NOW-MINUTE)
                   - (WS-REQ-HOUR * 60 + WS-REQ-MINUTE)
               IF WS-AGE-MINUTES >= WS-EXPIRY-HOURS * 60
                   MOVE SPACES TO WS-APPR-REQUEST
                   MOVE WS-PD-REQUEST-ID(WS-PENDING-IDX)
                       TO WS-APPR-REQUEST-ID
                   MOVE WS-SIGNON-ID TO WS-APPR-ACTOR
                   MOVE "E" TO WS-APPR-FUNCTION
                   CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
                       WS-APPR-REQUEST WS-APPR-RESULT
                   IF WS-APPR-RESULT = "0"
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       LIST-PENDING-REQUESTS.
           IF WS-PENDING-COUNT = 0
               DISPLAY "No requests are awaiting a decision."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Req#   Program      Action       Lvl "
               "Requested by         Keyed"
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
               DISPLAY WS-PD-REQUEST-ID(WS-PENDING-IDX) " "
                   WS-PD-PROGRAM(WS-PENDING-IDX) " "
                   WS-PD-ACTION(WS-PENDING-IDX) " "
                   WS-PD-LEVEL(WS-PENDING-IDX) "   "
                   WS-PD-REQUESTER(WS-PENDING-IDX) " "
                   WS-PD-STAMP(WS-PENDING-IDX)
               DISPLAY "       " WS-PD-DETAIL(WS-PENDING-IDX)
           END-PERFORM.

      *> The requester can never decide their own request, and the
      *> decider needs the authority the request names - for a
      *> rejection too, so a clerk cannot quietly kill a supervisor's
      *> restore.
       DECIDE-ONE-REQUEST.
           DISPLAY "Request number: ".
           ACCEPT WS-PICK-INPUT
           IF WS-PICK-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PICK-INPUT) NOT NUMERIC
               DISPLAY "Request number must be numeric."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICK-ID = FUNCTION NUMVAL(WS-PICK-INPUT)

           MOVE 0 TO WS-PICKED-IDX
           PERFORM VARYING WS-PENDING-IDX FROM 1 BY 1
                   UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                   OR WS-PICKED-IDX > 0
               IF WS-PD-REQUEST-ID(WS-PENDING-IDX) = WS-PICK-ID
                   MOVE WS-PENDING-IDX TO WS-PICKED-IDX
               END-IF
           END-PERFORM
           IF WS-PICKED-IDX = 0
               DISPLAY "No pending request with that number."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Program:      " WS-PD-PROGRAM(WS-PICKED-IDX)
           DISPLAY "Action:       " WS-PD-ACTION(WS-PICKED-IDX)
           DISPLAY "Requested by: " WS-PD-REQUESTER(WS-PICKED-IDX)
               " at " WS-PD-STAMP(WS-PICKED-IDX)
           DISPLAY "Change:       " WS-PD-DETAIL(WS-PICKED-IDX)

           IF WS-PD-REQUESTER(WS-PICKED-IDX) = WS-SIGNON-ID
               DISPLAY "Refused - a request must be decided by an "
                   "operator other than the one who keyed it."
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTHORITY < WS-PD-LEVEL(WS-PICKED-IDX)
               DISPLAY "Refused - this request needs authority "
                   "level " WS-PD-LEVEL(WS-PICKED-IDX)
                   " to decide."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Request to be " FUNCTION TRIM(WS-DECISION-WORD)
               ". Confirm (Y/N): "
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = "Y"
                   AND WS-CONFIRM-ANSWER NOT = "y"
               DISPLAY "No decision taken."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-APPR-REQUEST
           MOVE WS-PICK-ID TO WS-APPR-REQUEST-ID
           MOVE WS-SIGNON-ID TO WS-APPR-ACTOR
           MOVE WS-DECISION TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           EVALUATE WS-APPR-RESULT
               WHEN "0"
                   DISPLAY "Request " WS-PICK-ID " "
                       FUNCTION TRIM(WS-DECISION-WORD) "."
                   IF WS-DECISION = "A"
                       DISPLAY "It takes effect when the requesting "
                           "program next runs."
                   END-IF
               WHEN "2"
                   DISPLAY "Request " WS-PICK-ID " is no longer "
                       "pending - status now " WS-APPR-STATUS
                       " by " WS-APPR-ACTOR
               WHEN OTHER
                   DISPLAY "Request " WS-PICK-ID " not found."
           END-EVALUATE
           PERFORM LOAD-PENDING-REQUESTS.

       END PROGRAM APPROVAL-REVIEW.
