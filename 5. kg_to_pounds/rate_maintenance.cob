      *> date per band, so two live bands covering the same weight
      *> would bill whichever the scan found first. Every change is
      *> written to a rate audit file with the operator who made it.
      *> Adds and expiries are dual-controlled: keying one queues it
      *> on the shared approval queue with the full band image, a
      *> second senior operator approves it on APPROVAL-REVIEW, and
      *> the approved changes are applied here at the next sign-on -
      *> each checked again against the table as it then stands.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

      *> Request area for the shared APPROVAL-QUEUE routine, and the
      *> band image a rate request carries - readable on the
      *> approval screen, and moved back field by field when the
      *> approved request is applied.
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
           01 WS-APPLY-DONE-FLAG PIC X(1).
               88 NO-MORE-APPROVALS  VALUE "Y".
           01 WS-APPLIED-FLAG    PIC X(1).
               88 CHANGE-WAS-APPLIED VALUE "Y".
           01 WS-APPLIED-COUNT   PIC 9(3).

           01 WS-RATE-PROPOSAL.
               05 FILLER             PIC X(5) VALUE "UNIT=".
               05 WS-PR-UNIT         PIC X(2).
               05 FILLER             PIC X(6) VALUE " CARR=".
               05 WS-PR-CARRIER      PIC X(4).
               05 FILLER             PIC X(5) VALUE " LOW=".
               05 WS-PR-LOW          PIC 9(5).99.
               05 FILLER             PIC X(6) VALUE " HIGH=".
               05 WS-PR-HIGH         PIC 9(5).99.
               05 FILLER             PIC X(5) VALUE " EFF=".
               05 WS-PR-EFF-DATE     PIC 9(8).
               05 FILLER             PIC X(6) VALUE " RATE=".
               05 WS-PR-RATE         PIC 9(3).9(4).
               05 FILLER             PIC X(5) VALUE " EXP=".
               05 WS-PR-EXP-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Freight Rate Table Maintenance ---".
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - rate maintenance takes "
                   "senior authority."
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.

           PERFORM LOAD-RATE-TABLE
           IF NOT RATES-WERE-TRUNCATED
               PERFORM APPLY-APPROVED-CHANGES
           END-IF

           PERFORM UNTIL MAINTENANCE-DONE
               PERFORM SHOW-MENU
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRY-UNIT TO WS-PR-UNIT
           MOVE WS-ENTRY-CARRIER TO WS-PR-CARRIER
           MOVE WS-ENTRY-LOW TO WS-PR-LOW
           MOVE WS-ENTRY-HIGH TO WS-PR-HIGH
           MOVE WS-ENTRY-DATE TO WS-PR-EFF-DATE
           MOVE WS-ENTRY-RATE TO WS-PR-RATE
           MOVE 0 TO WS-PR-EXP-DATE
           MOVE "RATE-ADD" TO WS-APPR-ACTION
           PERFORM SUBMIT-RATE-REQUEST.

      *> The band a request carries is queued, not applied; the
      *> request number is what the approver is told to look for.
       SUBMIT-RATE-REQUEST.
           MOVE WS-APPR-ACTION TO WS-JRN-ACTION
           MOVE SPACES TO WS-APPR-REQUEST
           MOVE WS-JRN-ACTION TO WS-APPR-ACTION
           MOVE WS-JRN-PROGRAM TO WS-APPR-PROGRAM
           MOVE 2 TO WS-APPR-LEVEL
           MOVE WS-SIGNON-ID TO WS-APPR-REQUESTER
           MOVE WS-RATE-PROPOSAL TO WS-APPR-DETAIL
           MOVE "S" TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           DISPLAY "Change queued for approval as request "
               WS-APPR-REQUEST-ID "."
           DISPLAY "A second senior operator must approve it on "
               "the approval review screen; it is applied at the "
               "next sign-on here.".

      *> Every approved rate request is applied in request order.
      *> A band that would now overlap, or a band to expire that is
      *> no longer open, is marked not applied instead - the table
      *> may have moved on since the request was keyed.
       APPLY-APPROVED-CHANGES.
           MOVE "N" TO WS-APPLY-DONE-FLAG
           MOVE 0 TO WS-APPLIED-COUNT
           PERFORM UNTIL NO-MORE-APPROVALS
               MOVE SPACES TO WS-APPR-REQUEST
               MOVE WS-JRN-PROGRAM TO WS-APPR-PROGRAM
               MOVE "N" TO WS-APPR-FUNCTION
               CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
                   WS-APPR-REQUEST WS-APPR-RESULT
               IF WS-APPR-RESULT NOT = "0"
                   MOVE "Y" TO WS-APPLY-DONE-FLAG
               ELSE
                   PERFORM APPLY-ONE-CHANGE
               END-IF
           END-PERFORM
           IF WS-APPLIED-COUNT > 0
               MOVE WS-APPLIED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Approved rate changes applied: "
                   WS-DISPLAY-COUNT
           END-IF.

       APPLY-ONE-CHANGE.
           MOVE "N" TO WS-APPLIED-FLAG
           MOVE WS-APPR-DETAIL TO WS-RATE-PROPOSAL
           MOVE WS-PR-UNIT TO WS-ENTRY-UNIT
           MOVE WS-PR-CARRIER TO WS-ENTRY-CARRIER
           MOVE WS-PR-LOW TO WS-ENTRY-LOW
           MOVE WS-PR-HIGH TO WS-ENTRY-HIGH
           MOVE WS-PR-EFF-DATE TO WS-ENTRY-DATE
           MOVE WS-PR-RATE TO WS-ENTRY-RATE
           MOVE WS-APPR-REQUESTER TO WS-OPERATOR-ID
           DISPLAY "Request " WS-APPR-REQUEST-ID " "
               WS-APPR-ACTION " by " WS-APPR-REQUESTER
               " approved by " WS-APPR-ACTOR

           EVALUATE WS-APPR-ACTION
               WHEN "RATE-ADD"
                   PERFORM APPLY-APPROVED-ADD
               WHEN "RATE-EXPIRE"
                   PERFORM APPLY-APPROVED-EXPIRY
               WHEN OTHER
                   DISPLAY "  Not a rate action - not applied."
           END-EVALUATE
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID

           MOVE WS-SIGNON-ID TO WS-APPR-ACTOR
           IF CHANGE-WAS-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "D" TO WS-APPR-FUNCTION
           ELSE
               MOVE "X" TO WS-APPR-FUNCTION
           END-IF
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           IF WS-APPR-RESULT NOT = "0"
               MOVE "Y" TO WS-APPLY-DONE-FLAG
           END-IF.

       APPLY-APPROVED-ADD.
           IF WS-RATE-COUNT >= WS-RATE-TABLE-MAX
               DISPLAY "  Rate table is full - not applied."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BAND-OVERLAP
           IF BAND-OVERLAPS
               DISPLAY "  Now overlaps band on row "
                   WS-OVERLAP-IDX " - not applied."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RATE-COUNT
           MOVE WS-ENTRY-UNIT TO WS-RT-UNIT(WS-RATE-COUNT)
           MOVE WS-ENTRY-LOW TO WS-RT-BAND-LOW(WS-RATE-COUNT)
           MOVE WS-RATE-COUNT TO WS-SEARCH-IDX
           MOVE "ADD" TO WS-ACTION-CODE
           PERFORM WRITE-RATE-AUDIT
           MOVE "Y" TO WS-APPLIED-FLAG
           DISPLAY "  Rate band added.".

       APPLY-APPROVED-EXPIRY.
           MOVE 0 TO WS-PICKED-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-RATE-COUNT
                   OR WS-PICKED-IDX > 0
               IF WS-RT-UNIT(WS-SEARCH-IDX) = WS-ENTRY-UNIT
                   AND WS-RT-CARRIER(WS-SEARCH-IDX)
                       = WS-ENTRY-CARRIER
                   AND WS-RT-BAND-LOW(WS-SEARCH-IDX) = WS-ENTRY-LOW
                   AND WS-RT-BAND-HIGH(WS-SEARCH-IDX) = WS-ENTRY-HIGH
                   AND WS-RT-EFF-DATE(WS-SEARCH-IDX) = WS-ENTRY-DATE
                   AND WS-RT-EXP-DATE(WS-SEARCH-IDX) = 0
                   MOVE WS-SEARCH-IDX TO WS-PICKED-IDX
               END-IF
           END-PERFORM
           IF WS-PICKED-IDX = 0
               DISPLAY "  Band is no longer open - not applied."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PR-EXP-DATE TO WS-RT-EXP-DATE(WS-PICKED-IDX)
           PERFORM REWRITE-RATE-FILE

           MOVE WS-PICKED-IDX TO WS-SEARCH-IDX
           MOVE "EXPIRE" TO WS-ACTION-CODE
           PERFORM WRITE-RATE-AUDIT
           MOVE "Y" TO WS-APPLIED-FLAG
           DISPLAY "  Rate band expired.".

       PROMPT-FOR-BAND.
           MOVE "N" TO WS-ENTRY-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RT-UNIT(WS-PICKED-IDX) TO WS-PR-UNIT
           MOVE WS-RT-CARRIER(WS-PICKED-IDX) TO WS-PR-CARRIER
           MOVE WS-RT-BAND-LOW(WS-PICKED-IDX) TO WS-PR-LOW
           MOVE WS-RT-BAND-HIGH(WS-PICKED-IDX) TO WS-PR-HIGH
           MOVE WS-RT-EFF-DATE(WS-PICKED-IDX) TO WS-PR-EFF-DATE
           MOVE WS-RT-RATE(WS-PICKED-IDX) TO WS-PR-RATE
           MOVE WS-ENTRY-DATE TO WS-PR-EXP-DATE
           MOVE "RATE-EXPIRE" TO WS-APPR-ACTION
           PERFORM SUBMIT-RATE-REQUEST.

       LIST-RATE-BANDS.
           IF WS-RATE-COUNT = 0
