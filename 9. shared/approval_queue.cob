       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE.
       AUTHOR. FILIP JANJESIC.
      *> Shared dual-control queue. The high-risk changes - rate
      *> bands, whole-master restores, account backouts and forced
      *> calculator reruns - no longer take effect when one operator
      *> keys them: the requesting program queues the full proposed
      *> change here, a different operator of sufficient authority
      *> approves or rejects it on APPROVAL-REVIEW, and only an
      *> approved request is applied - by the requesting program,
      *> the next time it runs - after which it is marked applied
      *> (or not applicable, when the masters moved on meanwhile).
      *> approval_queue.dat is append-only: every state change adds
      *> a full line for the request, and the latest line for a
      *> request number is where it stands, so the file is its own
      *> history. Every change is journaled through JOURNAL-WRITE.
      *>   LK-FUNCTION: "S" = submit LK-REQUEST as a new request
      *>                      (number and stamp returned),
      *>                "N" = return the oldest approved request for
      *>                      LK-RQ-PROGRAM - narrowed by LK-RQ-ACTION
      *>                      and LK-RQ-DETAIL when they are given,
      *>                "A" = approve,  "R" = reject,
      *>                "E" = expire     (a pending request),
      *>                "D" = applied,  "X" = could not be applied
      *>                      (an approved request).
      *>              A decision names the request by LK-RQ-REQUEST-ID
      *>              and the operator taking it by LK-RQ-ACTOR; the
      *>              request's line as it now stands is returned.
      *>   LK-RESULT:   "0" = done / found,
      *>                "1" = no such request / none waiting,
      *>                "2" = request is not in a state that allows
      *>                      the change.
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

           01 WS-HIGH-REQUEST-ID PIC 9(6).
           01 WS-FOUND-FLAG      PIC X(1).
               88 REQUEST-WAS-FOUND   VALUE "Y".
           01 WS-NEW-STATUS      PIC X(1).
           01 WS-ALLOWED-STATUS  PIC X(1).
           01 WS-LATEST-REQUEST  PIC X(220).

      *> Latest standing of each of the caller's requests, for the
      *> "N" lookup: a request's lines arrive in time order, so the
      *> last status seen for it is its current one.
           01 WS-STANDING-MAX    PIC 9(4) VALUE 2000.
           01 WS-STANDING-COUNT  PIC 9(4) VALUE 0.
           01 WS-STANDING-TABLE.
               05 WS-STANDING-ENTRY OCCURS 2000 TIMES.
                   10 WS-ST-REQUEST-ID PIC 9(6).
                   10 WS-ST-STATUS     PIC X(1).
                   10 WS-ST-MATCHES    PIC X(1).
           01 WS-STANDING-IDX    PIC 9(4).
           01 WS-SLOT-IDX        PIC 9(4).
           01 WS-PICKED-ID       PIC 9(6).

      *> Submissions and the applied / not-applied outcome are
      *> journaled under the requesting program; approvals,
      *> rejections and expiries under the approval screen.
           01 WS-JRN-PROGRAM     PIC X(12).
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       LINKAGE SECTION.
           01 LK-FUNCTION        PIC X(1).
           01 LK-REQUEST.
               05 LK-RQ-REQUEST-ID    PIC 9(6).
               05 LK-RQ-STATUS        PIC X(1).
               05 LK-RQ-PROGRAM       PIC X(12).
               05 LK-RQ-ACTION        PIC X(12).
               05 LK-RQ-REQUIRED-LEVEL PIC 9(1).
               05 LK-RQ-REQUESTER     PIC X(20).
               05 LK-RQ-REQUEST-STAMP PIC 9(14).
               05 LK-RQ-ACTOR         PIC X(20).
               05 LK-RQ-ACTION-STAMP  PIC 9(14).
               05 LK-RQ-DETAIL        PIC X(120).
           01 LK-RESULT          PIC X(1).

       PROCEDURE DIVISION USING LK-FUNCTION LK-REQUEST LK-RESULT.
       MAIN-LOGIC.
           MOVE "0" TO LK-RESULT
           MOVE "APPR-REVIEW" TO WS-JRN-PROGRAM
           IF LK-FUNCTION = "S" OR "D" OR "X"
               MOVE LK-RQ-PROGRAM TO WS-JRN-PROGRAM
           END-IF
           EVALUATE LK-FUNCTION
               WHEN "S"
                   PERFORM SUBMIT-REQUEST
               WHEN "N"
                   PERFORM FIND-APPROVED-REQUEST
               WHEN "A"
                   MOVE "A" TO WS-NEW-STATUS
                   MOVE "P" TO WS-ALLOWED-STATUS
                   MOVE "APPR-APPROVE" TO WS-JRN-ACTION
                   PERFORM DECIDE-REQUEST
               WHEN "R"
                   MOVE "R" TO WS-NEW-STATUS
                   MOVE "P" TO WS-ALLOWED-STATUS
                   MOVE "APPR-REJECT" TO WS-JRN-ACTION
                   PERFORM DECIDE-REQUEST
               WHEN "E"
                   MOVE "E" TO WS-NEW-STATUS
                   MOVE "P" TO WS-ALLOWED-STATUS
                   MOVE "APPR-EXPIRE" TO WS-JRN-ACTION
                   PERFORM DECIDE-REQUEST
               WHEN "D"
                   MOVE "D" TO WS-NEW-STATUS
                   MOVE "A" TO WS-ALLOWED-STATUS
                   MOVE "APPR-APPLIED" TO WS-JRN-ACTION
                   PERFORM DECIDE-REQUEST
               WHEN "X"
                   MOVE "X" TO WS-NEW-STATUS
                   MOVE "A" TO WS-ALLOWED-STATUS
                   MOVE "APPR-NOAPPLY" TO WS-JRN-ACTION
                   PERFORM DECIDE-REQUEST
               WHEN OTHER
                   MOVE "1" TO LK-RESULT
           END-EVALUATE
           GOBACK.

      *> Request numbers run on from the highest on file. The
      *> requester is the actor on the opening line.
       SUBMIT-REQUEST.
           MOVE 0 TO WS-HIGH-REQUEST-ID
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           SET QUEUE-END-OF-FILE TO TRUE
                       NOT AT END
                           IF AQ-REQUEST-ID NUMERIC
                               AND AQ-REQUEST-ID > WS-HIGH-REQUEST-ID
                               MOVE AQ-REQUEST-ID
                                   TO WS-HIGH-REQUEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF

           ADD 1 TO WS-HIGH-REQUEST-ID
           MOVE WS-HIGH-REQUEST-ID TO LK-RQ-REQUEST-ID
           MOVE "P" TO LK-RQ-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-RQ-REQUEST-STAMP
           MOVE LK-RQ-REQUEST-STAMP TO LK-RQ-ACTION-STAMP
           MOVE LK-RQ-REQUESTER TO LK-RQ-ACTOR
           PERFORM APPEND-REQUEST-LINE

           MOVE "APPR-REQUEST" TO WS-JRN-ACTION
           PERFORM JOURNAL-THE-CHANGE.

       FIND-APPROVED-REQUEST.
           MOVE 0 TO WS-STANDING-COUNT
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF NOT QUEUE-FILE-OK
               MOVE "1" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QUEUE-END-OF-FILE
               READ APPROVAL-QUEUE-FILE
                   AT END
                       SET QUEUE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AQ-PROGRAM = LK-RQ-PROGRAM
                           PERFORM NOTE-REQUEST-STANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE

           MOVE 0 TO WS-PICKED-ID
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
                   UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
               IF WS-ST-STATUS(WS-STANDING-IDX) = "A"
                   AND WS-ST-MATCHES(WS-STANDING-IDX) = "Y"
                   AND (WS-PICKED-ID = 0
                   OR WS-ST-REQUEST-ID(WS-STANDING-IDX)
                       < WS-PICKED-ID)
                   MOVE WS-ST-REQUEST-ID(WS-STANDING-IDX)
                       TO WS-PICKED-ID
               END-IF
           END-PERFORM
           IF WS-PICKED-ID = 0
               MOVE "1" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PICKED-ID TO LK-RQ-REQUEST-ID
           PERFORM READ-LATEST-LINE.

       NOTE-REQUEST-STANDING.
           MOVE 0 TO WS-SLOT-IDX
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
                   UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
                   OR WS-SLOT-IDX > 0
               IF WS-ST-REQUEST-ID(WS-STANDING-IDX) = AQ-REQUEST-ID
                   MOVE WS-STANDING-IDX TO WS-SLOT-IDX
               END-IF
           END-PERFORM
           IF WS-SLOT-IDX = 0
               IF WS-STANDING-COUNT >= WS-STANDING-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STANDING-COUNT
               MOVE WS-STANDING-COUNT TO WS-SLOT-IDX
               MOVE AQ-REQUEST-ID TO WS-ST-REQUEST-ID(WS-SLOT-IDX)
           END-IF
           MOVE AQ-STATUS TO WS-ST-STATUS(WS-SLOT-IDX)
           MOVE "Y" TO WS-ST-MATCHES(WS-SLOT-IDX)
           IF LK-RQ-ACTION NOT = SPACES
               AND AQ-ACTION NOT = LK-RQ-ACTION
               MOVE "N" TO WS-ST-MATCHES(WS-SLOT-IDX)
           END-IF
           IF LK-RQ-DETAIL NOT = SPACES
               AND AQ-DETAIL NOT = LK-RQ-DETAIL
               MOVE "N" TO WS-ST-MATCHES(WS-SLOT-IDX)
           END-IF.

      *> Leaves the latest line for LK-RQ-REQUEST-ID in LK-REQUEST,
      *> or sets "1" when the number is not on file.
       READ-LATEST-LINE.
           MOVE "N" TO WS-FOUND-FLAG
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF QUEUE-FILE-OK
               PERFORM UNTIL QUEUE-END-OF-FILE
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           SET QUEUE-END-OF-FILE TO TRUE
                       NOT AT END
                           IF AQ-REQUEST-ID = LK-RQ-REQUEST-ID
                               MOVE "Y" TO WS-FOUND-FLAG
                               PERFORM COPY-LINE-TO-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF
           IF NOT REQUEST-WAS-FOUND
               MOVE "1" TO LK-RESULT
           END-IF.

       COPY-LINE-TO-REQUEST.
           MOVE AQ-STATUS TO LK-RQ-STATUS
           MOVE AQ-PROGRAM TO LK-RQ-PROGRAM
           MOVE AQ-ACTION TO LK-RQ-ACTION
           MOVE AQ-REQUIRED-LEVEL TO LK-RQ-REQUIRED-LEVEL
           MOVE AQ-REQUESTER TO LK-RQ-REQUESTER
           MOVE AQ-REQUEST-STAMP TO LK-RQ-REQUEST-STAMP
           MOVE AQ-ACTOR TO LK-RQ-ACTOR
           MOVE AQ-ACTION-STAMP TO LK-RQ-ACTION-STAMP
           MOVE AQ-DETAIL TO LK-RQ-DETAIL.

      *> The request is re-read here, not taken from the caller, so
      *> a decision is always made against the request as it stands
      *> on file - a request approved on one screen cannot then be
      *> rejected from another that still shows it pending.
       DECIDE-REQUEST.
           MOVE LK-RQ-ACTOR TO WS-JRN-OPERATOR
           MOVE LK-REQUEST TO WS-LATEST-REQUEST
           PERFORM READ-LATEST-LINE
           IF LK-RESULT NOT = "0"
               MOVE WS-LATEST-REQUEST TO LK-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF LK-RQ-STATUS NOT = WS-ALLOWED-STATUS
               MOVE "2" TO LK-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-STATUS TO LK-RQ-STATUS
           MOVE WS-JRN-OPERATOR TO LK-RQ-ACTOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO LK-RQ-ACTION-STAMP
           PERFORM APPEND-REQUEST-LINE
           PERFORM JOURNAL-THE-CHANGE.

       APPEND-REQUEST-LINE.
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF WS-QUEUE-STATUS = "05" OR "35"
               OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF
           MOVE SPACES TO APPROVAL-QUEUE-RECORD
           MOVE LK-RQ-REQUEST-ID TO AQ-REQUEST-ID
           MOVE LK-RQ-STATUS TO AQ-STATUS
           MOVE LK-RQ-PROGRAM TO AQ-PROGRAM
           MOVE LK-RQ-ACTION TO AQ-ACTION
           MOVE LK-RQ-REQUIRED-LEVEL TO AQ-REQUIRED-LEVEL
           MOVE LK-RQ-REQUESTER TO AQ-REQUESTER
           MOVE LK-RQ-REQUEST-STAMP TO AQ-REQUEST-STAMP
           MOVE LK-RQ-ACTOR TO AQ-ACTOR
           MOVE LK-RQ-ACTION-STAMP TO AQ-ACTION-STAMP
           MOVE LK-RQ-DETAIL TO AQ-DETAIL
           WRITE APPROVAL-QUEUE-RECORD
           CLOSE APPROVAL-QUEUE-FILE.

      *> The journal names the request, the action it carries, and
      *> as much of the proposed change as the key field holds; the
      *> queue line itself keeps the change in full.
       JOURNAL-THE-CHANGE.
           MOVE LK-RQ-ACTOR TO WS-JRN-OPERATOR
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "REQ=" LK-RQ-REQUEST-ID " "
                   DELIMITED BY SIZE
               LK-RQ-ACTION DELIMITED BY SPACE
               " " LK-RQ-DETAIL DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM APPROVAL-QUEUE.
