       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-QUEUE-DEPTH.
       AUTHOR. Filip.

      *> Daily depth report over the review queues. Every entry on
      *> the user master that is not closed is counted against its
      *> owning queue - new and in review separately - with the
      *> oldest waiting entry and how many days it has waited, so
      *> each desk sees its own backlog. Entries that matched no
      *> routing rule (category UNMATCHED, sent to GENERAL) are
      *> counted on their own - open, taken today, and on file -
      *> so the keywords in user_routing_rules.dat can be tuned.
      *> An entry with no queue predates routing and is counted
      *> under GENERAL. Runs in the nightly stream under the
      *> processing date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "user_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ENTRY-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPTH-REPORT-FILE ASSIGN TO
                   "user_queue_depth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ENTRY-ID   PIC 9(6).
           05 MST-TIMESTAMP  PIC X(21).
           05 MST-NAME       PIC X(30).
           05 MST-MESSAGE    PIC X(70).
           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       FD  DEPTH-REPORT-FILE.
       01  DEPTH-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS  PIC X(02).
           88 MASTER-OK           VALUE "00".
           88 MASTER-END-OF-FILE  VALUE "10".
       01  WS-REPORT-STATUS  PIC X(02).

       01  WS-RUN-DATE       PIC 9(8).
       01  WS-RUN-DATE-SOURCE PIC X(1).
       01  WS-RUN-INTEGER    PIC S9(9) COMP.
       01  WS-ENTRY-DATE     PIC X(8).
       01  WS-ENTRY-INTEGER  PIC S9(9) COMP.
       01  WS-DAYS-WAITING   PIC S9(5) COMP.

       01  WS-ENTRY-QUEUE    PIC X(10).
       01  WS-QUEUE-MAX      PIC 9(2) VALUE 20.
       01  WS-QUEUE-COUNT    PIC 9(2) VALUE 0.
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 20 TIMES.
               10 WS-Q-NAME         PIC X(10).
               10 WS-Q-OPEN         PIC 9(5).
               10 WS-Q-NEW          PIC 9(5).
               10 WS-Q-REVIEW       PIC 9(5).
               10 WS-Q-OLDEST-ID    PIC 9(6).
               10 WS-Q-OLDEST-DATE  PIC X(8).
       01  WS-QUEUE-IDX      PIC 9(2).
       01  WS-FOUND-FLAG     PIC X(1).
           88 QUEUE-WAS-FOUND     VALUE "Y".
       01  WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01  WS-TOTAL-OPEN     PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-OPEN PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-TODAY PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-ALL  PIC 9(5) VALUE 0.
       01  WS-TAKEN-TODAY    PIC 9(5) VALUE 0.

       01  WS-DISPLAY-OPEN   PIC ZZZZ9.
       01  WS-DISPLAY-NEW    PIC ZZZZ9.
       01  WS-DISPLAY-REVIEW PIC ZZZZ9.
       01  WS-DISPLAY-DAYS   PIC ZZZZ9.
       01  WS-DISPLAY-COUNT  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- User Entry Queue Depth ---".
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT MASTER-FILE
           IF NOT MASTER-OK
               DISPLAY "Unable to open user_master.dat. Status="
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL MASTER-END-OF-FILE
               READ MASTER-FILE NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM COUNT-ONE-ENTRY
               END-READ
           END-PERFORM

           CLOSE MASTER-FILE.

           PERFORM WRITE-DEPTH-REPORT

           MOVE WS-TOTAL-OPEN TO WS-DISPLAY-COUNT
           DISPLAY "Open entries: " WS-DISPLAY-COUNT
           MOVE WS-UNMATCHED-OPEN TO WS-DISPLAY-COUNT
           DISPLAY "Open entries matching no rule: " WS-DISPLAY-COUNT
           DISPLAY "Report written to user_queue_depth.txt".
           STOP RUN.

       COUNT-ONE-ENTRY.
           IF MST-QUEUE = SPACES
               MOVE "GENERAL" TO WS-ENTRY-QUEUE
           ELSE
               MOVE MST-QUEUE TO WS-ENTRY-QUEUE
           END-IF

           IF MST-TIMESTAMP(1:8) = WS-RUN-DATE
               ADD 1 TO WS-TAKEN-TODAY
           END-IF
           IF MST-CATEGORY = "UNMATCHED"
               ADD 1 TO WS-UNMATCHED-ALL
               IF MST-TIMESTAMP(1:8) = WS-RUN-DATE
                   ADD 1 TO WS-UNMATCHED-TODAY
               END-IF
               IF MST-STATUS NOT = "C"
                   ADD 1 TO WS-UNMATCHED-OPEN
               END-IF
           END-IF

           IF MST-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-OPEN

           PERFORM FIND-QUEUE-ENTRY
           IF NOT QUEUE-WAS-FOUND
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Q-OPEN(WS-QUEUE-IDX)
           IF MST-STATUS = "R"
               ADD 1 TO WS-Q-REVIEW(WS-QUEUE-IDX)
           ELSE
               ADD 1 TO WS-Q-NEW(WS-QUEUE-IDX)
           END-IF
           MOVE MST-TIMESTAMP(1:8) TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE NUMERIC
               IF WS-Q-OLDEST-DATE(WS-QUEUE-IDX) = SPACES
                       OR WS-ENTRY-DATE
                       < WS-Q-OLDEST-DATE(WS-QUEUE-IDX)
                   MOVE WS-ENTRY-DATE
                       TO WS-Q-OLDEST-DATE(WS-QUEUE-IDX)
                   MOVE MST-ENTRY-ID TO WS-Q-OLDEST-ID(WS-QUEUE-IDX)
               END-IF
           END-IF.

      *> Queues are tabled as they are met, so a queue added to the
      *> routing rules shows up without a program change.
       FIND-QUEUE-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                   OR QUEUE-WAS-FOUND
               IF WS-Q-NAME(WS-QUEUE-IDX) = WS-ENTRY-QUEUE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF QUEUE-WAS-FOUND
               SUBTRACT 1 FROM WS-QUEUE-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-COUNT >= WS-QUEUE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE WS-QUEUE-COUNT TO WS-QUEUE-IDX
           MOVE WS-ENTRY-QUEUE TO WS-Q-NAME(WS-QUEUE-IDX)
           MOVE 0 TO WS-Q-OPEN(WS-QUEUE-IDX)
           MOVE 0 TO WS-Q-NEW(WS-QUEUE-IDX)
           MOVE 0 TO WS-Q-REVIEW(WS-QUEUE-IDX)
           MOVE 0 TO WS-Q-OLDEST-ID(WS-QUEUE-IDX)
           MOVE SPACES TO WS-Q-OLDEST-DATE(WS-QUEUE-IDX)
           MOVE "Y" TO WS-FOUND-FLAG.

       WRITE-DEPTH-REPORT.
           OPEN OUTPUT DEPTH-REPORT-FILE
           MOVE SPACES TO DEPTH-REPORT-RECORD
           STRING "USER ENTRY QUEUE DEPTH AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO DEPTH-REPORT-RECORD
           END-STRING
           WRITE DEPTH-REPORT-RECORD
           MOVE SPACES TO DEPTH-REPORT-RECORD
           WRITE DEPTH-REPORT-RECORD
           MOVE "QUEUE       OPEN    NEW REVIEW  OLDEST  TAKEN     DAYS"
               TO DEPTH-REPORT-RECORD
           WRITE DEPTH-REPORT-RECORD

           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               PERFORM WRITE-ONE-QUEUE-LINE
           END-PERFORM

           MOVE SPACES TO DEPTH-REPORT-RECORD
           WRITE DEPTH-REPORT-RECORD
           MOVE WS-TOTAL-OPEN TO WS-DISPLAY-COUNT
           MOVE SPACES TO DEPTH-REPORT-RECORD
           STRING "TOTAL OPEN=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO DEPTH-REPORT-RECORD
           END-STRING
           WRITE DEPTH-REPORT-RECORD
           MOVE WS-TAKEN-TODAY TO WS-DISPLAY-COUNT
           MOVE SPACES TO DEPTH-REPORT-RECORD
           STRING "ENTRIES TAKEN TODAY=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO DEPTH-REPORT-RECORD
           END-STRING
           WRITE DEPTH-REPORT-RECORD
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO DEPTH-REPORT-RECORD
               STRING "OPEN ENTRIES IN QUEUES BEYOND THE TABLE="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO DEPTH-REPORT-RECORD
               END-STRING
               WRITE DEPTH-REPORT-RECORD
           END-IF

           MOVE SPACES TO DEPTH-REPORT-RECORD
           WRITE DEPTH-REPORT-RECORD
           MOVE WS-UNMATCHED-OPEN TO WS-DISPLAY-OPEN
           MOVE WS-UNMATCHED-TODAY TO WS-DISPLAY-NEW
           MOVE WS-UNMATCHED-ALL TO WS-DISPLAY-COUNT
           MOVE SPACES TO DEPTH-REPORT-RECORD
           STRING "MATCHED NO ROUTING RULE  OPEN=" WS-DISPLAY-OPEN
               "  TODAY=" WS-DISPLAY-NEW
               "  ON FILE=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO DEPTH-REPORT-RECORD
           END-STRING
           WRITE DEPTH-REPORT-RECORD
           CLOSE DEPTH-REPORT-FILE.

       WRITE-ONE-QUEUE-LINE.
           MOVE WS-Q-OPEN(WS-QUEUE-IDX) TO WS-DISPLAY-OPEN
           MOVE WS-Q-NEW(WS-QUEUE-IDX) TO WS-DISPLAY-NEW
           MOVE WS-Q-REVIEW(WS-QUEUE-IDX) TO WS-DISPLAY-REVIEW
           MOVE 0 TO WS-DISPLAY-DAYS
           IF WS-Q-OLDEST-DATE(WS-QUEUE-IDX) NOT = SPACES
               COMPUTE WS-ENTRY-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-Q-OLDEST-DATE(WS-QUEUE-IDX)))
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-INTEGER - WS-ENTRY-INTEGER
               IF WS-DAYS-WAITING > 0
                   MOVE WS-DAYS-WAITING TO WS-DISPLAY-DAYS
               END-IF
           END-IF
           MOVE SPACES TO DEPTH-REPORT-RECORD
           STRING WS-Q-NAME(WS-QUEUE-IDX) " "
               WS-DISPLAY-OPEN "  " WS-DISPLAY-NEW "  "
               WS-DISPLAY-REVIEW "  "
               WS-Q-OLDEST-ID(WS-QUEUE-IDX) "  "
               WS-Q-OLDEST-DATE(WS-QUEUE-IDX) " "
               WS-DISPLAY-DAYS
               DELIMITED BY SIZE INTO DEPTH-REPORT-RECORD
           END-STRING
           WRITE DEPTH-REPORT-RECORD.

       END PROGRAM USER-QUEUE-DEPTH.
