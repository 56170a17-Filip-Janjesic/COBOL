      *> messages were handled is retired. Records written before
      *> statuses existed carry spaces there and are treated as
      *> new.
      *> Entries are routed to an owning queue when they are taken
      *> (USER-ROUTE). An operator may pick one queue to work, and
      *> the open list then shows only that queue's entries; with
      *> no queue picked the whole file is listed as before. An
      *> entry with no queue on it predates routing and belongs to
      *> GENERAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS  PIC X(02).
       01  WS-LISTED-COUNT   PIC 9(4).
       01  WS-TODAY          PIC 9(8).
       01  WS-DISPLAY-COUNT  PIC ZZZ9.
       01  WS-WORK-QUEUE     PIC X(10) VALUE SPACES.
       01  WS-ENTRY-QUEUE    PIC X(10).

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-OPERATOR-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
                   WHEN "3"
                       PERFORM CLOSE-ENTRY
                   WHEN "4"
                       PERFORM SELECT-WORK-QUEUE
                   WHEN "5"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."

       SHOW-MENU.
           DISPLAY " ".
           IF WS-WORK-QUEUE = SPACES
               DISPLAY "Working: all queues"
           ELSE
               DISPLAY "Working queue: " WS-WORK-QUEUE
           END-IF
           DISPLAY "1. List entries awaiting review".
           DISPLAY "2. Take an entry into review".
           DISPLAY "3. Close an entry".
           DISPLAY "4. Select a work queue".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM SET-ENTRY-QUEUE
                       IF MST-STATUS NOT = "C"
                               AND (WS-WORK-QUEUE = SPACES
                               OR WS-WORK-QUEUE = WS-ENTRY-QUEUE)
                           ADD 1 TO WS-LISTED-COUNT
                           PERFORM SHOW-ONE-ENTRY
                       END-IF
       SHOW-ONE-ENTRY.
           EVALUATE MST-STATUS
               WHEN "R"
                   DISPLAY "  " MST-ENTRY-ID "  " WS-ENTRY-QUEUE
                       "  IN REVIEW (" MST-REVIEWER ")  " MST-NAME
               WHEN OTHER
                   DISPLAY "  " MST-ENTRY-ID "  " WS-ENTRY-QUEUE
                       "  NEW        " MST-NAME
           END-EVALUATE.

       SET-ENTRY-QUEUE.
           IF MST-QUEUE = SPACES
               MOVE "GENERAL" TO WS-ENTRY-QUEUE
           ELSE
               MOVE MST-QUEUE TO WS-ENTRY-QUEUE
           END-IF.

      *> Blank returns to working every queue.
       SELECT-WORK-QUEUE.
           DISPLAY "Queue to work (e.g. BILLING, FREIGHT, "
               "REGISTRAR, GENERAL; blank = all): "
           ACCEPT WS-WORK-QUEUE
           MOVE FUNCTION UPPER-CASE(WS-WORK-QUEUE) TO WS-WORK-QUEUE.

       TAKE-ENTRY-IN-REVIEW.
           PERFORM FETCH-ONE-ENTRY
           IF NOT MASTER-OK
                   DISPLAY "ID:      " MST-ENTRY-ID
                   DISPLAY "Name:    " MST-NAME
                   DISPLAY "Message: " MST-MESSAGE
                   PERFORM SET-ENTRY-QUEUE
                   DISPLAY "Queue:   " WS-ENTRY-QUEUE
                       "  Category: " MST-CATEGORY
           END-READ.

       WRITE-JOURNAL-RECORD.
