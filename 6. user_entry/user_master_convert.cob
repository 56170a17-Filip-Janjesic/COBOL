           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC X(02).
           88 OLD-END-OF-FILE    VALUE "Y".
       01  WS-CONVERTED-COUNT PIC 9(6) VALUE 0.
       01  WS-DISPLAY-COUNT  PIC ZZZZZ9.
       01  WS-ROUTE-MATCH-FLAG PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "N" TO MST-STATUS
           MOVE SPACES TO MST-REVIEWER
           MOVE 0 TO MST-STATUS-DATE
           CALL "USER-ROUTE" USING MST-MESSAGE MST-CATEGORY MST-QUEUE
               WS-ROUTE-MATCH-FLAG
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error writing entry " MST-ENTRY-ID
