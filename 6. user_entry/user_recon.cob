           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD PIC X(80).
       01  WS-MASTER-ONLY-COUNT PIC 9(4) VALUE 0.
       01  WS-MATCHED-COUNT  PIC 9(4) VALUE 0.
       01  WS-REBUILT-COUNT  PIC 9(4) VALUE 0.
       01  WS-ROUTE-MATCH-FLAG PIC X(1).
       01  WS-DISPLAY-COUNT  PIC ZZZ9.
       01  WS-TRUNCATED-FLAG PIC X(1) VALUE "N".
           88 LOG-TABLE-WAS-TRUNCATED VALUE "Y".
                   MOVE LOG-TIMESTAMP TO MST-TIMESTAMP
                   MOVE LOG-NAME TO MST-NAME
                   MOVE LOG-MESSAGE TO MST-MESSAGE
                   CALL "USER-ROUTE" USING MST-MESSAGE MST-CATEGORY
                       MST-QUEUE WS-ROUTE-MATCH-FLAG
                   WRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate entry ID skipped: "
