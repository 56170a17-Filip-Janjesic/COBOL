           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD PIC X(100).
