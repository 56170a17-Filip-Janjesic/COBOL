           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       FD  LOG-FILE.
       01  LOG-RECORD.
       01  RETAINED-RECORD   PIC X(130).

       FD  MASTER-ARCHIVE-FILE.
       01  MASTER-ARCHIVE-RECORD PIC X(176).

       FD  LOG-ARCHIVE-FILE.
       01  LOG-ARCHIVE-RECORD PIC X(130).
