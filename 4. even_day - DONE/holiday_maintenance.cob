      *> the chosen calendar, and the rewrite carries every other
      *> calendar through untouched. A blank calendar ID is the
      *> shop-wide list that closes every calendar.
      *> Every holiday added is also logged to holiday_change_log.dat
      *> as pending review: due dates already worked out before the
      *> closure existed may now land on it, and HOLIDAY-IMPACT
      *> reports them from that log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "holiday_change_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           05 FILLER             PIC X(1).
           05 HOL-CALENDAR       PIC X(4).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 HC-HOLIDAY-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 HC-CALENDAR        PIC X(4).
           05 FILLER             PIC X(1).
           05 HC-DESCRIPTION     PIC X(40).
           05 FILLER             PIC X(1).
           05 HC-ADDED-TIMESTAMP PIC X(21).
           05 FILLER             PIC X(1).
           05 HC-IMPACT-STATUS   PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-HOLIDAY-STATUS  PIC X(02).
               88 HOLIDAY-FILE-OK      VALUE "00".
               88 HOLIDAY-END-OF-FILE  VALUE "10".
           01 WS-CHANGE-LOG-STATUS PIC X(02).

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
                       MOVE WS-SESSION-CALENDAR TO
                           WS-HOL-CALENDAR(WS-HOLIDAY-COUNT)
                       PERFORM REWRITE-HOLIDAY-FILE
                       PERFORM LOG-HOLIDAY-ADDITION
                       DISPLAY "Holiday added."
                       DISPLAY "Run HOLIDAY-IMPACT to review due "
                           "dates already worked out."
                   END-IF
               END-IF
           END-IF.
           END-PERFORM
           CLOSE HOLIDAY-FILE.

      *> Status P = pending impact review; HOLIDAY-IMPACT marks it
      *> done once the affected dates have been rolled.
       LOG-HOLIDAY-ADDITION.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-ENTRY-DATE TO HC-HOLIDAY-DATE
           MOVE WS-SESSION-CALENDAR TO HC-CALENDAR
           MOVE WS-ENTRY-DESCRIPTION TO HC-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE TO HC-ADDED-TIMESTAMP
           MOVE "P" TO HC-IMPACT-STATUS
           WRITE CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.

       LIST-HOLIDAY-YEARS.
           MOVE 0 TO WS-YEAR-COUNT
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
