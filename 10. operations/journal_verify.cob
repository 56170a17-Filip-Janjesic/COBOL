      *> sealed last with no gap. Any break means a line was lost,
      *> added, or altered since the seal was written, and the run
      *> ends with a nonzero return code so nothing downstream
      *> relies on the segment, and a FAIL alert for the day goes on
      *> ops_alerts.dat under JRN-VERIFY for ALERT-CONSOLE - the
      *> alert count is the sequence breaks found.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ops_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           05 FILLER             PIC X(1).
           05 SL-HASH-TOTAL      PIC 9(13).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-ALERT-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 AL-SUBSYSTEM       PIC X(12).
           05 FILLER             PIC X(1).
           05 AL-DIRECTION       PIC X(4).
           05 FILLER             PIC X(1).
           05 AL-COUNT           PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MINIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MAXIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-RAISED-STAMP    PIC 9(14).

       WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS  PIC X(02).
               88 JOURNAL-FILE-OK      VALUE "00".
           01 WS-SEAL-STATUS     PIC X(02).
               88 SEAL-FILE-OK      VALUE "00".
               88 SEAL-END-OF-FILE  VALUE "10".
           01 WS-ALERT-STATUS    PIC X(02).

           01 WS-VERIFY-DATE-IN  PIC X(8).
           01 WS-VERIFY-DATE     PIC X(8).
           IF NOT SEAL-WAS-FOUND
               DISPLAY "No seal on file for " WS-VERIFY-DATE
                   " - run JOURNAL-SEAL for that day first."
               PERFORM RAISE-VERIFY-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT JOURNAL-FILE
           IF NOT JOURNAL-FILE-OK
               DISPLAY "Operations journal could not be opened."
               PERFORM RAISE-VERIFY-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VERIFY-FAILED
               DISPLAY "JOURNAL SEGMENT FOR " WS-VERIFY-DATE
                   " DOES NOT VERIFY - do not rely on it."
               PERFORM RAISE-VERIFY-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Journal segment for " WS-VERIFY-DATE
                   WS-SEALED-LAST
           END-IF.

       RAISE-VERIFY-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "05" OR "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           IF WS-VERIFY-DATE NUMERIC
               MOVE WS-VERIFY-DATE TO AL-ALERT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO AL-ALERT-DATE
           END-IF
           MOVE "JRN-VERIFY" TO AL-SUBSYSTEM
           MOVE "FAIL" TO AL-DIRECTION
           MOVE WS-SEQ-BREAKS TO AL-COUNT
           MOVE 0 TO AL-MINIMUM
           MOVE 0 TO AL-MAXIMUM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-RAISED-STAMP
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       END PROGRAM JOURNAL-VERIFY.
