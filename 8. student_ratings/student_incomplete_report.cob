      *> term, course, and which assessments are outstanding, plus
      *> a completion deadline computed from today through
      *> EVEN-DAY-BUSDAY so the due date lands on a business day.
      *> Each run's deadline is also kept in
      *> student_incomplete_deadlines.dat, since it has gone out to
      *> the students: when a closure is added later, HOLIDAY-IMPACT
      *> finds any issued deadline that now lands on it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Report-Status.

           SELECT Deadline-File ASSIGN TO
                   "student_incomplete_deadlines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Deadline-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Master-File.
       FD  Report-File.
       01  Report-Record            PIC X(80).

       FD  Deadline-File.
       01  Deadline-Record.
           05 DL-Run-Date           PIC 9(8).
           05 FILLER                PIC X(1).
           05 DL-Days-Allowed       PIC 9(4).
           05 FILLER                PIC X(1).
           05 DL-Deadline-Date      PIC 9(8).
           05 FILLER                PIC X(1).
           05 DL-Incomplete-Count   PIC 9(4).

       WORKING-STORAGE SECTION.
       77  File-Status         PIC XX.
           88 Master-File-Ok       VALUE "00".
           88 Master-End-Of-File   VALUE "10".
       77  Report-Status       PIC XX.
       77  Deadline-Status     PIC XX.

       77  Days-Allowed-In     PIC X(4).
       77  Days-Allowed        PIC S9(4) VALUE 30.
           WRITE Report-Record.
           CLOSE Report-File.

           IF Incomplete-Count > 0
               PERFORM APPEND-DEADLINE-RECORD
           END-IF.

           DISPLAY "Report written to student_incomplete_report.txt".
           STOP RUN.

               WRITE Report-Record
           END-IF.

       APPEND-DEADLINE-RECORD.
           OPEN EXTEND Deadline-File
           IF Deadline-Status = "05" OR "35"
               OPEN OUTPUT Deadline-File
           END-IF
           MOVE SPACES TO Deadline-Record
           MOVE Run-Date TO DL-Run-Date
           MOVE Days-Allowed TO DL-Days-Allowed
           MOVE Deadline-Date TO DL-Deadline-Date
           MOVE Incomplete-Count TO DL-Incomplete-Count
           WRITE Deadline-Record
           CLOSE Deadline-File.

       END PROGRAM StudentIncompleteReport.
