       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentAttendanceLoad.

      *> Daily attendance load. Each course section sends its day's
      *> attendance - course, section, term, student ID, class date
      *> and P (present), A (absent) or E (excused) - and the rows
      *> that pass are appended to student_attendance.dat, which the
      *> weekly attendance report and the roster read.
      *> A row is rejected onto the load report when:
      *>   - the student ID is not on the ID master;
      *>   - the mark is not P, A or E;
      *>   - the class date is not a real date, falls on a weekend
      *>     (EVEN-DAY-CALC), or is a school closure on
      *>     holiday_master.dat (EVEN-DAY-BUSDAY, calendar SCHL -
      *>     closures with no calendar close the school as well);
      *>   - that class date for that section was already loaded on
      *>     an earlier run, or the student appears twice for the
      *>     same class in this file.
      *> RC 4 when anything was rejected, 8 when the daily file
      *> cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Daily-File ASSIGN TO "attendance_daily.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Daily-Status.

           SELECT Attendance-File ASSIGN TO "student_attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Attendance-Status.

           SELECT Id-Master-File ASSIGN TO "student_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Id-Status.

           SELECT Load-Report-File ASSIGN TO
                   "student_attendance_load_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Load-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Daily-File.
       01  Daily-Record.
           05 AD-Course-Id          PIC X(8).
           05 FILLER                PIC X(1).
           05 AD-Section            PIC X(3).
           05 FILLER                PIC X(1).
           05 AD-Term               PIC X(5).
           05 FILLER                PIC X(1).
           05 AD-Student-Id         PIC X(6).
           05 FILLER                PIC X(1).
           05 AD-Class-Date         PIC X(8).
           05 FILLER                PIC X(1).
           05 AD-Mark               PIC X(1).

      *> The accumulated attendance: the daily row as accepted, with
      *> the processing date it was loaded under.
       FD  Attendance-File.
       01  Attendance-Record.
           05 SA-Course-Id          PIC X(8).
           05 FILLER                PIC X(1).
           05 SA-Section            PIC X(3).
           05 FILLER                PIC X(1).
           05 SA-Term               PIC X(5).
           05 FILLER                PIC X(1).
           05 SA-Student-Id         PIC 9(6).
           05 FILLER                PIC X(1).
           05 SA-Class-Date         PIC 9(8).
           05 FILLER                PIC X(1).
           05 SA-Mark               PIC X(1).
           05 FILLER                PIC X(1).
           05 SA-Load-Date          PIC 9(8).

       FD  Id-Master-File.
       01  Id-Master-Record.
           05 SID-Student-Id        PIC 9(6).
           05 FILLER                PIC X(1).
           05 SID-Name              PIC X(20).
           05 FILLER                PIC X(1).
           05 SID-Status            PIC X(1).
           05 FILLER                PIC X(1).
           05 SID-Program-Code      PIC X(6).

       FD  Load-Report-File.
       01  Load-Report-Record       PIC X(80).

       WORKING-STORAGE SECTION.
       77  Daily-Status        PIC XX.
           88 Daily-File-Ok        VALUE "00".
           88 Daily-End-Of-File    VALUE "10".
       77  Attendance-Status   PIC XX.
           88 Attendance-File-Ok   VALUE "00".
           88 Attendance-End-Of-File VALUE "10".
       77  Id-Status           PIC XX.
           88 Id-File-Ok           VALUE "00".
           88 Id-End-Of-File       VALUE "10".
       77  Load-Report-Status  PIC XX.

       77  Id-Count            PIC 9(4) VALUE 0.
       77  Id-Table-Max        PIC 9(4) VALUE 2000.
       01  Id-Table.
           05 Id-Entry OCCURS 2000 TIMES.
               10 Tbl-Student-Id    PIC 9(6).
       77  Id-Scan-Idx         PIC 9(4).
       77  Id-Found-Flag       PIC X.
           88 Student-Id-Found     VALUE "Y".

      *> Every class (course, section, term, date) already on the
      *> attendance file - a class day is loaded once.
       77  Class-Count         PIC 9(4) VALUE 0.
       77  Class-Table-Max     PIC 9(4) VALUE 5000.
       01  Class-Table.
           05 Class-Entry OCCURS 5000 TIMES.
               10 Cls-Course-Id     PIC X(8).
               10 Cls-Section       PIC X(3).
               10 Cls-Term          PIC X(5).
               10 Cls-Class-Date    PIC 9(8).
       77  Class-Idx           PIC 9(4).
       77  Class-Table-Full-Flag PIC X VALUE "N".
           88 Class-Table-Is-Full  VALUE "Y".
       77  Class-Seen-Flag     PIC X.
           88 Class-Was-Loaded     VALUE "Y".

      *> The rows accepted so far this run, for the same-student
      *> twice check.
       77  Run-Count           PIC 9(4) VALUE 0.
       77  Run-Table-Max       PIC 9(4) VALUE 3000.
       01  Run-Table.
           05 Run-Entry OCCURS 3000 TIMES.
               10 Run-Course-Id     PIC X(8).
               10 Run-Section       PIC X(3).
               10 Run-Term          PIC X(5).
               10 Run-Student-Id    PIC 9(6).
               10 Run-Class-Date    PIC 9(8).
       77  Run-Idx             PIC 9(4).

       77  Row-Valid-Flag      PIC X.
           88 Row-Is-Valid         VALUE "Y".
       77  Row-Reject-Reason   PIC X(30).
       77  Student-Id          PIC 9(6).
       77  Class-Date          PIC 9(8).

       77  Day-Number          PIC 99.
       77  Dow-Index           PIC 9.
       77  Odd-Even-Flag       PIC X(4).
       77  Busday-Function     PIC X(1) VALUE "N".
       77  Busday-Start        PIC 9(8).
       77  Busday-Count        PIC S9(4) VALUE 0.
       77  Busday-Result       PIC 9(8).
       77  Busday-Status       PIC X(1).
       77  Busday-Calendar     PIC X(4) VALUE "SCHL".

       77  Processing-Date     PIC 9(8).
       77  Date-Source         PIC X(1).
       77  Read-Count          PIC 9(5) VALUE 0.
       77  Accepted-Count      PIC 9(5) VALUE 0.
       77  Rejected-Count      PIC 9(5) VALUE 0.
       77  Display-Load-Count  PIC ZZZZ9.

       77  Journal-Program     PIC X(12) VALUE "STU-ATTEND".
       77  Journal-Operator    PIC X(30) VALUE SPACES.
       77  Journal-Action      PIC X(12).
       77  Journal-Key-Values  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Student Attendance Load ---".
           CALL "PROCESSING-DATE" USING Processing-Date Date-Source

           OPEN INPUT Daily-File
           IF NOT Daily-File-Ok
               DISPLAY "Unable to open attendance_daily.dat. Status="
                   Daily-Status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ID-TABLE
           PERFORM LOAD-CLASS-TABLE

           OPEN OUTPUT Load-Report-File
           MOVE SPACES TO Load-Report-Record
           STRING "Attendance load - processing date "
               Processing-Date
               DELIMITED BY SIZE INTO Load-Report-Record
           WRITE Load-Report-Record
           IF Class-Table-Is-Full
               MOVE SPACES TO Load-Report-Record
               STRING "WARNING: class table full - repeat-day "
                   "check covers only part of the file."
                   DELIMITED BY SIZE INTO Load-Report-Record
               WRITE Load-Report-Record
           END-IF

           OPEN EXTEND Attendance-File
           IF Attendance-Status = "05" OR "35"
               OPEN OUTPUT Attendance-File
           END-IF

           PERFORM UNTIL Daily-End-Of-File
               READ Daily-File
                   AT END
                       SET Daily-End-Of-File TO TRUE
                   NOT AT END
                       ADD 1 TO Read-Count
                       PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM

           CLOSE Daily-File
           CLOSE Attendance-File
           PERFORM WRITE-LOAD-TOTALS
           CLOSE Load-Report-File

           MOVE "LOAD" TO Journal-Action
           MOVE SPACES TO Journal-Key-Values
           STRING "READ=" Read-Count " ACCEPTED=" Accepted-Count
               " REJECTED=" Rejected-Count
               DELIMITED BY SIZE INTO Journal-Key-Values
           END-STRING
           CALL "JOURNAL-WRITE" USING Journal-Program
               Journal-Operator Journal-Action Journal-Key-Values

           MOVE Accepted-Count TO Display-Load-Count
           DISPLAY "Rows accepted: " Display-Load-Count
           MOVE Rejected-Count TO Display-Load-Count
           DISPLAY "Rows rejected: " Display-Load-Count
           DISPLAY "Load report written to "
               "student_attendance_load_report.txt"
           IF Rejected-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ID-TABLE.
           OPEN INPUT Id-Master-File
           IF NOT Id-File-Ok
               DISPLAY "No student_id_master.dat - every row will "
                   "be rejected."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Id-End-Of-File
               READ Id-Master-File
                   AT END
                       SET Id-End-Of-File TO TRUE
                   NOT AT END
                       IF Id-Count < Id-Table-Max
                           ADD 1 TO Id-Count
                           MOVE SID-Student-Id
                               TO Tbl-Student-Id(Id-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Id-Master-File.

       LOAD-CLASS-TABLE.
           OPEN INPUT Attendance-File
           IF NOT Attendance-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Attendance-End-Of-File
               READ Attendance-File
                   AT END
                       SET Attendance-End-Of-File TO TRUE
                   NOT AT END
                       PERFORM NOTE-LOADED-CLASS
               END-READ
           END-PERFORM
           CLOSE Attendance-File.

       NOTE-LOADED-CLASS.
           MOVE "N" TO Class-Seen-Flag
           PERFORM VARYING Class-Idx FROM Class-Count BY -1
                   UNTIL Class-Idx < 1
                   OR Class-Was-Loaded
               IF Cls-Course-Id(Class-Idx) = SA-Course-Id
                   AND Cls-Section(Class-Idx) = SA-Section
                   AND Cls-Term(Class-Idx) = SA-Term
                   AND Cls-Class-Date(Class-Idx) = SA-Class-Date
                   MOVE "Y" TO Class-Seen-Flag
               END-IF
           END-PERFORM
           IF Class-Was-Loaded
               EXIT PARAGRAPH
           END-IF
           IF Class-Count < Class-Table-Max
               ADD 1 TO Class-Count
               MOVE SA-Course-Id TO Cls-Course-Id(Class-Count)
               MOVE SA-Section TO Cls-Section(Class-Count)
               MOVE SA-Term TO Cls-Term(Class-Count)
               MOVE SA-Class-Date TO Cls-Class-Date(Class-Count)
           ELSE
               MOVE "Y" TO Class-Table-Full-Flag
           END-IF.

       LOAD-ONE-ROW.
           PERFORM EDIT-DAILY-ROW
           IF NOT Row-Is-Valid
               ADD 1 TO Rejected-Count
               MOVE SPACES TO Load-Report-Record
               STRING "REJECT " AD-Course-Id " " AD-Section " "
                   AD-Term " " AD-Student-Id " " AD-Class-Date " "
                   AD-Mark "  " Row-Reject-Reason
                   DELIMITED BY SIZE INTO Load-Report-Record
               WRITE Load-Report-Record
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO Attendance-Record
           MOVE AD-Course-Id TO SA-Course-Id
           MOVE AD-Section TO SA-Section
           MOVE AD-Term TO SA-Term
           MOVE Student-Id TO SA-Student-Id
           MOVE Class-Date TO SA-Class-Date
           MOVE AD-Mark TO SA-Mark
           MOVE Processing-Date TO SA-Load-Date
           WRITE Attendance-Record
           ADD 1 TO Accepted-Count
           IF Run-Count < Run-Table-Max
               ADD 1 TO Run-Count
               MOVE AD-Course-Id TO Run-Course-Id(Run-Count)
               MOVE AD-Section TO Run-Section(Run-Count)
               MOVE AD-Term TO Run-Term(Run-Count)
               MOVE Student-Id TO Run-Student-Id(Run-Count)
               MOVE Class-Date TO Run-Class-Date(Run-Count)
           END-IF.

       EDIT-DAILY-ROW.
           MOVE "N" TO Row-Valid-Flag
           MOVE SPACES TO Row-Reject-Reason
           IF AD-Course-Id = SPACES OR AD-Term = SPACES
               MOVE "COURSE OR TERM MISSING" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF AD-Student-Id NOT NUMERIC
               MOVE "STUDENT ID NOT NUMERIC" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE AD-Student-Id TO Student-Id
           MOVE "N" TO Id-Found-Flag
           PERFORM VARYING Id-Scan-Idx FROM 1 BY 1
                   UNTIL Id-Scan-Idx > Id-Count
                   OR Student-Id-Found
               IF Tbl-Student-Id(Id-Scan-Idx) = Student-Id
                   MOVE "Y" TO Id-Found-Flag
               END-IF
           END-PERFORM
           IF NOT Student-Id-Found
               MOVE "STUDENT NOT ON ID MASTER" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF AD-Mark NOT = "P" AND NOT = "A" AND NOT = "E"
               MOVE "MARK MUST BE P, A OR E" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF

           IF AD-Class-Date NOT NUMERIC
               MOVE "CLASS DATE NOT A DATE" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE AD-Class-Date TO Class-Date
           IF FUNCTION TEST-DATE-YYYYMMDD(Class-Date) NOT = 0
               MOVE "CLASS DATE NOT A DATE" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF Class-Date > Processing-Date
               MOVE "CLASS DATE IN THE FUTURE" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CLASS-BUSINESS-DAY
           IF Row-Reject-Reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-LOADED
           IF Row-Reject-Reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO Row-Valid-Flag.

      *> Weekend first, from the day of week; then the closures, by
      *> asking for the next school day after the day before - if
      *> that is not the class date itself, the school was shut.
       CHECK-CLASS-BUSINESS-DAY.
           MOVE Class-Date(7:2) TO Day-Number
           CALL "EVEN-DAY-CALC" USING Class-Date Day-Number
               Dow-Index Odd-Even-Flag
           IF Dow-Index = 1 OR Dow-Index = 7
               MOVE "CLASS DATE IS A WEEKEND" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF

           COMPUTE Busday-Start = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Class-Date) - 1)
           CALL "EVEN-DAY-BUSDAY" USING Busday-Function Busday-Start
               Busday-Count Busday-Result Busday-Status
               Busday-Calendar
           IF Busday-Status NOT = "0"
               MOVE "CLASS DATE CANNOT BE CHECKED"
                   TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF Busday-Result NOT = Class-Date
               MOVE "CLASS DATE IS A SCHOOL CLOSURE"
                   TO Row-Reject-Reason
           END-IF.

       CHECK-ALREADY-LOADED.
           PERFORM VARYING Class-Idx FROM 1 BY 1
                   UNTIL Class-Idx > Class-Count
               IF Cls-Course-Id(Class-Idx) = AD-Course-Id
                   AND Cls-Section(Class-Idx) = AD-Section
                   AND Cls-Term(Class-Idx) = AD-Term
                   AND Cls-Class-Date(Class-Idx) = Class-Date
                   MOVE "CLASS DAY ALREADY LOADED"
                       TO Row-Reject-Reason
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING Run-Idx FROM 1 BY 1
                   UNTIL Run-Idx > Run-Count
               IF Run-Course-Id(Run-Idx) = AD-Course-Id
                   AND Run-Section(Run-Idx) = AD-Section
                   AND Run-Term(Run-Idx) = AD-Term
                   AND Run-Student-Id(Run-Idx) = Student-Id
                   AND Run-Class-Date(Run-Idx) = Class-Date
                   MOVE "STUDENT TWICE FOR THIS CLASS"
                       TO Row-Reject-Reason
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO Load-Report-Record
           WRITE Load-Report-Record
           MOVE Read-Count TO Display-Load-Count
           MOVE SPACES TO Load-Report-Record
           STRING "Rows read:     " Display-Load-Count
               DELIMITED BY SIZE INTO Load-Report-Record
           WRITE Load-Report-Record
           MOVE Accepted-Count TO Display-Load-Count
           MOVE SPACES TO Load-Report-Record
           STRING "Rows accepted: " Display-Load-Count
               DELIMITED BY SIZE INTO Load-Report-Record
           WRITE Load-Report-Record
           MOVE Rejected-Count TO Display-Load-Count
           MOVE SPACES TO Load-Report-Record
           STRING "Rows rejected: " Display-Load-Count
               DELIMITED BY SIZE INTO Load-Report-Record
           WRITE Load-Report-Record.

       END PROGRAM StudentAttendanceLoad.
