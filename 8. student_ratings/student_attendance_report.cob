       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentAttendanceReport.

      *> Weekly attendance report and the combined risk list. The
      *> at-risk list on the roster goes by grades alone, and by the
      *> time grades are low it is usually too late; attendance
      *> slips first. For the week ending on the date given (blank =
      *> the processing date) every student's attendance in each
      *> course section is shown for the week and for the term to
      *> date. The rate is days present over days present and
      *> absent - an excused day counts neither way.
      *> The risk list then names every student whose term-to-date
      *> attendance in a section is below the threshold, whether or
      *> not the grades have dropped yet, together with every
      *> student the roster would flag on grades (average below
      *> 70.0), each marked ATTENDANCE, GRADES or BOTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Attendance-File ASSIGN TO "student_attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Attendance-Status.

           SELECT Id-Master-File ASSIGN TO "student_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Id-Status.

           SELECT Master-File ASSIGN TO "student_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT Report-File ASSIGN TO
                   "student_attendance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Report-Status.

           SELECT Attendance-Sort-File ASSIGN TO
                   "attendance_sort_work".

       DATA DIVISION.
       FILE SECTION.
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

       FD  Master-File.
       01  Master-Record.
           05 Master-Name          PIC A(20).
           05 FILLER                PIC X(1).
           05 Master-Grade1         PIC 999.
           05 FILLER                PIC X(1).
           05 Master-Grade2         PIC 999.
           05 FILLER                PIC X(1).
           05 Master-Grade3         PIC 999.
           05 FILLER                PIC X(1).
           05 Master-Avg-Grade      PIC 999V9.
           05 FILLER                PIC X(1).
           05 Master-Letter-Grade   PIC X(1).
           05 FILLER                PIC X(1).
           05 Master-Term           PIC X(5).
           05 FILLER                PIC X(1).
           05 Master-Section        PIC X(3).
           05 FILLER                PIC X(1).
           05 Master-Course-Id      PIC X(8).
           05 FILLER                PIC X(1).
           05 Master-Assess-Count   PIC 9(1).
           05 FILLER                PIC X(1).
           05 Master-Grade-Slots.
               10 Master-Grade-Slot OCCURS 8 TIMES.
                   15 Master-Slot-Grade PIC 999.
                   15 FILLER            PIC X(1).
           05 Master-Student-Id     PIC 9(6).
           05 FILLER                PIC X(1).
           05 Master-Slot-Statuses.
               10 Master-Slot-Status PIC X(1) OCCURS 8 TIMES.

       FD  Report-File.
       01  Report-Record            PIC X(80).

       SD  Attendance-Sort-File.
       01  Attendance-Sort-Record.
           05 As-Student-Id         PIC 9(6).
           05 As-Course-Id          PIC X(8).
           05 As-Section            PIC X(3).
           05 As-Term               PIC X(5).
           05 As-Class-Date         PIC 9(8).
           05 As-Mark               PIC X(1).

       WORKING-STORAGE SECTION.
       77  Attendance-Status   PIC XX.
           88 Attendance-File-Ok   VALUE "00".
           88 Attendance-End-Of-File VALUE "10".
       77  Id-Status           PIC XX.
           88 Id-File-Ok           VALUE "00".
           88 Id-End-Of-File       VALUE "10".
       77  File-Status         PIC XX.
           88 Master-File-Ok       VALUE "00".
           88 Master-End-Of-File   VALUE "10".
       77  Report-Status       PIC XX.

       77  Week-End-In         PIC X(8).
       77  Week-End-Date       PIC 9(8).
       77  Week-Start-Date     PIC 9(8).
       77  Date-Source         PIC X(1).
       77  Filter-Term         PIC X(5).
       77  Threshold-In        PIC X(3).
       77  Attendance-Threshold PIC 9(3) VALUE 80.
       77  Grade-Risk-Threshold PIC 999V9 VALUE 070.0.

       77  Id-Count            PIC 9(4) VALUE 0.
       77  Id-Table-Max        PIC 9(4) VALUE 2000.
       01  Id-Table.
           05 Id-Entry OCCURS 2000 TIMES.
               10 Tbl-Student-Id    PIC 9(6).
               10 Tbl-Name          PIC X(20).
       77  Id-Scan-Idx         PIC 9(4).
       77  Student-Name        PIC X(20).

      *> One student's marks in one section, built up as the sorted
      *> rows go by.
       77  Group-Started-Flag  PIC X VALUE "N".
           88 Group-Was-Started    VALUE "Y".
       01  Group-Key.
           05 Grp-Student-Id       PIC 9(6).
           05 Grp-Course-Id        PIC X(8).
           05 Grp-Section          PIC X(3).
           05 Grp-Term             PIC X(5).
       01  Row-Key.
           05 Row-Student-Id       PIC 9(6).
           05 Row-Course-Id        PIC X(8).
           05 Row-Section          PIC X(3).
           05 Row-Term             PIC X(5).
       77  Week-Present        PIC 9(4).
       77  Week-Absent         PIC 9(4).
       77  Week-Excused        PIC 9(4).
       77  Term-Present        PIC 9(4).
       77  Term-Absent         PIC 9(4).
       77  Rate-Present        PIC 9(4).
       77  Rate-Absent         PIC 9(4).
       77  Rate-Value          PIC 9(3).
       77  Rate-Known-Flag     PIC X.
           88 Rate-Is-Known        VALUE "Y".
       77  Week-Rate-Text      PIC X(4).
       77  Term-Rate-Text      PIC X(4).
       77  Term-Rate-Value     PIC 9(3).
       77  Term-Rate-Known-Flag PIC X.
       77  Display-Rate        PIC ZZ9.
       77  Display-Mark-Count  PIC ZZ9.
       77  Display-Mark-Count-2 PIC ZZ9.
       77  Display-Mark-Count-3 PIC ZZ9.
       77  Weekly-Lines        PIC 9(5) VALUE 0.

       77  Risk-Count          PIC 9(4) VALUE 0.
       77  Risk-Table-Max      PIC 9(4) VALUE 2000.
       77  Risk-Truncated-Flag PIC X VALUE "N".
           88 Risk-Was-Truncated   VALUE "Y".
       01  Risk-Table.
           05 Risk-Entry OCCURS 2000 TIMES.
               10 Rsk-Student-Id    PIC 9(6).
               10 Rsk-Name          PIC X(20).
               10 Rsk-Course-Id     PIC X(8).
               10 Rsk-Section       PIC X(3).
               10 Rsk-Term          PIC X(5).
               10 Rsk-Rate-Text     PIC X(4).
               10 Rsk-Attendance-Flag PIC X(1).
               10 Rsk-Grade-Flag    PIC X(1).
               10 Rsk-Avg-Text      PIC X(5).
       77  Risk-Idx            PIC 9(4).
       77  Risk-Found-Idx      PIC 9(4).
       77  Risk-Reason         PIC X(10).
       77  Display-Avg-Grade   PIC ZZ9.9.
       77  Display-Count       PIC ZZZ9.
       77  Attendance-Risk-Count PIC 9(4) VALUE 0.
       77  Grade-Risk-Count    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Student Attendance Report ---".
           DISPLAY "Week ending date YYYYMMDD (blank = processing "
               "date):".
           ACCEPT Week-End-In.
           IF Week-End-In = SPACES
               CALL "PROCESSING-DATE" USING Week-End-Date Date-Source
           ELSE
               IF Week-End-In NOT NUMERIC
                   DISPLAY "Week ending date must be YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE Week-End-In TO Week-End-Date
               IF FUNCTION TEST-DATE-YYYYMMDD(Week-End-Date) NOT = 0
                   DISPLAY "Week ending date must be YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE Week-Start-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Week-End-Date) - 6)
           DISPLAY "Term to report (blank = all):".
           ACCEPT Filter-Term.
           DISPLAY "Attendance risk threshold percent (blank = 80):".
           ACCEPT Threshold-In.
           IF Threshold-In NOT = SPACES
               MOVE FUNCTION TRIM(Threshold-In) TO Threshold-In
               IF FUNCTION TEST-NUMVAL(Threshold-In) NOT = 0
                   DISPLAY "Threshold must be a whole percent."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE Attendance-Threshold =
                   FUNCTION NUMVAL(Threshold-In)
           END-IF

           PERFORM LOAD-ID-TABLE

           OPEN OUTPUT Report-File
           MOVE SPACES TO Report-Record
           STRING "Weekly Attendance - week " Week-Start-Date
               " to " Week-End-Date "  Term: " Filter-Term
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record
           MOVE SPACES TO Report-Record
           STRING "  ID     Name                 Course   Sec Term "
               "  P   A   E  Wk%  Term%"
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           SORT Attendance-Sort-File
               ON ASCENDING KEY As-Student-Id As-Course-Id
                   As-Section As-Term As-Class-Date
               INPUT PROCEDURE IS RELEASE-ATTENDANCE-ROWS
               OUTPUT PROCEDURE IS TALLY-SORTED-ATTENDANCE

           IF Weekly-Lines = 0
               MOVE SPACES TO Report-Record
               STRING "  No attendance recorded this week."
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF

           PERFORM ADD-GRADE-RISKS
           PERFORM WRITE-RISK-LIST
           CLOSE Report-File

           MOVE Attendance-Risk-Count TO Display-Count
           DISPLAY "Below attendance threshold: " Display-Count
           MOVE Grade-Risk-Count TO Display-Count
           DISPLAY "At risk on grades:          " Display-Count
           DISPLAY "Report written to student_attendance_report.txt"
           STOP RUN.

       LOAD-ID-TABLE.
           OPEN INPUT Id-Master-File
           IF NOT Id-File-Ok
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
                           MOVE SID-Name TO Tbl-Name(Id-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Id-Master-File.

      *> Everything in the term (or every term) up to the end of the
      *> week goes to the sort; the week itself is picked out as the
      *> rows come back.
       RELEASE-ATTENDANCE-ROWS.
           OPEN INPUT Attendance-File
           IF NOT Attendance-File-Ok
               DISPLAY "No student_attendance.dat on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Attendance-End-Of-File
               READ Attendance-File
                   AT END
                       SET Attendance-End-Of-File TO TRUE
                   NOT AT END
                       IF SA-Class-Date <= Week-End-Date
                           AND (Filter-Term = SPACES
                               OR SA-Term = Filter-Term)
                           MOVE SA-Student-Id TO As-Student-Id
                           MOVE SA-Course-Id TO As-Course-Id
                           MOVE SA-Section TO As-Section
                           MOVE SA-Term TO As-Term
                           MOVE SA-Class-Date TO As-Class-Date
                           MOVE SA-Mark TO As-Mark
                           RELEASE Attendance-Sort-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Attendance-File.

       TALLY-SORTED-ATTENDANCE.
           MOVE "N" TO Group-Started-Flag
           PERFORM UNTIL EXIT
               RETURN Attendance-Sort-File
                   AT END
                       EXIT PERFORM
               END-RETURN
               MOVE As-Student-Id TO Row-Student-Id
               MOVE As-Course-Id TO Row-Course-Id
               MOVE As-Section TO Row-Section
               MOVE As-Term TO Row-Term
               IF NOT Group-Was-Started OR Row-Key NOT = Group-Key
                   IF Group-Was-Started
                       PERFORM CLOSE-ATTENDANCE-GROUP
                   END-IF
                   MOVE "Y" TO Group-Started-Flag
                   MOVE Row-Key TO Group-Key
                   MOVE 0 TO Week-Present
                   MOVE 0 TO Week-Absent
                   MOVE 0 TO Week-Excused
                   MOVE 0 TO Term-Present
                   MOVE 0 TO Term-Absent
               END-IF
               EVALUATE As-Mark
                   WHEN "P"
                       ADD 1 TO Term-Present
                   WHEN "A"
                       ADD 1 TO Term-Absent
               END-EVALUATE
               IF As-Class-Date >= Week-Start-Date
                   EVALUATE As-Mark
                       WHEN "P"
                           ADD 1 TO Week-Present
                       WHEN "A"
                           ADD 1 TO Week-Absent
                       WHEN "E"
                           ADD 1 TO Week-Excused
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF Group-Was-Started
               PERFORM CLOSE-ATTENDANCE-GROUP
           END-IF.

      *> The week's line is written only for a section that met that
      *> week; the risk test is on the term to date either way.
       CLOSE-ATTENDANCE-GROUP.
           PERFORM FIND-STUDENT-NAME

           MOVE Term-Present TO Rate-Present
           MOVE Term-Absent TO Rate-Absent
           PERFORM COMPUTE-RATE
           MOVE Rate-Value TO Term-Rate-Value
           MOVE Rate-Known-Flag TO Term-Rate-Known-Flag
           PERFORM FORMAT-RATE
           MOVE Week-Rate-Text TO Term-Rate-Text

           IF Week-Present + Week-Absent + Week-Excused > 0
               MOVE Week-Present TO Rate-Present
               MOVE Week-Absent TO Rate-Absent
               PERFORM COMPUTE-RATE
               PERFORM FORMAT-RATE
               MOVE Week-Present TO Display-Mark-Count
               MOVE Week-Absent TO Display-Mark-Count-2
               MOVE Week-Excused TO Display-Mark-Count-3
               MOVE SPACES TO Report-Record
               STRING "  " Grp-Student-Id " " Student-Name " "
                   Grp-Course-Id " " Grp-Section " " Grp-Term " "
                   Display-Mark-Count " " Display-Mark-Count-2 " "
                   Display-Mark-Count-3 " " Week-Rate-Text " "
                   Term-Rate-Text
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
               ADD 1 TO Weekly-Lines
           END-IF

           IF Term-Rate-Known-Flag = "Y"
               AND Term-Rate-Value < Attendance-Threshold
               IF Risk-Count < Risk-Table-Max
                   ADD 1 TO Risk-Count
                   ADD 1 TO Attendance-Risk-Count
                   MOVE Grp-Student-Id TO Rsk-Student-Id(Risk-Count)
                   MOVE Student-Name TO Rsk-Name(Risk-Count)
                   MOVE Grp-Course-Id TO Rsk-Course-Id(Risk-Count)
                   MOVE Grp-Section TO Rsk-Section(Risk-Count)
                   MOVE Grp-Term TO Rsk-Term(Risk-Count)
                   MOVE Term-Rate-Text TO Rsk-Rate-Text(Risk-Count)
                   MOVE "Y" TO Rsk-Attendance-Flag(Risk-Count)
                   MOVE "N" TO Rsk-Grade-Flag(Risk-Count)
                   MOVE SPACES TO Rsk-Avg-Text(Risk-Count)
               ELSE
                   SET Risk-Was-Truncated TO TRUE
               END-IF
           END-IF.

       FIND-STUDENT-NAME.
           MOVE "(NOT ON ID MASTER)" TO Student-Name
           PERFORM VARYING Id-Scan-Idx FROM 1 BY 1
                   UNTIL Id-Scan-Idx > Id-Count
               IF Tbl-Student-Id(Id-Scan-Idx) = Grp-Student-Id
                   MOVE Tbl-Name(Id-Scan-Idx) TO Student-Name
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COMPUTE-RATE.
           MOVE 0 TO Rate-Value
           MOVE "N" TO Rate-Known-Flag
           IF Rate-Present + Rate-Absent > 0
               COMPUTE Rate-Value ROUNDED =
                   Rate-Present * 100 / (Rate-Present + Rate-Absent)
               MOVE "Y" TO Rate-Known-Flag
           END-IF.

       FORMAT-RATE.
           IF Rate-Is-Known
               MOVE Rate-Value TO Display-Rate
               MOVE SPACES TO Week-Rate-Text
               STRING Display-Rate "%" DELIMITED BY SIZE
                   INTO Week-Rate-Text
           ELSE
               MOVE " n/a" TO Week-Rate-Text
           END-IF.

      *> The roster's grade test over the current master: a student
      *> already listed for that section on attendance is marked
      *> BOTH, anyone else below the grade line is added.
       ADD-GRADE-RISKS.
           OPEN INPUT Master-File
           IF NOT Master-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Master-End-Of-File
               READ Master-File
                   AT END
                       SET Master-End-Of-File TO TRUE
                   NOT AT END
                       IF Filter-Term = SPACES
                               OR Master-Term = Filter-Term
                           PERFORM MATCH-MASTER-TO-RISK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Master-File.

       MATCH-MASTER-TO-RISK.
           IF Master-Student-Id NOT NUMERIC
               MOVE 0 TO Master-Student-Id
           END-IF
           MOVE 0 TO Risk-Found-Idx
           PERFORM VARYING Risk-Idx FROM 1 BY 1
                   UNTIL Risk-Idx > Risk-Count
                   OR Risk-Found-Idx > 0
               IF Rsk-Student-Id(Risk-Idx) = Master-Student-Id
                   AND Master-Student-Id > 0
                   AND Rsk-Course-Id(Risk-Idx) = Master-Course-Id
                   AND Rsk-Section(Risk-Idx) = Master-Section
                   AND Rsk-Term(Risk-Idx) = Master-Term
                   MOVE Risk-Idx TO Risk-Found-Idx
               END-IF
           END-PERFORM

           MOVE Master-Avg-Grade TO Display-Avg-Grade
           IF Risk-Found-Idx > 0
               MOVE Display-Avg-Grade TO Rsk-Avg-Text(Risk-Found-Idx)
               IF Master-Avg-Grade < Grade-Risk-Threshold
                   MOVE "Y" TO Rsk-Grade-Flag(Risk-Found-Idx)
                   ADD 1 TO Grade-Risk-Count
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF Master-Avg-Grade NOT < Grade-Risk-Threshold
               EXIT PARAGRAPH
           END-IF
           IF Risk-Count >= Risk-Table-Max
               SET Risk-Was-Truncated TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Risk-Count
           ADD 1 TO Grade-Risk-Count
           MOVE Master-Student-Id TO Rsk-Student-Id(Risk-Count)
           MOVE Master-Name TO Rsk-Name(Risk-Count)
           MOVE Master-Course-Id TO Rsk-Course-Id(Risk-Count)
           MOVE Master-Section TO Rsk-Section(Risk-Count)
           MOVE Master-Term TO Rsk-Term(Risk-Count)
           MOVE SPACES TO Rsk-Rate-Text(Risk-Count)
           MOVE "N" TO Rsk-Attendance-Flag(Risk-Count)
           MOVE "Y" TO Rsk-Grade-Flag(Risk-Count)
           MOVE Display-Avg-Grade TO Rsk-Avg-Text(Risk-Count).

       WRITE-RISK-LIST.
           MOVE SPACES TO Report-Record
           WRITE Report-Record
           MOVE Attendance-Threshold TO Display-Rate
           MOVE Grade-Risk-Threshold TO Display-Avg-Grade
           MOVE SPACES TO Report-Record
           STRING "Risk List - attendance below " Display-Rate
               "% or average below " Display-Avg-Grade
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record
           IF Risk-Count = 0
               MOVE SPACES TO Report-Record
               STRING "  None" DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Report-Record
           STRING "  ID     Name                 Course   Sec Term "
               " Att%   Avg  Reason"
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record
           PERFORM VARYING Risk-Idx FROM 1 BY 1
                   UNTIL Risk-Idx > Risk-Count
               EVALUATE TRUE
                   WHEN Rsk-Attendance-Flag(Risk-Idx) = "Y"
                           AND Rsk-Grade-Flag(Risk-Idx) = "Y"
                       MOVE "BOTH" TO Risk-Reason
                   WHEN Rsk-Attendance-Flag(Risk-Idx) = "Y"
                       MOVE "ATTENDANCE" TO Risk-Reason
                   WHEN OTHER
                       MOVE "GRADES" TO Risk-Reason
               END-EVALUATE
               MOVE SPACES TO Report-Record
               STRING "  " Rsk-Student-Id(Risk-Idx) " "
                   Rsk-Name(Risk-Idx) " " Rsk-Course-Id(Risk-Idx) " "
                   Rsk-Section(Risk-Idx) " " Rsk-Term(Risk-Idx) " "
                   Rsk-Rate-Text(Risk-Idx) " " Rsk-Avg-Text(Risk-Idx)
                   "  " Risk-Reason
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-PERFORM
           IF Risk-Was-Truncated
               MOVE SPACES TO Report-Record
               STRING "Risk list truncated at " Risk-Table-Max
                   " entries."
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF.

       END PROGRAM StudentAttendanceReport.
