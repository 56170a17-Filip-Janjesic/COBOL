       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentRosterReport.

      *> Alongside each student's average for the run, both rosters
      *> give the cumulative GPA from student_history.dat weighted
      *> by credit hours and the credits earned, worked out the way
      *> the transcript does: only the best attempt in each course
      *> counts, and an incomplete or withdrawal carries no points.
      *> The student's attendance in the section so far this term
      *> is shown too, from student_attendance.dat: days present
      *> over days present and absent, excused days left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Sort-Work-File ASSIGN TO "roster_sort_work".

           SELECT History-File ASSIGN TO "student_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-Status.

           SELECT Gpa-Sort-File ASSIGN TO "roster_gpa_sort_work".

           SELECT Attendance-File ASSIGN TO "student_attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Attendance-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Master-File.
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

       FD  History-File.
       01  History-Record.
           05 Hist-Name             PIC X(20).
           05 FILLER                PIC X(1).
           05 Hist-Term             PIC X(5).
           05 FILLER                PIC X(1).
           05 Hist-Section          PIC X(3).
           05 FILLER                PIC X(1).
           05 Hist-Grade1           PIC 999.
           05 FILLER                PIC X(1).
           05 Hist-Grade2           PIC 999.
           05 FILLER                PIC X(1).
           05 Hist-Grade3           PIC 999.
           05 FILLER                PIC X(1).
           05 Hist-Avg-Grade        PIC 999V9.
           05 FILLER                PIC X(1).
           05 Hist-Letter-Grade     PIC X(1).
           05 FILLER                PIC X(1).
           05 Hist-Student-Id       PIC 9(6).
           05 FILLER                PIC X(1).
           05 Hist-Course-Id        PIC X(8).

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

       FD  Report-File.
       01  Report-Record            PIC X(80).
           05 Sort-Avg-Grade        PIC 999V9.
           05 Sort-Name             PIC A(20).
           05 Sort-Letter-Grade     PIC X(1).
           05 Sort-Gpa-Text         PIC X(4).
           05 Sort-Credits-Earned   PIC 9(4).
           05 Sort-Att-Text         PIC X(4).

      *> History rows by student and course, best attempt first
      *> within a course and the earlier row first on a tie - the
      *> first row of each course is the one that counts.
       SD  Gpa-Sort-File.
       01  Gpa-Sort-Record.
           05 Gs-Student-Id         PIC 9(6).
           05 Gs-Name               PIC X(20).
           05 Gs-Course-Id          PIC X(8).
           05 Gs-Avg-Grade          PIC 999V9.
           05 Gs-Seq                PIC 9(6).
           05 Gs-Letter-Grade       PIC X(1).

       WORKING-STORAGE SECTION.
       77  File-Status          PIC XX.
               10 Roster-Grade3        PIC 999.
               10 Roster-Avg-Grade     PIC 999V9.
               10 Roster-Letter-Grade  PIC X(1).
               10 Roster-Student-Id    PIC 9(6).
               10 Roster-Gpa-Credits   PIC 9(4).
               10 Roster-Quality-Points PIC 9(5)V99.
               10 Roster-Credits-Earned PIC 9(4).
               10 Roster-Course-Id     PIC X(8).
               10 Roster-Section       PIC X(3).
               10 Roster-Term          PIC X(5).
               10 Roster-Att-Present   PIC 9(4).
               10 Roster-Att-Absent    PIC 9(4).

      *> Competition ranking for the dean's-list and probation
      *> questions: students with equal averages share a rank and
       77  Current-Letter        PIC X(1).
       77  Band-Count            PIC 999.

       77  History-Status        PIC XX.
           88 History-File-Ok        VALUE "00".
           88 History-End-Of-File    VALUE "10".
       77  History-Seq           PIC 9(6) VALUE 0.
       77  Name-Match-Flag       PIC X.
           88 Name-Was-Matched       VALUE "Y".
       77  Group-Started-Flag    PIC X VALUE "N".
           88 Group-Was-Started      VALUE "Y".
       77  Group-Student-Id      PIC 9(6).
       77  Group-Name            PIC X(20).
       77  Group-Course-Id       PIC X(8).
       77  Group-Gpa-Credits     PIC 9(4).
       77  Group-Quality-Points  PIC 9(5)V99.
       77  Group-Credits-Earned  PIC 9(4).
       77  GP-Course-Id          PIC X(8).
       77  GP-Letter-Grade       PIC X(1).
       77  GP-Credit-Hours       PIC 9(2).
       77  GP-Grade-Points       PIC 9V99.
       77  GP-Gpa-Flag           PIC X(1).
       77  GP-Earned-Flag        PIC X(1).
       77  Gpa-Value             PIC 9V99.
       77  Display-Gpa           PIC 9.99.
       77  Gpa-Text              PIC X(4).
       77  Display-Credits       PIC ZZ9.

       77  Attendance-Status     PIC XX.
           88 Attendance-File-Ok     VALUE "00".
           88 Attendance-End-Of-File VALUE "10".
       77  Att-Value             PIC 9(3).
       77  Display-Att           PIC ZZ9.
       77  Att-Text              PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Student Roster Report ---".

           CLOSE Master-File

           IF Roster-Written-Count > 0
               PERFORM TALLY-ROSTER-ATTENDANCE
               SORT Gpa-Sort-File
                   ON ASCENDING KEY Gs-Student-Id Gs-Name Gs-Course-Id
                   ON DESCENDING KEY Gs-Avg-Grade
                   ON ASCENDING KEY Gs-Seq
                   INPUT PROCEDURE IS RELEASE-HISTORY-ROWS
                   OUTPUT PROCEDURE IS ACCUMULATE-HISTORY-GPA
           END-IF

           PERFORM WRITE-ROSTER-BY-GRADE
           PERFORM WRITE-RANKED-ROSTER
           PERFORM WRITE-CLASS-STATISTICS
               MOVE Master-Avg-Grade    TO Roster-Avg-Grade(Roster-Idx)
               MOVE Master-Letter-Grade
                   TO Roster-Letter-Grade(Roster-Idx)
               IF Master-Student-Id NUMERIC
                   MOVE Master-Student-Id
                       TO Roster-Student-Id(Roster-Idx)
               ELSE
                   MOVE 0 TO Roster-Student-Id(Roster-Idx)
               END-IF
               MOVE 0 TO Roster-Gpa-Credits(Roster-Idx)
               MOVE 0 TO Roster-Quality-Points(Roster-Idx)
               MOVE 0 TO Roster-Credits-Earned(Roster-Idx)
               MOVE Master-Course-Id TO Roster-Course-Id(Roster-Idx)
               MOVE Master-Section TO Roster-Section(Roster-Idx)
               MOVE Master-Term TO Roster-Term(Roster-Idx)
               MOVE 0 TO Roster-Att-Present(Roster-Idx)
               MOVE 0 TO Roster-Att-Absent(Roster-Idx)
           ELSE
               SET Roster-Was-Truncated TO TRUE
           END-IF.
               ELSE
                   MOVE SPACES TO Report-Record
                   STRING "  Name                 G1  G2  G3  Avg"
                       "    GPA   Cr   Att"
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record

                               Current-Letter
                           MOVE Roster-Avg-Grade(Roster-Scan-Idx)
                               TO Display-Avg-Grade
                           PERFORM FORMAT-ROSTER-GPA
                           MOVE SPACES TO Report-Record
                           STRING "  " DELIMITED BY SIZE
                               Roster-Name(Roster-Scan-Idx)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               Display-Avg-Grade DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               Gpa-Text DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               Display-Credits DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               Att-Text DELIMITED BY SIZE
                               INTO Report-Record
                           WRITE Report-Record
                       END-IF
           ELSE
               MOVE SPACES TO Report-Record
               STRING "  Rank  Name                  Avg  Grade"
                   "   GPA   Cr   Att"
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record

               MOVE Roster-Name(Roster-Scan-Idx) TO Sort-Name
               MOVE Roster-Letter-Grade(Roster-Scan-Idx)
                   TO Sort-Letter-Grade
               PERFORM FORMAT-ROSTER-GPA
               MOVE Gpa-Text TO Sort-Gpa-Text
               MOVE Roster-Credits-Earned(Roster-Scan-Idx)
                   TO Sort-Credits-Earned
               MOVE Att-Text TO Sort-Att-Text
               RELEASE Sort-Work-Record
           END-PERFORM.

               END-IF
               MOVE Rank-Number TO Display-Rank
               MOVE Sort-Avg-Grade TO Display-Avg-Grade
               MOVE Sort-Credits-Earned TO Display-Credits
               MOVE SPACES TO Report-Record
               STRING "  " Display-Rank "   " Sort-Name
                   " " Display-Avg-Grade "  " Sort-Letter-Grade
                   "     " Sort-Gpa-Text "  " Display-Credits
                   "  " Sort-Att-Text
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-PERFORM.
               END-PERFORM
           END-IF.

      *> History rows written before student IDs existed carry a
      *> zero ID and are tied to a roster student by name, as the
      *> transcript ties them. A row that matches no one on the
      *> roster still sorts, under its own ID, and is simply never
      *> applied.
       RELEASE-HISTORY-ROWS.
           MOVE 0 TO History-Seq
           OPEN INPUT History-File
           IF NOT History-File-Ok
               DISPLAY "No student_history.dat - GPA not shown."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL History-End-Of-File
               READ History-File
                   AT END
                       SET History-End-Of-File TO TRUE
                   NOT AT END
                       ADD 1 TO History-Seq
                       PERFORM RELEASE-ONE-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE History-File.

       RELEASE-ONE-HISTORY-ROW.
           IF Hist-Student-Id NUMERIC AND Hist-Student-Id > 0
               MOVE Hist-Student-Id TO Gs-Student-Id
               MOVE SPACES TO Gs-Name
           ELSE
               MOVE "N" TO Name-Match-Flag
               PERFORM VARYING Roster-Scan-Idx FROM 1 BY 1
                       UNTIL Roster-Scan-Idx > Roster-Written-Count
                       OR Name-Was-Matched
                   IF Roster-Name(Roster-Scan-Idx) = Hist-Name
                       MOVE "Y" TO Name-Match-Flag
                       MOVE Roster-Student-Id(Roster-Scan-Idx)
                           TO Gs-Student-Id
                   END-IF
               END-PERFORM
               IF NOT Name-Was-Matched
                   EXIT PARAGRAPH
               END-IF
               IF Gs-Student-Id > 0
                   MOVE SPACES TO Gs-Name
               ELSE
                   MOVE Hist-Name TO Gs-Name
               END-IF
           END-IF
           MOVE Hist-Course-Id TO Gs-Course-Id
           MOVE Hist-Avg-Grade TO Gs-Avg-Grade
           MOVE History-Seq TO Gs-Seq
           MOVE Hist-Letter-Grade TO Gs-Letter-Grade
           RELEASE Gpa-Sort-Record.

      *> The first row of a course is its counted attempt, as long
      *> as it has an average at all; rows with no course ID predate
      *> course tracking and always count.
       ACCUMULATE-HISTORY-GPA.
           MOVE "N" TO Group-Started-Flag
           PERFORM UNTIL EXIT
               RETURN Gpa-Sort-File
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF NOT Group-Was-Started
                       OR Gs-Student-Id NOT = Group-Student-Id
                       OR Gs-Name NOT = Group-Name
                   IF Group-Was-Started
                       PERFORM APPLY-GROUP-TO-ROSTER
                   END-IF
                   MOVE "Y" TO Group-Started-Flag
                   MOVE Gs-Student-Id TO Group-Student-Id
                   MOVE Gs-Name TO Group-Name
                   MOVE SPACES TO Group-Course-Id
                   MOVE 0 TO Group-Gpa-Credits
                   MOVE 0 TO Group-Quality-Points
                   MOVE 0 TO Group-Credits-Earned
               END-IF
               IF Gs-Course-Id = SPACES
                   PERFORM COUNT-HISTORY-ROW
               ELSE
                   IF Gs-Course-Id NOT = Group-Course-Id
                       MOVE Gs-Course-Id TO Group-Course-Id
                       IF Gs-Avg-Grade > 0
                           PERFORM COUNT-HISTORY-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Group-Was-Started
               PERFORM APPLY-GROUP-TO-ROSTER
           END-IF.

       COUNT-HISTORY-ROW.
           MOVE Gs-Course-Id TO GP-Course-Id
           MOVE Gs-Letter-Grade TO GP-Letter-Grade
           CALL "GRADE-POINTS" USING GP-Course-Id GP-Letter-Grade
               GP-Credit-Hours GP-Grade-Points GP-Gpa-Flag
               GP-Earned-Flag
           IF GP-Gpa-Flag = "Y"
               ADD GP-Credit-Hours TO Group-Gpa-Credits
               COMPUTE Group-Quality-Points = Group-Quality-Points
                   + GP-Credit-Hours * GP-Grade-Points
           END-IF
           IF GP-Earned-Flag = "Y"
               ADD GP-Credit-Hours TO Group-Credits-Earned
           END-IF.

       APPLY-GROUP-TO-ROSTER.
           PERFORM VARYING Roster-Scan-Idx FROM 1 BY 1
                   UNTIL Roster-Scan-Idx > Roster-Written-Count
               IF Roster-Student-Id(Roster-Scan-Idx) = Group-Student-Id
                   AND (Group-Student-Id > 0
                       OR Roster-Name(Roster-Scan-Idx) = Group-Name)
                   MOVE Group-Gpa-Credits
                       TO Roster-Gpa-Credits(Roster-Scan-Idx)
                   MOVE Group-Quality-Points
                       TO Roster-Quality-Points(Roster-Scan-Idx)
                   MOVE Group-Credits-Earned
                       TO Roster-Credits-Earned(Roster-Scan-Idx)
               END-IF
           END-PERFORM.

      *> GPA and credits earned for the roster entry at
      *> Roster-Scan-Idx.
       FORMAT-ROSTER-GPA.
           IF Roster-Gpa-Credits(Roster-Scan-Idx) > 0
               COMPUTE Gpa-Value ROUNDED =
                   Roster-Quality-Points(Roster-Scan-Idx)
                   / Roster-Gpa-Credits(Roster-Scan-Idx)
               MOVE Gpa-Value TO Display-Gpa
               MOVE Display-Gpa TO Gpa-Text
           ELSE
               MOVE "n/a" TO Gpa-Text
           END-IF
           MOVE Roster-Credits-Earned(Roster-Scan-Idx)
               TO Display-Credits
           IF Roster-Att-Present(Roster-Scan-Idx)
                   + Roster-Att-Absent(Roster-Scan-Idx) > 0
               COMPUTE Att-Value ROUNDED =
                   Roster-Att-Present(Roster-Scan-Idx) * 100
                   / (Roster-Att-Present(Roster-Scan-Idx)
                      + Roster-Att-Absent(Roster-Scan-Idx))
               MOVE Att-Value TO Display-Att
               MOVE SPACES TO Att-Text
               STRING Display-Att "%" DELIMITED BY SIZE
                   INTO Att-Text
           ELSE
               MOVE " n/a" TO Att-Text
           END-IF.

      *> Attendance is matched on student ID and the section the
      *> master row was rated in; rows without an ID get none.
       TALLY-ROSTER-ATTENDANCE.
           OPEN INPUT Attendance-File
           IF NOT Attendance-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Attendance-End-Of-File
               READ Attendance-File
                   AT END
                       SET Attendance-End-Of-File TO TRUE
                   NOT AT END
                       IF SA-Mark = "P" OR SA-Mark = "A"
                           PERFORM APPLY-ATTENDANCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Attendance-File.

       APPLY-ATTENDANCE-ROW.
           PERFORM VARYING Roster-Scan-Idx FROM 1 BY 1
                   UNTIL Roster-Scan-Idx > Roster-Written-Count
               IF Roster-Student-Id(Roster-Scan-Idx) = SA-Student-Id
                   AND SA-Student-Id > 0
                   AND Roster-Course-Id(Roster-Scan-Idx) = SA-Course-Id
                   AND Roster-Section(Roster-Scan-Idx) = SA-Section
                   AND Roster-Term(Roster-Scan-Idx) = SA-Term
                   IF SA-Mark = "P"
                       ADD 1 TO Roster-Att-Present(Roster-Scan-Idx)
                   ELSE
                       ADD 1 TO Roster-Att-Absent(Roster-Scan-Idx)
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM StudentRosterReport.
