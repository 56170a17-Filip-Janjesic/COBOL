       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentDegreeAudit.

      *> Degree audit: each student's history read against the
      *> requirements of the degree program on their ID master
      *> record - the "what do I still need?" answer the registrar
      *> used to give by laying a transcript over a paper checklist.
      *> For every required course and every elective group the
      *> report says met, in progress or outstanding, then gives
      *> the credits earned against the program's total and whether
      *> the student is eligible to graduate with the term audited.
      *> A course counts through its counted attempt only - the
      *> attempt JUDGE-RETAKES on the transcript would count, the
      *> best average with the earlier row winning a tie - and it
      *> must reach the requirement's minimum letter: a failed,
      *> withdrawn or incomplete attempt never satisfies anything.
      *> An incomplete still outstanding in a course makes that
      *> requirement in progress rather than outstanding.
      *> Credits are the credits earned, weighted and judged by the
      *> shared GRADE-POINTS routine exactly as on the transcript.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Requirements-File ASSIGN TO "degree_requirements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Requirements-Status.

           SELECT Id-Master-File ASSIGN TO "student_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Id-Status.

           SELECT History-File ASSIGN TO "student_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS History-Status.

           SELECT Audit-Report-File ASSIGN TO "degree_audit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Report-Status.

           SELECT Audit-Sort-File ASSIGN TO "degree_audit_sort_work".

       DATA DIVISION.
       FILE SECTION.
      *> One line per item, keyed by program code:
      *>   P  the program - title and total credits to graduate
      *>   C  a required course and the minimum letter it needs
      *>   E  an elective group - how many of its courses are
      *>      needed, the minimum letter, and a title
      *>   G  one course belonging to an elective group
      *> A blank minimum letter means a passing D.
       FD  Requirements-File.
       01  Requirements-Record.
           05 DR-Record-Type        PIC X(1).
           05 FILLER                PIC X(1).
           05 DR-Program-Code       PIC X(6).
           05 FILLER                PIC X(1).
           05 DR-Detail             PIC X(60).
           05 DR-Program-Detail REDEFINES DR-Detail.
               10 DR-Title              PIC X(30).
               10 FILLER                PIC X(1).
               10 DR-Total-Credits      PIC 9(3).
               10 FILLER                PIC X(26).
           05 DR-Course-Detail REDEFINES DR-Detail.
               10 DR-Course-Id          PIC X(8).
               10 FILLER                PIC X(1).
               10 DR-Min-Grade          PIC X(1).
               10 FILLER                PIC X(50).
           05 DR-Group-Detail REDEFINES DR-Detail.
               10 DR-Group-Id           PIC X(4).
               10 FILLER                PIC X(1).
               10 DR-Group-Min-Count    PIC 9(2).
               10 FILLER                PIC X(1).
               10 DR-Group-Min-Grade    PIC X(1).
               10 FILLER                PIC X(1).
               10 DR-Group-Title        PIC X(30).
               10 FILLER                PIC X(20).
           05 DR-Member-Detail REDEFINES DR-Detail.
               10 DR-Member-Group-Id    PIC X(4).
               10 FILLER                PIC X(1).
               10 DR-Member-Course-Id   PIC X(8).
               10 FILLER                PIC X(47).

       FD  Id-Master-File.
       01  Id-Master-Record.
           05 SID-Student-Id        PIC 9(6).
           05 FILLER                PIC X(1).
           05 SID-Name              PIC X(20).
           05 FILLER                PIC X(1).
           05 SID-Status            PIC X(1).
           05 FILLER                PIC X(1).
           05 SID-Program-Code      PIC X(6).

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

       FD  Audit-Report-File.
       01  Audit-Report-Record      PIC X(80).

      *> History rows by student and course, best attempt first
      *> within a course and the earlier row first on a tie.
       SD  Audit-Sort-File.
       01  Audit-Sort-Record.
           05 Au-Student-Id         PIC 9(6).
           05 Au-Course-Id          PIC X(8).
           05 Au-Avg-Grade          PIC 999V9.
           05 Au-Seq                PIC 9(6).
           05 Au-Letter-Grade       PIC X(1).
           05 Au-Term               PIC X(5).

       WORKING-STORAGE SECTION.
       77  Requirements-Status PIC XX.
           88 Requirements-File-Ok     VALUE "00".
           88 Requirements-End-Of-File VALUE "10".
       77  Id-Status           PIC XX.
           88 Id-File-Ok           VALUE "00".
           88 Id-End-Of-File       VALUE "10".
       77  History-Status      PIC XX.
           88 History-File-Ok      VALUE "00".
           88 History-End-Of-File  VALUE "10".
       77  Report-Status       PIC XX.

       77  Audit-Term          PIC X(5).
       77  Search-Id-In        PIC X(6).
       77  Search-Id           PIC 9(6) VALUE 0.

       77  Program-Count       PIC 9(3) VALUE 0.
       77  Program-Table-Max   PIC 9(3) VALUE 50.
       01  Program-Table.
           05 Prg-Entry OCCURS 50 TIMES.
               10 Prg-Code          PIC X(6).
               10 Prg-Title         PIC X(30).
               10 Prg-Total-Credits PIC 9(3).
       77  Prg-Idx             PIC 9(3).

       77  Req-Count           PIC 9(4) VALUE 0.
       77  Req-Table-Max       PIC 9(4) VALUE 500.
       01  Req-Table.
           05 Req-Entry OCCURS 500 TIMES.
               10 Req-Program-Code  PIC X(6).
               10 Req-Course-Id     PIC X(8).
               10 Req-Min-Grade     PIC X(1).
       77  Req-Idx             PIC 9(4).

       77  Group-Count         PIC 9(3) VALUE 0.
       77  Group-Table-Max     PIC 9(3) VALUE 200.
       01  Group-Table.
           05 Grp-Entry OCCURS 200 TIMES.
               10 Grp-Program-Code  PIC X(6).
               10 Grp-Id            PIC X(4).
               10 Grp-Min-Count     PIC 9(2).
               10 Grp-Min-Grade     PIC X(1).
               10 Grp-Title         PIC X(30).
       77  Grp-Idx             PIC 9(3).

       77  Member-Count        PIC 9(4) VALUE 0.
       77  Member-Table-Max    PIC 9(4) VALUE 1000.
       01  Member-Table.
           05 Mbr-Entry OCCURS 1000 TIMES.
               10 Mbr-Program-Code  PIC X(6).
               10 Mbr-Group-Id      PIC X(4).
               10 Mbr-Course-Id     PIC X(8).
       77  Mbr-Idx             PIC 9(4).
       77  Requirements-Dropped PIC 9(4) VALUE 0.

      *> The students to audit: those on the ID master with a
      *> program code, or the one student asked for.
       77  Student-Count       PIC 9(4) VALUE 0.
       77  Student-Table-Max   PIC 9(4) VALUE 2000.
       01  Student-Table.
           05 Stu-Entry OCCURS 2000 TIMES.
               10 Stu-Student-Id    PIC 9(6).
               10 Stu-Name          PIC X(20).
               10 Stu-Program-Code  PIC X(6).
               10 Stu-Audited-Flag  PIC X(1).
               10 Stu-Eligible-Flag PIC X(1).
       77  Stu-Idx             PIC 9(4).
       77  Cur-Stu-Idx         PIC 9(4).
       77  Name-Match-Flag     PIC X.
           88 Name-Was-Matched     VALUE "Y".

      *> The current student's courses, one entry per course ID,
      *> holding the letter of the counted attempt (blank when no
      *> attempt counts) and whether an incomplete is on file.
       77  Course-Count        PIC 9(3) VALUE 0.
       77  Course-Table-Max    PIC 9(3) VALUE 100.
       01  Course-Table.
           05 Crs-Entry OCCURS 100 TIMES.
               10 Crs-Course-Id     PIC X(8).
               10 Crs-Letter-Grade  PIC X(1).
               10 Crs-Term          PIC X(5).
               10 Crs-Incomplete-Flag PIC X(1).
       77  Crs-Idx             PIC 9(3).
       77  Crs-Found-Idx       PIC 9(3).
       77  Earned-Credits      PIC 9(4).
       77  Group-Started-Flag  PIC X VALUE "N".
           88 Group-Was-Started    VALUE "Y".
       77  Group-Student-Id    PIC 9(6).
       77  Group-Course-Id     PIC X(8).

       77  History-Seq         PIC 9(6) VALUE 0.
       77  GP-Course-Id        PIC X(8).
       77  GP-Letter-Grade     PIC X(1).
       77  GP-Credit-Hours     PIC 9(2).
       77  GP-Grade-Points     PIC 9V99.
       77  GP-Gpa-Flag         PIC X(1).
       77  GP-Earned-Flag      PIC X(1).

      *> Letter against minimum: A is the best, D the lowest pass.
       77  Passing-Letters     PIC X(4) VALUE "ABCD".
       77  Check-Letter        PIC X(1).
       77  Check-Minimum       PIC X(1).
       77  Letter-Rank         PIC 9(1).
       77  Minimum-Rank        PIC 9(1).
       77  Rank-Idx            PIC 9(1).
       77  Meets-Flag          PIC X.
           88 Letter-Meets-Minimum VALUE "Y".

       77  Req-State           PIC X(11).
       77  Outstanding-Count   PIC 9(3).
       77  In-Progress-Count   PIC 9(3).
       77  Met-Count           PIC 9(3).
       77  Members-Met         PIC 9(3).
       77  Members-Pending     PIC 9(3).
       77  Program-Found-Flag  PIC X.
           88 Program-Was-Found    VALUE "Y".

       77  Audited-Count       PIC 9(4) VALUE 0.
       77  Eligible-Count      PIC 9(4) VALUE 0.
       77  Unknown-Program-Count PIC 9(4) VALUE 0.
       77  Display-Count       PIC ZZZ9.
       77  Display-Small       PIC Z9.
       77  Display-Small-2     PIC Z9.
       77  Display-Credits     PIC ZZZ9.
       77  Display-Total       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Degree Requirement Audit ---".
           DISPLAY "Term being audited (for graduation):".
           ACCEPT Audit-Term.
           DISPLAY "Student ID (blank = every student with a "
               "program):".
           ACCEPT Search-Id-In.
           IF Search-Id-In NOT = SPACES
               IF Search-Id-In NOT NUMERIC
                   DISPLAY "Student ID must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE Search-Id-In TO Search-Id
           END-IF

           PERFORM LOAD-REQUIREMENTS
           IF Program-Count = 0
               DISPLAY "No programs in degree_requirements.dat - "
                   "nothing to audit."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STUDENTS
           IF Student-Count = 0
               IF Search-Id > 0
                   DISPLAY "Student " Search-Id " is not on the ID "
                       "master or has no degree program."
               ELSE
                   DISPLAY "No student on the ID master has a "
                       "degree program."
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT Audit-Report-File
           MOVE SPACES TO Audit-Report-Record
           STRING "Degree Requirement Audit - term " Audit-Term
               DELIMITED BY SIZE INTO Audit-Report-Record
           WRITE Audit-Report-Record
           IF Requirements-Dropped > 0
               MOVE Requirements-Dropped TO Display-Count
               MOVE SPACES TO Audit-Report-Record
               STRING "WARNING: " Display-Count " requirement "
                   "line(s) dropped - tables full."
                   DELIMITED BY SIZE INTO Audit-Report-Record
               WRITE Audit-Report-Record
           END-IF

           SORT Audit-Sort-File
               ON ASCENDING KEY Au-Student-Id Au-Course-Id
               ON DESCENDING KEY Au-Avg-Grade
               ON ASCENDING KEY Au-Seq
               INPUT PROCEDURE IS RELEASE-HISTORY-ROWS
               OUTPUT PROCEDURE IS AUDIT-SORTED-HISTORY

      *>   Students with nothing on the history still get an audit
      *>   - every requirement outstanding.
           PERFORM VARYING Stu-Idx FROM 1 BY 1
                   UNTIL Stu-Idx > Student-Count
               IF Stu-Audited-Flag(Stu-Idx) NOT = "Y"
                   MOVE Stu-Idx TO Cur-Stu-Idx
                   MOVE 0 TO Course-Count
                   MOVE 0 TO Earned-Credits
                   PERFORM AUDIT-ONE-STUDENT
               END-IF
           END-PERFORM

           PERFORM WRITE-ELIGIBLE-LIST
           CLOSE Audit-Report-File

           MOVE Audited-Count TO Display-Count
           DISPLAY "Students audited:     " Display-Count
           MOVE Eligible-Count TO Display-Count
           DISPLAY "Eligible to graduate: " Display-Count
           DISPLAY "Report written to degree_audit_report.txt"
           IF Unknown-Program-Count > 0
               MOVE Unknown-Program-Count TO Display-Count
               DISPLAY "Students on an undefined program: "
                   Display-Count
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-REQUIREMENTS.
           OPEN INPUT Requirements-File
           IF NOT Requirements-File-Ok
               DISPLAY "Unable to open degree_requirements.dat. "
                   "Status=" Requirements-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Requirements-End-Of-File
               READ Requirements-File
                   AT END
                       SET Requirements-End-Of-File TO TRUE
                   NOT AT END
                       PERFORM STORE-REQUIREMENT
               END-READ
           END-PERFORM
           CLOSE Requirements-File.

       STORE-REQUIREMENT.
           EVALUATE DR-Record-Type
               WHEN "P"
                   IF Program-Count < Program-Table-Max
                       ADD 1 TO Program-Count
                       MOVE DR-Program-Code
                           TO Prg-Code(Program-Count)
                       MOVE DR-Title TO Prg-Title(Program-Count)
                       IF DR-Total-Credits NUMERIC
                           MOVE DR-Total-Credits
                               TO Prg-Total-Credits(Program-Count)
                       ELSE
                           MOVE 0 TO Prg-Total-Credits(Program-Count)
                       END-IF
                   ELSE
                       ADD 1 TO Requirements-Dropped
                   END-IF
               WHEN "C"
                   IF Req-Count < Req-Table-Max
                       ADD 1 TO Req-Count
                       MOVE DR-Program-Code
                           TO Req-Program-Code(Req-Count)
                       MOVE DR-Course-Id TO Req-Course-Id(Req-Count)
                       MOVE DR-Min-Grade TO Req-Min-Grade(Req-Count)
                   ELSE
                       ADD 1 TO Requirements-Dropped
                   END-IF
               WHEN "E"
                   IF Group-Count < Group-Table-Max
                       ADD 1 TO Group-Count
                       MOVE DR-Program-Code
                           TO Grp-Program-Code(Group-Count)
                       MOVE DR-Group-Id TO Grp-Id(Group-Count)
                       IF DR-Group-Min-Count NUMERIC
                           MOVE DR-Group-Min-Count
                               TO Grp-Min-Count(Group-Count)
                       ELSE
                           MOVE 1 TO Grp-Min-Count(Group-Count)
                       END-IF
                       MOVE DR-Group-Min-Grade
                           TO Grp-Min-Grade(Group-Count)
                       MOVE DR-Group-Title TO Grp-Title(Group-Count)
                   ELSE
                       ADD 1 TO Requirements-Dropped
                   END-IF
               WHEN "G"
                   IF Member-Count < Member-Table-Max
                       ADD 1 TO Member-Count
                       MOVE DR-Program-Code
                           TO Mbr-Program-Code(Member-Count)
                       MOVE DR-Member-Group-Id
                           TO Mbr-Group-Id(Member-Count)
                       MOVE DR-Member-Course-Id
                           TO Mbr-Course-Id(Member-Count)
                   ELSE
                       ADD 1 TO Requirements-Dropped
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-STUDENTS.
           OPEN INPUT Id-Master-File
           IF NOT Id-File-Ok
               DISPLAY "Unable to open student_id_master.dat. Status="
                   Id-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Id-End-Of-File
               READ Id-Master-File
                   AT END
                       SET Id-End-Of-File TO TRUE
                   NOT AT END
                       IF SID-Program-Code NOT = SPACES
                           AND (Search-Id = 0
                               OR SID-Student-Id = Search-Id)
                           AND Student-Count < Student-Table-Max
                           ADD 1 TO Student-Count
                           MOVE SID-Student-Id
                               TO Stu-Student-Id(Student-Count)
                           MOVE SID-Name TO Stu-Name(Student-Count)
                           MOVE SID-Program-Code
                               TO Stu-Program-Code(Student-Count)
                           MOVE "N" TO Stu-Audited-Flag(Student-Count)
                           MOVE "N" TO Stu-Eligible-Flag(Student-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Id-Master-File.

      *> Rows written before IDs existed carry a zero ID and belong
      *> to the student now holding that name, as on the transcript.
      *> Rows for students not being audited are not released.
       RELEASE-HISTORY-ROWS.
           OPEN INPUT History-File
           IF NOT History-File-Ok
               DISPLAY "No student_history.dat - every requirement "
                   "will show outstanding."
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
           MOVE "N" TO Name-Match-Flag
           PERFORM VARYING Stu-Idx FROM 1 BY 1
                   UNTIL Stu-Idx > Student-Count
                   OR Name-Was-Matched
               IF Hist-Student-Id NUMERIC AND Hist-Student-Id > 0
                   IF Stu-Student-Id(Stu-Idx) = Hist-Student-Id
                       MOVE "Y" TO Name-Match-Flag
                   END-IF
               ELSE
                   IF Stu-Name(Stu-Idx) = Hist-Name
                       MOVE "Y" TO Name-Match-Flag
                   END-IF
               END-IF
               IF Name-Was-Matched
                   MOVE Stu-Student-Id(Stu-Idx) TO Au-Student-Id
               END-IF
           END-PERFORM
           IF NOT Name-Was-Matched
               EXIT PARAGRAPH
           END-IF
           MOVE Hist-Course-Id TO Au-Course-Id
           MOVE Hist-Avg-Grade TO Au-Avg-Grade
           MOVE History-Seq TO Au-Seq
           MOVE Hist-Letter-Grade TO Au-Letter-Grade
           MOVE Hist-Term TO Au-Term
           RELEASE Audit-Sort-Record.

      *> The first row of a course is its counted attempt when it
      *> has an average at all; later rows of the same course only
      *> matter for an incomplete still on file. Rows with no course
      *> ID satisfy no requirement but their credits still count.
       AUDIT-SORTED-HISTORY.
           MOVE "N" TO Group-Started-Flag
           PERFORM UNTIL EXIT
               RETURN Audit-Sort-File
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF NOT Group-Was-Started
                       OR Au-Student-Id NOT = Group-Student-Id
                   IF Group-Was-Started
                       PERFORM AUDIT-SORTED-STUDENT
                   END-IF
                   MOVE "Y" TO Group-Started-Flag
                   MOVE Au-Student-Id TO Group-Student-Id
                   MOVE SPACES TO Group-Course-Id
                   MOVE 0 TO Course-Count
                   MOVE 0 TO Earned-Credits
               END-IF
               IF Au-Course-Id = SPACES
                   IF Au-Avg-Grade > 0
                       PERFORM ADD-EARNED-CREDITS
                   END-IF
               ELSE
                   PERFORM NOTE-COURSE-ROW
               END-IF
           END-PERFORM
           IF Group-Was-Started
               PERFORM AUDIT-SORTED-STUDENT
           END-IF.

       NOTE-COURSE-ROW.
           IF Au-Course-Id NOT = Group-Course-Id
               MOVE Au-Course-Id TO Group-Course-Id
               IF Course-Count < Course-Table-Max
                   ADD 1 TO Course-Count
                   MOVE Au-Course-Id TO Crs-Course-Id(Course-Count)
                   MOVE SPACES TO Crs-Letter-Grade(Course-Count)
                   MOVE Au-Term TO Crs-Term(Course-Count)
                   MOVE "N" TO Crs-Incomplete-Flag(Course-Count)
                   IF Au-Avg-Grade > 0
                       MOVE Au-Letter-Grade
                           TO Crs-Letter-Grade(Course-Count)
                       PERFORM ADD-EARNED-CREDITS
                   END-IF
               END-IF
           END-IF
           IF Au-Letter-Grade = "I" AND Course-Count > 0
               IF Crs-Course-Id(Course-Count) = Au-Course-Id
                   MOVE "Y" TO Crs-Incomplete-Flag(Course-Count)
               END-IF
           END-IF.

       ADD-EARNED-CREDITS.
           MOVE Au-Course-Id TO GP-Course-Id
           MOVE Au-Letter-Grade TO GP-Letter-Grade
           CALL "GRADE-POINTS" USING GP-Course-Id GP-Letter-Grade
               GP-Credit-Hours GP-Grade-Points GP-Gpa-Flag
               GP-Earned-Flag
           IF GP-Earned-Flag = "Y"
               ADD GP-Credit-Hours TO Earned-Credits
           END-IF.

       AUDIT-SORTED-STUDENT.
           MOVE 0 TO Cur-Stu-Idx
           PERFORM VARYING Stu-Idx FROM 1 BY 1
                   UNTIL Stu-Idx > Student-Count
                   OR Cur-Stu-Idx > 0
               IF Stu-Student-Id(Stu-Idx) = Group-Student-Id
                   MOVE Stu-Idx TO Cur-Stu-Idx
               END-IF
           END-PERFORM
           IF Cur-Stu-Idx > 0
               PERFORM AUDIT-ONE-STUDENT
           END-IF.

       AUDIT-ONE-STUDENT.
           MOVE "Y" TO Stu-Audited-Flag(Cur-Stu-Idx)
           ADD 1 TO Audited-Count
           MOVE SPACES TO Audit-Report-Record
           WRITE Audit-Report-Record
           MOVE SPACES TO Audit-Report-Record
           STRING "Student " Stu-Student-Id(Cur-Stu-Idx) "  "
               Stu-Name(Cur-Stu-Idx) "  Program "
               Stu-Program-Code(Cur-Stu-Idx)
               DELIMITED BY SIZE INTO Audit-Report-Record
           WRITE Audit-Report-Record

           MOVE "N" TO Program-Found-Flag
           PERFORM VARYING Prg-Idx FROM 1 BY 1
                   UNTIL Prg-Idx > Program-Count
                   OR Program-Was-Found
               IF Prg-Code(Prg-Idx) = Stu-Program-Code(Cur-Stu-Idx)
                   MOVE "Y" TO Program-Found-Flag
               END-IF
           END-PERFORM
           IF NOT Program-Was-Found
               ADD 1 TO Unknown-Program-Count
               MOVE SPACES TO Audit-Report-Record
               STRING "  Program not defined in "
                   "degree_requirements.dat - not audited."
                   DELIMITED BY SIZE INTO Audit-Report-Record
               WRITE Audit-Report-Record
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM Prg-Idx
           MOVE SPACES TO Audit-Report-Record
           STRING "  " Prg-Title(Prg-Idx)
               DELIMITED BY SIZE INTO Audit-Report-Record
           WRITE Audit-Report-Record

           MOVE 0 TO Met-Count
           MOVE 0 TO In-Progress-Count
           MOVE 0 TO Outstanding-Count
           PERFORM VARYING Req-Idx FROM 1 BY 1
                   UNTIL Req-Idx > Req-Count
               IF Req-Program-Code(Req-Idx) =
                       Stu-Program-Code(Cur-Stu-Idx)
                   PERFORM AUDIT-REQUIRED-COURSE
               END-IF
           END-PERFORM
           PERFORM VARYING Grp-Idx FROM 1 BY 1
                   UNTIL Grp-Idx > Group-Count
               IF Grp-Program-Code(Grp-Idx) =
                       Stu-Program-Code(Cur-Stu-Idx)
                   PERFORM AUDIT-ELECTIVE-GROUP
               END-IF
           END-PERFORM

           MOVE Earned-Credits TO Display-Credits
           MOVE Prg-Total-Credits(Prg-Idx) TO Display-Total
           MOVE SPACES TO Audit-Report-Record
           IF Earned-Credits >= Prg-Total-Credits(Prg-Idx)
               MOVE "MET" TO Req-State
           ELSE
               MOVE "OUTSTANDING" TO Req-State
               ADD 1 TO Outstanding-Count
           END-IF
           STRING "  " Req-State "  CREDITS  " Display-Credits
               " earned of " Display-Total " required"
               DELIMITED BY SIZE INTO Audit-Report-Record
           WRITE Audit-Report-Record

           MOVE SPACES TO Audit-Report-Record
           IF Outstanding-Count = 0 AND In-Progress-Count = 0
               MOVE "Y" TO Stu-Eligible-Flag(Cur-Stu-Idx)
               ADD 1 TO Eligible-Count
               STRING "  ELIGIBLE TO GRADUATE " Audit-Term
                   DELIMITED BY SIZE INTO Audit-Report-Record
           ELSE
               MOVE In-Progress-Count TO Display-Small
               MOVE Outstanding-Count TO Display-Small-2
               STRING "  NOT YET ELIGIBLE - " Display-Small
                   " in progress, " Display-Small-2 " outstanding"
                   DELIMITED BY SIZE INTO Audit-Report-Record
           END-IF
           WRITE Audit-Report-Record.

       AUDIT-REQUIRED-COURSE.
           MOVE Req-Course-Id(Req-Idx) TO GP-Course-Id
           PERFORM FIND-STUDENT-COURSE
           MOVE "OUTSTANDING" TO Req-State
           MOVE "N" TO Meets-Flag
           IF Crs-Found-Idx > 0
               MOVE Crs-Letter-Grade(Crs-Found-Idx) TO Check-Letter
               MOVE Req-Min-Grade(Req-Idx) TO Check-Minimum
               PERFORM CHECK-LETTER-AGAINST-MINIMUM
               IF Letter-Meets-Minimum
                   MOVE "MET" TO Req-State
               ELSE
                   IF Crs-Incomplete-Flag(Crs-Found-Idx) = "Y"
                       MOVE "IN PROGRESS" TO Req-State
                   END-IF
               END-IF
           END-IF
           EVALUATE Req-State
               WHEN "MET"
                   ADD 1 TO Met-Count
               WHEN "IN PROGRESS"
                   ADD 1 TO In-Progress-Count
               WHEN OTHER
                   ADD 1 TO Outstanding-Count
           END-EVALUATE

           MOVE Req-Min-Grade(Req-Idx) TO Check-Minimum
           IF Check-Minimum = SPACE
               MOVE "D" TO Check-Minimum
           END-IF
           MOVE SPACES TO Audit-Report-Record
           IF Crs-Found-Idx > 0
               IF Crs-Letter-Grade(Crs-Found-Idx) = SPACE
                   STRING "  " Req-State "  COURSE   "
                       Req-Course-Id(Req-Idx) " min " Check-Minimum
                       "  no counted attempt"
                       DELIMITED BY SIZE INTO Audit-Report-Record
               ELSE
                   STRING "  " Req-State "  COURSE   "
                       Req-Course-Id(Req-Idx) " min " Check-Minimum
                       "  counted " Crs-Letter-Grade(Crs-Found-Idx)
                       " (" Crs-Term(Crs-Found-Idx) ")"
                       DELIMITED BY SIZE INTO Audit-Report-Record
               END-IF
           ELSE
               STRING "  " Req-State "  COURSE   "
                   Req-Course-Id(Req-Idx) " min " Check-Minimum
                   "  not taken"
                   DELIMITED BY SIZE INTO Audit-Report-Record
           END-IF
           WRITE Audit-Report-Record.

      *> A group is met when enough of its courses are met, and in
      *> progress when incompletes could still make up the count.
       AUDIT-ELECTIVE-GROUP.
           MOVE 0 TO Members-Met
           MOVE 0 TO Members-Pending
           PERFORM VARYING Mbr-Idx FROM 1 BY 1
                   UNTIL Mbr-Idx > Member-Count
               IF Mbr-Program-Code(Mbr-Idx) = Grp-Program-Code(Grp-Idx)
                   AND Mbr-Group-Id(Mbr-Idx) = Grp-Id(Grp-Idx)
                   MOVE Mbr-Course-Id(Mbr-Idx) TO GP-Course-Id
                   PERFORM FIND-STUDENT-COURSE
                   IF Crs-Found-Idx > 0
                       MOVE Crs-Letter-Grade(Crs-Found-Idx)
                           TO Check-Letter
                       MOVE Grp-Min-Grade(Grp-Idx) TO Check-Minimum
                       PERFORM CHECK-LETTER-AGAINST-MINIMUM
                       IF Letter-Meets-Minimum
                           ADD 1 TO Members-Met
                       ELSE
                           IF Crs-Incomplete-Flag(Crs-Found-Idx) = "Y"
                               ADD 1 TO Members-Pending
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN Members-Met >= Grp-Min-Count(Grp-Idx)
                   MOVE "MET" TO Req-State
                   ADD 1 TO Met-Count
               WHEN Members-Met + Members-Pending >=
                       Grp-Min-Count(Grp-Idx)
                   MOVE "IN PROGRESS" TO Req-State
                   ADD 1 TO In-Progress-Count
               WHEN OTHER
                   MOVE "OUTSTANDING" TO Req-State
                   ADD 1 TO Outstanding-Count
           END-EVALUATE
           MOVE Members-Met TO Display-Small
           MOVE Grp-Min-Count(Grp-Idx) TO Display-Small-2
           MOVE SPACES TO Audit-Report-Record
           STRING "  " Req-State "  ELECTIVE " Grp-Id(Grp-Idx) " "
               Display-Small " of " Display-Small-2 "  "
               Grp-Title(Grp-Idx)
               DELIMITED BY SIZE INTO Audit-Report-Record
           WRITE Audit-Report-Record.

       FIND-STUDENT-COURSE.
           MOVE 0 TO Crs-Found-Idx
           PERFORM VARYING Crs-Idx FROM 1 BY 1
                   UNTIL Crs-Idx > Course-Count
                   OR Crs-Found-Idx > 0
               IF Crs-Course-Id(Crs-Idx) = GP-Course-Id
                   MOVE Crs-Idx TO Crs-Found-Idx
               END-IF
           END-PERFORM.

      *> F, W, I and a blank (no counted attempt) never meet any
      *> minimum; a blank minimum is a passing D.
       CHECK-LETTER-AGAINST-MINIMUM.
           MOVE "N" TO Meets-Flag
           IF Check-Minimum = SPACE
               MOVE "D" TO Check-Minimum
           END-IF
           MOVE 0 TO Letter-Rank
           MOVE 0 TO Minimum-Rank
           PERFORM VARYING Rank-Idx FROM 1 BY 1
                   UNTIL Rank-Idx > 4
               IF Passing-Letters(Rank-Idx:1) = Check-Letter
                   MOVE Rank-Idx TO Letter-Rank
               END-IF
               IF Passing-Letters(Rank-Idx:1) = Check-Minimum
                   MOVE Rank-Idx TO Minimum-Rank
               END-IF
           END-PERFORM
           IF Minimum-Rank = 0
               MOVE 4 TO Minimum-Rank
           END-IF
           IF Letter-Rank > 0 AND Letter-Rank <= Minimum-Rank
               MOVE "Y" TO Meets-Flag
           END-IF.

       WRITE-ELIGIBLE-LIST.
           MOVE SPACES TO Audit-Report-Record
           WRITE Audit-Report-Record
           MOVE SPACES TO Audit-Report-Record
           STRING "Eligible to graduate " Audit-Term
               DELIMITED BY SIZE INTO Audit-Report-Record
           WRITE Audit-Report-Record
           IF Eligible-Count = 0
               MOVE SPACES TO Audit-Report-Record
               STRING "  None" DELIMITED BY SIZE
                   INTO Audit-Report-Record
               WRITE Audit-Report-Record
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Stu-Idx FROM 1 BY 1
                   UNTIL Stu-Idx > Student-Count
               IF Stu-Eligible-Flag(Stu-Idx) = "Y"
                   MOVE SPACES TO Audit-Report-Record
                   STRING "  " Stu-Student-Id(Stu-Idx) "  "
                       Stu-Name(Stu-Idx) "  "
                       Stu-Program-Code(Stu-Idx)
                       DELIMITED BY SIZE INTO Audit-Report-Record
                   WRITE Audit-Report-Record
               END-IF
           END-PERFORM.

       END PROGRAM StudentDegreeAudit.
