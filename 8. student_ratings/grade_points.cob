       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-POINTS.
       AUTHOR. FILIP JANJESIC.
      *> Credit hours and grade points for one graded course row, so
      *> the transcript and the roster weight a GPA the same way.
      *> Credits come from the course catalog; a course that is not
      *> on the catalog, or a catalog line written before credits
      *> were carried, counts at the standard three credits, as does
      *> a history row with no course ID at all.
      *> Points per credit come from grade_point_scale.dat - one
      *> line per letter grade with its points and whether the grade
      *> counts toward GPA. With no scale on file the registrar's
      *> standard 4/3/2/1/0 scale applies. An incomplete (I) or a
      *> withdrawal (W) never carries points or GPA credit whatever
      *> the scale says.
      *> Both files are read on the first call and held for the run.
      *>   LK-Gpa-Flag:    "Y" = the credits count toward GPA.
      *>   LK-Earned-Flag: "Y" = the credits are earned (counted
      *>                   and carrying more than zero points).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Catalog-File ASSIGN TO "course_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Catalog-Status.

           SELECT Scale-File ASSIGN TO "grade_point_scale.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Scale-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Catalog-File.
       01  Catalog-Record.
           05 CC-Course-Id          PIC X(8).
           05 FILLER                PIC X(1).
           05 CC-Title              PIC X(30).
           05 FILLER                PIC X(1).
           05 CC-Profile-Req        PIC X(1).
           05 FILLER                PIC X(1).
           05 CC-Status             PIC X(1).
           05 FILLER                PIC X(1).
           05 CC-Credit-Hours       PIC 9(2).

       FD  Scale-File.
       01  Scale-Record.
           05 GP-Letter-Grade       PIC X(1).
           05 FILLER                PIC X(1).
           05 GP-Points             PIC 9V99.
           05 FILLER                PIC X(1).
           05 GP-Gpa-Flag           PIC X(1).

       WORKING-STORAGE SECTION.
       77  Catalog-Status      PIC XX.
           88 Catalog-File-Ok      VALUE "00".
           88 Catalog-End-Of-File  VALUE "10".
       77  Scale-Status        PIC XX.
           88 Scale-File-Ok        VALUE "00".
           88 Scale-End-Of-File    VALUE "10".
       77  Tables-Loaded-Flag  PIC X VALUE "N".
           88 Tables-Were-Loaded   VALUE "Y".

       77  Standard-Credits    PIC 9(2) VALUE 3.
       77  Catalog-Count       PIC 9(3) VALUE 0.
       77  Catalog-Table-Max   PIC 9(3) VALUE 200.
       01  Catalog-Table.
           05 Cat-Entry OCCURS 200 TIMES.
               10 Cat-Course-Id     PIC X(8).
               10 Cat-Credit-Hours  PIC 9(2).
       77  Cat-Idx             PIC 9(3).

      *> The standard scale, used as it stands when there is no
      *> scale file and replaced wholesale when there is one.
       01  Standard-Scale-Values.
           05 FILLER               PIC X(5) VALUE "A400Y".
           05 FILLER               PIC X(5) VALUE "B300Y".
           05 FILLER               PIC X(5) VALUE "C200Y".
           05 FILLER               PIC X(5) VALUE "D100Y".
           05 FILLER               PIC X(5) VALUE "F000Y".
           05 FILLER               PIC X(5) VALUE "I000N".
           05 FILLER               PIC X(5) VALUE "W000N".
       01  Standard-Scale REDEFINES Standard-Scale-Values.
           05 Std-Entry OCCURS 7 TIMES.
               10 Std-Letter-Grade  PIC X(1).
               10 Std-Points        PIC 9V99.
               10 Std-Gpa-Flag      PIC X(1).
       77  Scale-Count         PIC 9(2) VALUE 0.
       77  Scale-Table-Max     PIC 9(2) VALUE 20.
       01  Scale-Table.
           05 Scale-Entry OCCURS 20 TIMES.
               10 Scl-Letter-Grade  PIC X(1).
               10 Scl-Points        PIC 9V99.
               10 Scl-Gpa-Flag      PIC X(1).
       77  Scale-Idx           PIC 9(2).
       77  Letter-Found-Flag   PIC X.
           88 Letter-Was-Found     VALUE "Y".

       LINKAGE SECTION.
       01  LK-Course-Id            PIC X(8).
       01  LK-Letter-Grade         PIC X(1).
       01  LK-Credit-Hours         PIC 9(2).
       01  LK-Grade-Points         PIC 9V99.
       01  LK-Gpa-Flag             PIC X(1).
       01  LK-Earned-Flag          PIC X(1).

       PROCEDURE DIVISION USING LK-Course-Id LK-Letter-Grade
               LK-Credit-Hours LK-Grade-Points LK-Gpa-Flag
               LK-Earned-Flag.
       MAIN-LOGIC.
           IF NOT Tables-Were-Loaded
               PERFORM LOAD-CATALOG-CREDITS
               PERFORM LOAD-GRADE-SCALE
               MOVE "Y" TO Tables-Loaded-Flag
           END-IF

           PERFORM FIND-CREDIT-HOURS
           PERFORM FIND-GRADE-POINTS
           GOBACK.

       LOAD-CATALOG-CREDITS.
           MOVE 0 TO Catalog-Count
           OPEN INPUT Catalog-File
           IF NOT Catalog-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Catalog-End-Of-File
               READ Catalog-File
                   AT END
                       SET Catalog-End-Of-File TO TRUE
                   NOT AT END
                       IF Catalog-Count < Catalog-Table-Max
                           ADD 1 TO Catalog-Count
                           MOVE CC-Course-Id
                               TO Cat-Course-Id(Catalog-Count)
                           IF CC-Credit-Hours NUMERIC
                               AND CC-Credit-Hours > 0
                               MOVE CC-Credit-Hours
                                   TO Cat-Credit-Hours(Catalog-Count)
                           ELSE
                               MOVE Standard-Credits
                                   TO Cat-Credit-Hours(Catalog-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Catalog-File.

      *> A scale line with a non-numeric points value is skipped;
      *> a scale file that yields no usable line at all leaves the
      *> standard scale in force.
       LOAD-GRADE-SCALE.
           MOVE 0 TO Scale-Count
           OPEN INPUT Scale-File
           IF Scale-File-Ok
               PERFORM UNTIL Scale-End-Of-File
                   READ Scale-File
                       AT END
                           SET Scale-End-Of-File TO TRUE
                       NOT AT END
                           IF GP-Points NUMERIC
                               AND GP-Letter-Grade NOT = SPACE
                               AND Scale-Count < Scale-Table-Max
                               ADD 1 TO Scale-Count
                               MOVE GP-Letter-Grade
                                   TO Scl-Letter-Grade(Scale-Count)
                               MOVE GP-Points
                                   TO Scl-Points(Scale-Count)
                               MOVE GP-Gpa-Flag
                                   TO Scl-Gpa-Flag(Scale-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Scale-File
           END-IF

           IF Scale-Count = 0
               PERFORM VARYING Scale-Idx FROM 1 BY 1
                       UNTIL Scale-Idx > 7
                   MOVE Std-Entry(Scale-Idx) TO Scale-Entry(Scale-Idx)
               END-PERFORM
               MOVE 7 TO Scale-Count
           END-IF.

       FIND-CREDIT-HOURS.
           MOVE Standard-Credits TO LK-Credit-Hours
           IF LK-Course-Id = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Cat-Idx FROM 1 BY 1
                   UNTIL Cat-Idx > Catalog-Count
               IF Cat-Course-Id(Cat-Idx) = LK-Course-Id
                   MOVE Cat-Credit-Hours(Cat-Idx) TO LK-Credit-Hours
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> A letter the scale does not know carries no points and no
      *> GPA credit, the same as an incomplete.
       FIND-GRADE-POINTS.
           MOVE 0 TO LK-Grade-Points
           MOVE "N" TO LK-Gpa-Flag
           MOVE "N" TO LK-Earned-Flag
           IF LK-Letter-Grade = "I" OR "W"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO Letter-Found-Flag
           PERFORM VARYING Scale-Idx FROM 1 BY 1
                   UNTIL Scale-Idx > Scale-Count
                   OR Letter-Was-Found
               IF Scl-Letter-Grade(Scale-Idx) = LK-Letter-Grade
                   MOVE "Y" TO Letter-Found-Flag
                   IF Scl-Gpa-Flag(Scale-Idx) = "Y"
                       MOVE Scl-Points(Scale-Idx) TO LK-Grade-Points
                       MOVE "Y" TO LK-Gpa-Flag
                       IF Scl-Points(Scale-Idx) > 0
                           MOVE "Y" TO LK-Earned-Flag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM GRADE-POINTS.
