      *> master; history rows written before IDs existed carry a
      *> zero ID and are picked up by the student's current name,
      *> so an old transcript stays whole through the transition.
      *> Each row also carries its credit hours from the course
      *> catalog and the grade points its letter earns, and a GPA
      *> weighted by credits is given for every term and for the
      *> whole record, with the credits earned alongside - a
      *> one-credit lab no longer pulls the same weight as a
      *> four-credit core course.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 SID-Name              PIC X(20).
           05 FILLER                PIC X(1).
           05 SID-Status            PIC X(1).
           05 FILLER                PIC X(1).
           05 SID-Program-Code      PIC X(6).

       FD  Transcript-File.
       01  Transcript-Record        PIC X(80).
               10 T-Course-Id       PIC X(8).
               10 T-Retake-Flag     PIC X(1).
               10 T-Counted-Flag    PIC X(1).
               10 T-Credit-Hours    PIC 9(2).
               10 T-Quality-Points  PIC 9(3)V99.
               10 T-Gpa-Flag        PIC X(1).
               10 T-Earned-Flag     PIC X(1).
       77  Row-Idx             PIC 999.
       77  Scan-Idx            PIC 999.
       77  Best-Idx            PIC 999.
       77  Best-Avg            PIC 999V9.
       77  Retake-Seen-Flag    PIC X VALUE "N".
           88 Retakes-Were-Seen    VALUE "Y".
       77  Row-Marks           PIC X(20).

      *> Credit-weighted GPA. Only the attempt JUDGE-RETAKES counts
      *> carries credits or points, in its term and overall, and an
      *> incomplete or withdrawal carries none (GRADE-POINTS).
       77  GP-Course-Id        PIC X(8).
       77  GP-Letter-Grade     PIC X(1).
       77  GP-Credit-Hours     PIC 9(2).
       77  GP-Grade-Points     PIC 9V99.
       77  GP-Gpa-Flag         PIC X(1).
       77  GP-Earned-Flag      PIC X(1).
       77  Term-Idx            PIC 999.
       77  Term-First-Flag     PIC X.
           88 Term-Is-First        VALUE "Y".
       77  Gpa-Credits         PIC 9(4).
       77  Earned-Credits      PIC 9(4).
       77  Quality-Points      PIC 9(5)V99.
       77  Gpa-Value           PIC 9V99.
       77  Display-Gpa         PIC 9.99.
       77  Display-Credits     PIC Z9.
       77  Display-Total-Credits PIC ZZZ9.
       77  Display-Gpa-Credits PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           MOVE SPACES TO Transcript-Record
           STRING "Term  Sec  Course    G1  G2  G3   Avg  Grade"
               "  Cr"
               DELIMITED BY SIZE INTO Transcript-Record
           WRITE Transcript-Record

           CLOSE History-File

           PERFORM JUDGE-RETAKES
           PERFORM ASSIGN-GRADE-POINTS
           PERFORM VARYING Row-Idx FROM 1 BY 1
                   UNTIL Row-Idx > Row-Count
               PERFORM WRITE-TRANSCRIPT-LINE
           END-PERFORM

           PERFORM WRITE-TERM-GPA-SECTION
           PERFORM WRITE-TRANSCRIPT-SUMMARY
           CLOSE Transcript-File

               END-IF
           END-PERFORM.

      *> Credits and points for every row; a row that does not
      *> count toward the cumulative average carries none.
       ASSIGN-GRADE-POINTS.
           PERFORM VARYING Row-Idx FROM 1 BY 1
                   UNTIL Row-Idx > Row-Count
               MOVE T-Course-Id(Row-Idx) TO GP-Course-Id
               MOVE T-Letter-Grade(Row-Idx) TO GP-Letter-Grade
               CALL "GRADE-POINTS" USING GP-Course-Id
                   GP-Letter-Grade GP-Credit-Hours GP-Grade-Points
                   GP-Gpa-Flag GP-Earned-Flag
               MOVE GP-Credit-Hours TO T-Credit-Hours(Row-Idx)
               IF T-Counted-Flag(Row-Idx) = "Y"
                   MOVE GP-Gpa-Flag TO T-Gpa-Flag(Row-Idx)
                   MOVE GP-Earned-Flag TO T-Earned-Flag(Row-Idx)
                   COMPUTE T-Quality-Points(Row-Idx) =
                       GP-Credit-Hours * GP-Grade-Points
               ELSE
                   MOVE "N" TO T-Gpa-Flag(Row-Idx)
                   MOVE "N" TO T-Earned-Flag(Row-Idx)
                   MOVE 0 TO T-Quality-Points(Row-Idx)
               END-IF
           END-PERFORM.

       WRITE-TRANSCRIPT-LINE.
           MOVE T-Avg-Grade(Row-Idx) TO Display-Avg-Grade
           MOVE T-Credit-Hours(Row-Idx) TO Display-Credits
           EVALUATE TRUE
               WHEN T-Retake-Flag(Row-Idx) = "Y"
                       AND T-Counted-Flag(Row-Idx) = "N"
                   MOVE "RETAKE  NOT COUNTED" TO Row-Marks
               WHEN T-Retake-Flag(Row-Idx) = "Y"
                   MOVE "RETAKE" TO Row-Marks
               WHEN T-Counted-Flag(Row-Idx) = "N"
                   MOVE "NOT COUNTED" TO Row-Marks
               WHEN OTHER
                   MOVE SPACES TO Row-Marks
           END-EVALUATE
           MOVE SPACES TO Transcript-Record
           STRING T-Term(Row-Idx) " " T-Section(Row-Idx) "  "
               T-Course-Id(Row-Idx) "  "
               T-Grade1(Row-Idx) " " T-Grade2(Row-Idx) " "
               T-Grade3(Row-Idx) " "
               Display-Avg-Grade "  " T-Letter-Grade(Row-Idx)
               "     " Display-Credits "  " Row-Marks
               DELIMITED BY SIZE INTO Transcript-Record
           WRITE Transcript-Record

           IF T-Counted-Flag(Row-Idx) = "Y"
               WRITE Transcript-Record
           END-IF

           IF Row-Count > 0
               MOVE 0 TO Gpa-Credits
               MOVE 0 TO Earned-Credits
               MOVE 0 TO Quality-Points
               PERFORM VARYING Row-Idx FROM 1 BY 1
                       UNTIL Row-Idx > Row-Count
                   PERFORM ADD-ROW-TO-GPA
               END-PERFORM
               MOVE SPACES TO Transcript-Record
               STRING "Cumulative " DELIMITED BY SIZE
                   INTO Transcript-Record
               PERFORM FORMAT-GPA-LINE
           END-IF

           IF Retakes-Were-Seen
               MOVE SPACES TO Transcript-Record
               STRING "Cumulative average and GPA count the best "
                   "attempt in each course."
                   DELIMITED BY SIZE INTO Transcript-Record
               WRITE Transcript-Record
           END-IF
               WRITE Transcript-Record
           END-IF.

      *> One line per term, in the order the terms first appear on
      *> the transcript.
       WRITE-TERM-GPA-SECTION.
           IF Row-Count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Transcript-Record
           WRITE Transcript-Record
           PERFORM VARYING Term-Idx FROM 1 BY 1
                   UNTIL Term-Idx > Row-Count
               MOVE "Y" TO Term-First-Flag
               PERFORM VARYING Scan-Idx FROM 1 BY 1
                       UNTIL Scan-Idx >= Term-Idx
                   IF T-Term(Scan-Idx) = T-Term(Term-Idx)
                       MOVE "N" TO Term-First-Flag
                   END-IF
               END-PERFORM
               IF Term-Is-First
                   MOVE 0 TO Gpa-Credits
                   MOVE 0 TO Earned-Credits
                   MOVE 0 TO Quality-Points
                   PERFORM VARYING Row-Idx FROM 1 BY 1
                           UNTIL Row-Idx > Row-Count
                       IF T-Term(Row-Idx) = T-Term(Term-Idx)
                           PERFORM ADD-ROW-TO-GPA
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO Transcript-Record
                   STRING "Term " T-Term(Term-Idx) " "
                       DELIMITED BY SIZE INTO Transcript-Record
                   PERFORM FORMAT-GPA-LINE
               END-IF
           END-PERFORM.

       ADD-ROW-TO-GPA.
           IF T-Gpa-Flag(Row-Idx) = "Y"
               ADD T-Credit-Hours(Row-Idx) TO Gpa-Credits
               ADD T-Quality-Points(Row-Idx) TO Quality-Points
           END-IF
           IF T-Earned-Flag(Row-Idx) = "Y"
               ADD T-Credit-Hours(Row-Idx) TO Earned-Credits
           END-IF.

      *> The caller has put the line's label in the first columns.
       FORMAT-GPA-LINE.
           MOVE Gpa-Credits TO Display-Gpa-Credits
           MOVE Earned-Credits TO Display-Total-Credits
           IF Gpa-Credits > 0
               COMPUTE Gpa-Value ROUNDED =
                   Quality-Points / Gpa-Credits
               MOVE Gpa-Value TO Display-Gpa
               STRING "GPA: " Display-Gpa
                   "  GPA credits: " Display-Gpa-Credits
                   "  Credits earned: " Display-Total-Credits
                   DELIMITED BY SIZE INTO Transcript-Record(12:69)
           ELSE
               STRING "GPA: n/a "
                   "  GPA credits: " Display-Gpa-Credits
                   "  Credits earned: " Display-Total-Credits
                   DELIMITED BY SIZE INTO Transcript-Record(12:69)
           END-IF
           WRITE Transcript-Record.

       END PROGRAM StudentTranscript.
