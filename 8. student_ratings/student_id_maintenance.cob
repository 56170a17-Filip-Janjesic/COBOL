      *> status; the rating and transcript programs key on the ID,
      *> so a name change made through this screen keeps the
      *> transcript and history attached to the same student.
      *> Each student also carries the code of the degree program
      *> the audit checks the history against; a code is only taken
      *> if degree_requirements.dat defines it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Id-Status.

           SELECT Requirements-File ASSIGN TO "degree_requirements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Requirements-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Id-Master-File.
           05 SID-Name              PIC X(20).
           05 FILLER                PIC X(1).
           05 SID-Status            PIC X(1).
           05 FILLER                PIC X(1).
           05 SID-Program-Code      PIC X(6).

      *> Only the type and program code are looked at here - a "P"
      *> line is the program's definition.
       FD  Requirements-File.
       01  Requirements-Record.
           05 DR-Record-Type        PIC X(1).
           05 FILLER                PIC X(1).
           05 DR-Program-Code       PIC X(6).
           05 FILLER                PIC X(1).
           05 DR-Detail             PIC X(60).

       WORKING-STORAGE SECTION.
       77  Requirements-Status PIC XX.
           88 Requirements-File-Ok     VALUE "00".
           88 Requirements-End-Of-File VALUE "10".
       77  Entry-Program-Code  PIC X(6).
       77  Program-Found-Flag  PIC X.
           88 Program-Was-Found    VALUE "Y".
       77  Id-Status           PIC XX.
           88 Id-File-Ok           VALUE "00".
           88 Id-End-Of-File       VALUE "10".
               10 Tbl-Student-Id    PIC 9(6).
               10 Tbl-Name          PIC X(20).
               10 Tbl-Status        PIC X(1).
               10 Tbl-Program-Code  PIC X(6).

       77  Search-Name         PIC X(20).
       77  Search-Id-In        PIC X(6).
           ACCEPT Operator-Id.
           MOVE 1 TO Required-Level
           CALL "OPERATOR-CHECK" USING Operator-Id Required-Level
               Authority-Level Check-Status Journal-Program
           IF Check-Status NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
                   WHEN "4"
                       PERFORM LOOKUP-STUDENT
                   WHEN "5"
                       PERFORM CHANGE-STUDENT-PROGRAM
                   WHEN "6"
                       MOVE "Y" TO Done-Flag
                   WHEN OTHER
                       DISPLAY "Invalid choice."
           DISPLAY "2. Change a student's name".
           DISPLAY "3. Change a student's status".
           DISPLAY "4. Look a student up".
           DISPLAY "5. Set a student's degree program".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT Menu-Choice.

                               MOVE SID-Name TO Tbl-Name(Id-Count)
                               MOVE SID-Status
                                   TO Tbl-Status(Id-Count)
                               MOVE SID-Program-Code
                                   TO Tbl-Program-Code(Id-Count)
                           ELSE
                               MOVE "Y" TO Load-Truncated-Flag
                               DISPLAY "ID table full - record "
           MOVE Next-Id TO Tbl-Student-Id(Id-Count)
           MOVE Entry-Name TO Tbl-Name(Id-Count)
           MOVE "A" TO Tbl-Status(Id-Count)
           MOVE SPACES TO Tbl-Program-Code(Id-Count)
           PERFORM REWRITE-ID-FILE

           MOVE "ASSIGN-ID" TO Journal-Action
           PERFORM WRITE-JOURNAL-RECORD
           DISPLAY "Status updated.".

      *> A blank code takes the student off every program.
       CHANGE-STUDENT-PROGRAM.
           IF Ids-Were-Truncated
               PERFORM REFUSE-TRUNCATED-UPDATE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROMPT-FOR-STUDENT-ID
           IF NOT Student-Was-Found
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current program: " Tbl-Program-Code(Match-Idx)
           DISPLAY "Enter program code (blank = none): "
           ACCEPT Entry-Program-Code
           IF Entry-Program-Code NOT = SPACES
               PERFORM FIND-PROGRAM-CODE
               IF NOT Program-Was-Found
                   DISPLAY "Program " Entry-Program-Code
                       " is not defined in degree_requirements.dat."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE Entry-Program-Code TO Tbl-Program-Code(Match-Idx)
           PERFORM REWRITE-ID-FILE
           MOVE Search-Id TO Next-Id
           MOVE "PROGRAM-CHG" TO Journal-Action
           PERFORM WRITE-JOURNAL-RECORD
           DISPLAY "Degree program updated.".

       FIND-PROGRAM-CODE.
           MOVE "N" TO Program-Found-Flag
           OPEN INPUT Requirements-File
           IF NOT Requirements-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Requirements-End-Of-File
                   OR Program-Was-Found
               READ Requirements-File
                   AT END
                       SET Requirements-End-Of-File TO TRUE
                   NOT AT END
                       IF DR-Record-Type = "P"
                           AND DR-Program-Code = Entry-Program-Code
                           MOVE "Y" TO Program-Found-Flag
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Requirements-File.

       LOOKUP-STUDENT.
           DISPLAY "Enter student name (blank = look up by ID): ".
           ACCEPT Search-Name
                   DISPLAY "ID:     " Tbl-Student-Id(Match-Idx)
                   DISPLAY "Name:   " Tbl-Name(Match-Idx)
                   DISPLAY "Status: " Tbl-Status(Match-Idx)
                   DISPLAY "Program: " Tbl-Program-Code(Match-Idx)
               END-IF
           ELSE
               MOVE 0 TO Match-Count
                       DISPLAY "  ID " Tbl-Student-Id(Scan-Idx)
                           "  " Tbl-Name(Scan-Idx)
                           "  " Tbl-Status(Scan-Idx)
                           "  " Tbl-Program-Code(Scan-Idx)
                   END-IF
               END-PERFORM
               IF Match-Count = 0
               MOVE Tbl-Student-Id(Scan-Idx) TO SID-Student-Id
               MOVE Tbl-Name(Scan-Idx) TO SID-Name
               MOVE Tbl-Status(Scan-Idx) TO SID-Status
               MOVE Tbl-Program-Code(Scan-Idx) TO SID-Program-Code
               WRITE Id-Master-Record
           END-PERFORM
           CLOSE Id-Master-File.
