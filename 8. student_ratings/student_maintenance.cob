      *> a reason code, and full before/after record images to the
      *> grade-change audit file, because grade changes are the one
      *> thing the school board always audits.
      *> A term and section closed to the registrar through
      *> StudentTermClose is final: its records are refused for
      *> correction or removal until a supervisor reopens it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Profile-Status.

           SELECT Close-Register-File ASSIGN TO
                   "term_close_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Close-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Master-File.
                   15 CP-Assess-Name   PIC X(10).
                   15 CP-Assess-Weight PIC 9(3).

       FD  Close-Register-File.
       01  Close-Register-Record.
           05 TC-Term               PIC X(5).
           05 FILLER                PIC X(1).
           05 TC-Section            PIC X(3).
           05 FILLER                PIC X(1).
           05 TC-Status             PIC X(1).
           05 FILLER                PIC X(1).
           05 TC-Action-Date        PIC 9(8).
           05 FILLER                PIC X(1).
           05 TC-Operator           PIC X(20).

       WORKING-STORAGE SECTION.
       77  File-Status         PIC XX.
           88 Master-File-Ok       VALUE "00".
       77  Required-Level      PIC 9(1).
       77  Authority-Level     PIC 9(1).
       77  Check-Status        PIC X(1).
       77  Signon-Program      PIC X(12) VALUE "STU-MAINT".
       77  Menu-Choice         PIC X(1).
       77  Done-Flag           PIC X VALUE "N".
           88 Maintenance-Done     VALUE "Y".
       77  Action-Code         PIC X(6).
       77  Timestamp-Now       PIC X(21).

       77  Close-Status        PIC XX.
           88 Close-File-Ok        VALUE "00".
           88 Close-End-Of-File    VALUE "10".
       77  Closed-Count        PIC 999 VALUE 0.
       77  Closed-Table-Max    PIC 999 VALUE 500.
       01  Closed-Table.
           05 Closed-Entry OCCURS 500 TIMES.
               10 Cls-Term          PIC X(5).
               10 Cls-Section       PIC X(3).
               10 Cls-Status        PIC X(1).
       77  Cls-Idx             PIC 999.
       77  Cls-Found-Idx       PIC 999.
       77  Check-Term          PIC X(5).
       77  Check-Section       PIC X(3).
       77  Term-Closed-Flag    PIC X VALUE "N".
           88 Term-Is-Closed       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Student Master Maintenance ---".
           ACCEPT Operator-Id.
           MOVE 1 TO Required-Level
           CALL "OPERATOR-CHECK" USING Operator-Id Required-Level
               Authority-Level Check-Status Signon-Program
           IF Check-Status NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."

           PERFORM LOAD-PROFILE-TABLE.
           PERFORM LOAD-MASTER-TABLE.
           PERFORM LOAD-CLOSED-TERMS.
           IF Roster-Count = 0
               DISPLAY "No student master records to maintain."
               STOP RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STUDENT
           IF Picked-Idx > 0
               PERFORM REFUSE-IF-TERM-CLOSED
           END-IF
           IF Picked-Idx > 0
               MOVE Roster-Image(Picked-Idx) TO Work-Image
               MOVE Work-Image TO Before-Image
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-STUDENT
           IF Picked-Idx > 0
               PERFORM REFUSE-IF-TERM-CLOSED
           END-IF
           IF Picked-Idx > 0
               MOVE Roster-Image(Picked-Idx) TO Before-Image
               MOVE SPACES TO Work-Image
               DISPLAY "Record removed."
           END-IF.

      *> Drops the pick when the picked row's term and section are
      *> closed.
       REFUSE-IF-TERM-CLOSED.
           MOVE Roster-Image(Picked-Idx) TO Work-Image
           MOVE Work-Term TO Check-Term
           MOVE Work-Section TO Check-Section
           PERFORM CHECK-TERM-CLOSED
           IF Term-Is-Closed
               DISPLAY "Term " Work-Term " section " Work-Section
                   " is closed - grades are final."
               DISPLAY "A supervisor must reopen it through term "
                   "close first."
               MOVE 0 TO Picked-Idx
           END-IF.

       LOAD-CLOSED-TERMS.
           MOVE 0 TO Closed-Count
           OPEN INPUT Close-Register-File
           IF NOT Close-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Close-End-Of-File
               READ Close-Register-File
                   AT END
                       SET Close-End-Of-File TO TRUE
                   NOT AT END
                       MOVE TC-Term TO Check-Term
                       MOVE TC-Section TO Check-Section
                       PERFORM CHECK-TERM-CLOSED
                       IF Cls-Found-Idx = 0
                           AND Closed-Count < Closed-Table-Max
                           ADD 1 TO Closed-Count
                           MOVE Closed-Count TO Cls-Found-Idx
                           MOVE TC-Term TO Cls-Term(Cls-Found-Idx)
                           MOVE TC-Section
                               TO Cls-Section(Cls-Found-Idx)
                       END-IF
                       IF Cls-Found-Idx > 0
                           MOVE TC-Status TO Cls-Status(Cls-Found-Idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Close-Register-File.

       CHECK-TERM-CLOSED.
           MOVE 0 TO Cls-Found-Idx
           MOVE "N" TO Term-Closed-Flag
           PERFORM VARYING Cls-Idx FROM 1 BY 1
                   UNTIL Cls-Idx > Closed-Count
                   OR Cls-Found-Idx > 0
               IF Cls-Term(Cls-Idx) = Check-Term
                   AND Cls-Section(Cls-Idx) = Check-Section
                   MOVE Cls-Idx TO Cls-Found-Idx
                   IF Cls-Status(Cls-Idx) = "C"
                       MOVE "Y" TO Term-Closed-Flag
                   END-IF
               END-IF
           END-PERFORM.

       REFUSE-TRUNCATED-UPDATE.
           DISPLAY "student_master.dat holds more records than this "
               "program can hold in storage."
