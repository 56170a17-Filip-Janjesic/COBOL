               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Register-Status.

           SELECT Close-Register-File ASSIGN TO
                   "term_close_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Close-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Master-File.
           05 SID-Name              PIC X(20).
           05 FILLER                PIC X(1).
           05 SID-Status            PIC X(1).
           05 FILLER                PIC X(1).
           05 SID-Program-Code      PIC X(6).

      *> The course catalog: every course the registrar offers,
      *> with a flag saying whether a weight profile is mandatory.
      *> the keyboard and rejected on the load report, and a course
      *> flagged profile-mandatory refuses to rate without its
      *> profile on file.
      *> Credit hours close the line; they weight the GPA on the
      *> transcript and the roster and are not used here.
       FD  Catalog-File.
       01  Catalog-Record.
           05 CC-Course-Id          PIC X(8).
           05 CC-Profile-Req        PIC X(1).
           05 FILLER                PIC X(1).
           05 CC-Status             PIC X(1).
           05 FILLER                PIC X(1).
           05 CC-Credit-Hours       PIC 9(2).

      *> One record per term-and-section combination already
      *> loaded: running the same registrar extract twice used to
           05 FILLER                PIC X(1).
           05 LR-Forced-Flag        PIC X(1).

      *> Terms and sections closed to the registrar through
      *> StudentTermClose; the latest line for a combination is its
      *> standing (C = closed, O = reopened). A closed term takes no
      *> ratings from the keyboard and no rows from an extract.
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
       77  Student-Counter     PIC 999 VALUE 1.
       77  Total-Students      PIC 999 VALUE 0.
       77  Authority-Level     PIC 9(1).
       77  Check-Status        PIC X(1).

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

       77  Run-Mode            PIC X(1).
       77  Current-Term        PIC X(5).
       77  Current-Section     PIC X(3).
           PERFORM LOAD-PROFILE-TABLE
           PERFORM LOAD-ID-TABLE
           PERFORM LOAD-CATALOG-TABLE
           PERFORM LOAD-CLOSED-TERMS

           OPEN EXTEND Master-File
           IF File-Status = "05" OR "35"
           ACCEPT Current-Term
           DISPLAY "Enter class section (e.g. 001):"
           ACCEPT Current-Section
           MOVE Current-Term TO Check-Term
           MOVE Current-Section TO Check-Section
           PERFORM CHECK-TERM-CLOSED
           IF Term-Is-Closed
               DISPLAY "Term " Current-Term " section "
                   Current-Section " is closed - ratings refused."
               DISPLAY "A supervisor must reopen it through term "
                   "close first."
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO Course-Ok-Flag
           PERFORM UNTIL Course-Is-Ok
                   MOVE 3 TO Required-Level
                   CALL "OPERATOR-CHECK" USING Supervisor-Id
                       Required-Level Authority-Level Check-Status
                       Journal-Program
                   IF Check-Status = "0"
                       MOVE "Y" TO Forced-Load-Flag
                       DISPLAY "Forced rerun authorized by "
               END-IF
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

       NOTE-ONE-TERM-PAIR.
           MOVE "N" TO Pair-Seen-Flag
           PERFORM VARYING Pair-Idx FROM 1 BY 1
               EXIT PARAGRAPH
           END-IF

           MOVE Ext-Term TO Check-Term
           MOVE Ext-Section TO Check-Section
           PERFORM CHECK-TERM-CLOSED
           IF Term-Is-Closed
               MOVE "N" TO Row-Valid-Flag
               MOVE "TERM CLOSED" TO Row-Reject-Reason
               EXIT PARAGRAPH
           END-IF

           IF Student-Name = SPACES
               MOVE "N" TO Row-Valid-Flag
               MOVE "BLANK NAME" TO Row-Reject-Reason
