       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentTermClose.

      *> Term close for the registrar. Closing a term and section
      *> marks its grades final: from then on StudentRatings refuses
      *> to rate into it at the keyboard, rejects its extract rows
      *> on the load report, and StudentMaintenance refuses to
      *> correct or remove its records - until a supervisor reopens
      *> it here. Both the close and the reopen are recorded on
      *> grade_change_audit.dat with the operator and a reason, and
      *> journaled.
      *> term_close_register.dat keeps every close and reopen in the
      *> order they happened; the latest line for a term and
      *> section is its standing.
      *> Closing writes the final grade batch for the registrar
      *> system to registrar_final_grades.dat - a header, one detail
      *> per student and course, and a trailer carrying the detail
      *> count, the sum of the averages and a hash total of the
      *> student IDs. Where a student was rated more than once for
      *> the same course in the section, the latest rating is the
      *> one sent. Batches are appended, so a term reopened and
      *> closed again sends a fresh batch behind the first.
      *> The whole program runs under supervisor authority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Master-File ASSIGN TO "student_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS File-Status.

           SELECT Close-Register-File ASSIGN TO
                   "term_close_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Close-Status.

           SELECT Final-Grade-File ASSIGN TO
                   "registrar_final_grades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Final-Status.

           SELECT Audit-File ASSIGN TO "grade_change_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

           SELECT Final-Sort-File ASSIGN TO "term_close_sort_work".

       DATA DIVISION.
       FILE SECTION.
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

      *> C = closed, O = reopened.
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

      *> The registrar's fixed-format final grade file. Every record
      *> opens with its type and the term and section it belongs
      *> to: H header, D detail, T trailer.
       FD  Final-Grade-File.
       01  Final-Grade-Record.
           05 FG-Record-Type        PIC X(1).
           05 FILLER                PIC X(1).
           05 FG-Term               PIC X(5).
           05 FILLER                PIC X(1).
           05 FG-Section            PIC X(3).
           05 FILLER                PIC X(1).
           05 FG-Body               PIC X(68).
       01  Final-Header-Record.
           05 FILLER                PIC X(12).
           05 FGH-Close-Date        PIC 9(8).
           05 FILLER                PIC X(1).
           05 FGH-Source            PIC X(10).
           05 FILLER                PIC X(1).
           05 FGH-Closed-By         PIC X(20).
           05 FILLER                PIC X(28).
       01  Final-Detail-Record.
           05 FILLER                PIC X(12).
           05 FGD-Student-Id        PIC 9(6).
           05 FILLER                PIC X(1).
           05 FGD-Course-Id         PIC X(8).
           05 FILLER                PIC X(1).
           05 FGD-Name              PIC X(20).
           05 FILLER                PIC X(1).
           05 FGD-Avg-Grade         PIC 999V9.
           05 FILLER                PIC X(1).
           05 FGD-Letter-Grade      PIC X(1).
           05 FILLER                PIC X(25).
       01  Final-Trailer-Record.
           05 FILLER                PIC X(12).
           05 FGT-Detail-Count      PIC 9(6).
           05 FILLER                PIC X(1).
           05 FGT-Avg-Total         PIC 9(7)V9.
           05 FILLER                PIC X(1).
           05 FGT-Id-Hash           PIC 9(12).
           05 FILLER                PIC X(40).

       FD  Audit-File.
       01  Audit-Record.
           05 Aud-Timestamp         PIC X(21).
           05 FILLER                PIC X(1).
           05 Aud-Operator          PIC X(20).
           05 FILLER                PIC X(1).
           05 Aud-Action            PIC X(6).
           05 FILLER                PIC X(1).
           05 Aud-Reason            PIC X(10).
           05 FILLER                PIC X(1).
           05 Aud-Before-Image      PIC X(108).
           05 FILLER                PIC X(1).
           05 Aud-After-Image       PIC X(108).

      *> The term's master rows by student and course, latest
      *> rating first.
       SD  Final-Sort-File.
       01  Final-Sort-Record.
           05 Fs-Student-Id         PIC 9(6).
           05 Fs-Name               PIC X(20).
           05 Fs-Course-Id          PIC X(8).
           05 Fs-Seq                PIC 9(6).
           05 Fs-Avg-Grade          PIC 999V9.
           05 Fs-Letter-Grade       PIC X(1).

       WORKING-STORAGE SECTION.
       77  File-Status         PIC XX.
           88 Master-File-Ok       VALUE "00".
           88 Master-End-Of-File   VALUE "10".
       77  Close-Status        PIC XX.
           88 Close-File-Ok        VALUE "00".
           88 Close-End-Of-File    VALUE "10".
       77  Final-Status        PIC XX.
       77  Audit-Status        PIC XX.

       77  Operator-Id         PIC X(20).
       77  Required-Level      PIC 9(1).
       77  Authority-Level     PIC 9(1).
       77  Check-Status        PIC X(1).
       77  Processing-Date     PIC 9(8).
       77  Date-Source         PIC X(1).
       77  Menu-Choice         PIC X(1).
       77  Done-Flag           PIC X VALUE "N".
           88 Close-Work-Done      VALUE "Y".
       77  Confirm-Answer      PIC X(1).
       77  Reason-Code         PIC X(10).
       77  New-Standing        PIC X(1).

      *> Standing of every term and section on the register.
       77  Term-Count          PIC 999 VALUE 0.
       77  Term-Table-Max      PIC 999 VALUE 500.
       01  Term-Table.
           05 Term-Entry OCCURS 500 TIMES.
               10 Trm-Term          PIC X(5).
               10 Trm-Section       PIC X(3).
               10 Trm-Status        PIC X(1).
               10 Trm-Action-Date   PIC 9(8).
               10 Trm-Operator      PIC X(20).
       77  Trm-Idx             PIC 999.
       77  Found-Idx           PIC 999.

       77  Close-Term          PIC X(5).
       77  Close-Section       PIC X(3).
       77  Term-Closed-Flag    PIC X VALUE "N".
           88 Term-Is-Closed       VALUE "Y".

       77  Master-Row-Count    PIC 9(6) VALUE 0.
       77  Master-Seq          PIC 9(6) VALUE 0.
       77  Sort-Started-Flag   PIC X VALUE "N".
           88 Sort-Was-Started     VALUE "Y".
       77  Group-Student-Id    PIC 9(6).
       77  Group-Name          PIC X(20).
       77  Group-Course-Id     PIC X(8).
       77  Detail-Count        PIC 9(6) VALUE 0.
       77  Avg-Total           PIC 9(7)V9 VALUE 0.
       77  Id-Hash             PIC 9(12) VALUE 0.
       77  Display-Count       PIC ZZZZZ9.
       77  Display-Avg-Total   PIC Z(6)9.9.

       77  Timestamp-Now       PIC X(21).
       01  Audit-Term-Image.
           05 FILLER               PIC X(5) VALUE "TERM=".
           05 Ati-Term             PIC X(5).
           05 FILLER               PIC X(9) VALUE " SECTION=".
           05 Ati-Section          PIC X(3).
           05 FILLER               PIC X(8) VALUE " STATUS=".
           05 Ati-Status           PIC X(8).
       77  Before-Image        PIC X(108).
       77  After-Image         PIC X(108).
       77  Audit-Action        PIC X(6).

       77  Journal-Program     PIC X(12) VALUE "STU-TERMCLS".
       77  Journal-Operator    PIC X(30) VALUE SPACES.
       77  Journal-Action      PIC X(12).
       77  Journal-Key-Values  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Term Close ---".
           DISPLAY "Enter supervisor operator ID:".
           ACCEPT Operator-Id.
           MOVE 3 TO Required-Level
           CALL "OPERATOR-CHECK" USING Operator-Id Required-Level
               Authority-Level Check-Status Journal-Program
           IF Check-Status NOT = "0"
               DISPLAY "Sign-on refused - term close takes "
                   "supervisor authority."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE Operator-Id TO Journal-Operator
           CALL "PROCESSING-DATE" USING Processing-Date Date-Source

           PERFORM LOAD-TERM-TABLE

           PERFORM UNTIL Close-Work-Done
               PERFORM SHOW-MENU
               EVALUATE Menu-Choice
                   WHEN "1"
                       PERFORM LIST-TERM-STANDING
                   WHEN "2"
                       PERFORM CLOSE-A-TERM
                   WHEN "3"
                       PERFORM REOPEN-A-TERM
                   WHEN "4"
                       MOVE "Y" TO Done-Flag
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List closed and reopened terms".
           DISPLAY "2. Close a term and section".
           DISPLAY "3. Reopen a closed term and section".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT Menu-Choice.

       LOAD-TERM-TABLE.
           MOVE 0 TO Term-Count
           OPEN INPUT Close-Register-File
           IF NOT Close-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Close-End-Of-File
               READ Close-Register-File
                   AT END
                       SET Close-End-Of-File TO TRUE
                   NOT AT END
                       MOVE TC-Term TO Close-Term
                       MOVE TC-Section TO Close-Section
                       PERFORM FIND-TERM-ENTRY
                       IF Found-Idx = 0
                           AND Term-Count < Term-Table-Max
                           ADD 1 TO Term-Count
                           MOVE Term-Count TO Found-Idx
                       END-IF
                       IF Found-Idx > 0
                           PERFORM STORE-REGISTER-LINE
                       ELSE
                           DISPLAY "Term close table full - line "
                               "dropped: " TC-Term " " TC-Section
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Close-Register-File.

       STORE-REGISTER-LINE.
           MOVE TC-Term TO Trm-Term(Found-Idx)
           MOVE TC-Section TO Trm-Section(Found-Idx)
           MOVE TC-Status TO Trm-Status(Found-Idx)
           MOVE TC-Action-Date TO Trm-Action-Date(Found-Idx)
           MOVE TC-Operator TO Trm-Operator(Found-Idx).

       FIND-TERM-ENTRY.
           MOVE 0 TO Found-Idx
           MOVE "N" TO Term-Closed-Flag
           PERFORM VARYING Trm-Idx FROM 1 BY 1
                   UNTIL Trm-Idx > Term-Count
                   OR Found-Idx > 0
               IF Trm-Term(Trm-Idx) = Close-Term
                   AND Trm-Section(Trm-Idx) = Close-Section
                   MOVE Trm-Idx TO Found-Idx
                   IF Trm-Status(Trm-Idx) = "C"
                       MOVE "Y" TO Term-Closed-Flag
                   END-IF
               END-IF
           END-PERFORM.

       LIST-TERM-STANDING.
           IF Term-Count = 0
               DISPLAY "No term has been closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  TERM  SEC STANDING  DATE      BY"
           PERFORM VARYING Trm-Idx FROM 1 BY 1
                   UNTIL Trm-Idx > Term-Count
               IF Trm-Status(Trm-Idx) = "C"
                   DISPLAY "  " Trm-Term(Trm-Idx) " "
                       Trm-Section(Trm-Idx) " CLOSED    "
                       Trm-Action-Date(Trm-Idx) "  "
                       Trm-Operator(Trm-Idx)
               ELSE
                   DISPLAY "  " Trm-Term(Trm-Idx) " "
                       Trm-Section(Trm-Idx) " REOPENED  "
                       Trm-Action-Date(Trm-Idx) "  "
                       Trm-Operator(Trm-Idx)
               END-IF
           END-PERFORM.

       PROMPT-TERM-SECTION.
           DISPLAY "Enter term (e.g. 2026A):"
           ACCEPT Close-Term
           DISPLAY "Enter class section (e.g. 001):"
           ACCEPT Close-Section.

      *> A term is only closed with grades on file to send - a
      *> mistyped term would otherwise lock a term nobody rated and
      *> send the registrar an empty batch.
       CLOSE-A-TERM.
           PERFORM PROMPT-TERM-SECTION
           IF Close-Term = SPACES
               DISPLAY "Term cannot be blank."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TERM-ENTRY
           IF Term-Is-Closed
               DISPLAY "Term " Close-Term " section " Close-Section
                   " is already closed."
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-TERM-ROWS
           IF Master-Row-Count = 0
               DISPLAY "No grades on student_master.dat for term "
                   Close-Term " section " Close-Section
                   " - nothing to close."
               EXIT PARAGRAPH
           END-IF
           MOVE Master-Row-Count TO Display-Count
           DISPLAY Display-Count " grade record(s) on file for term "
               Close-Term " section " Close-Section "."
           DISPLAY "Close the term and send final grades? (Y/N):"
           ACCEPT Confirm-Answer
           IF Confirm-Answer NOT = "Y" AND NOT = "y"
               DISPLAY "Term left open."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter reason code (max 10 chars): "
           ACCEPT Reason-Code

           PERFORM WRITE-FINAL-GRADE-BATCH
           MOVE "C" TO New-Standing
           PERFORM APPEND-REGISTER-LINE

           MOVE "OPEN" TO Ati-Status
           PERFORM BUILD-TERM-IMAGE
           MOVE Audit-Term-Image TO Before-Image
           MOVE "CLOSED" TO Ati-Status
           PERFORM BUILD-TERM-IMAGE
           MOVE Audit-Term-Image TO After-Image
           MOVE "CLOSE" TO Audit-Action
           PERFORM WRITE-AUDIT-RECORD

           MOVE "TERM-CLOSE" TO Journal-Action
           PERFORM WRITE-TERM-JOURNAL

           MOVE Detail-Count TO Display-Count
           MOVE Avg-Total TO Display-Avg-Total
           DISPLAY "Term " Close-Term " section " Close-Section
               " closed."
           DISPLAY "Final grade records sent: " Display-Count
               "  average total: " Display-Avg-Total.

       REOPEN-A-TERM.
           PERFORM PROMPT-TERM-SECTION
           PERFORM FIND-TERM-ENTRY
           IF NOT Term-Is-Closed
               DISPLAY "Term " Close-Term " section " Close-Section
                   " is not closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter reason code (max 10 chars): "
           ACCEPT Reason-Code
           IF Reason-Code = SPACES
               DISPLAY "A reopen needs a reason - term left closed."
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO New-Standing
           PERFORM APPEND-REGISTER-LINE

           MOVE "CLOSED" TO Ati-Status
           PERFORM BUILD-TERM-IMAGE
           MOVE Audit-Term-Image TO Before-Image
           MOVE "REOPENED" TO Ati-Status
           PERFORM BUILD-TERM-IMAGE
           MOVE Audit-Term-Image TO After-Image
           MOVE "REOPEN" TO Audit-Action
           PERFORM WRITE-AUDIT-RECORD

           MOVE "TERM-REOPEN" TO Journal-Action
           PERFORM WRITE-TERM-JOURNAL

           DISPLAY "Term " Close-Term " section " Close-Section
               " reopened - grades may be changed until it is "
               "closed again.".

       COUNT-TERM-ROWS.
           MOVE 0 TO Master-Row-Count
           OPEN INPUT Master-File
           IF NOT Master-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Master-End-Of-File
               READ Master-File
                   AT END
                       SET Master-End-Of-File TO TRUE
                   NOT AT END
                       IF Master-Term = Close-Term
                           AND Master-Section = Close-Section
                           ADD 1 TO Master-Row-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Master-File.

       WRITE-FINAL-GRADE-BATCH.
           MOVE 0 TO Detail-Count
           MOVE 0 TO Avg-Total
           MOVE 0 TO Id-Hash
           OPEN EXTEND Final-Grade-File
           IF Final-Status = "05" OR "35"
               OPEN OUTPUT Final-Grade-File
           END-IF

           MOVE SPACES TO Final-Grade-Record
           MOVE "H" TO FG-Record-Type
           MOVE Close-Term TO FG-Term
           MOVE Close-Section TO FG-Section
           MOVE Processing-Date TO FGH-Close-Date
           MOVE "STUDENTRTG" TO FGH-Source
           MOVE Operator-Id TO FGH-Closed-By
           WRITE Final-Grade-Record

           SORT Final-Sort-File
               ON ASCENDING KEY Fs-Student-Id Fs-Name Fs-Course-Id
               ON DESCENDING KEY Fs-Seq
               INPUT PROCEDURE IS RELEASE-TERM-ROWS
               OUTPUT PROCEDURE IS WRITE-FINAL-DETAILS

           MOVE SPACES TO Final-Grade-Record
           MOVE "T" TO FG-Record-Type
           MOVE Close-Term TO FG-Term
           MOVE Close-Section TO FG-Section
           MOVE Detail-Count TO FGT-Detail-Count
           MOVE Avg-Total TO FGT-Avg-Total
           MOVE Id-Hash TO FGT-Id-Hash
           WRITE Final-Grade-Record
           CLOSE Final-Grade-File.

       RELEASE-TERM-ROWS.
           MOVE 0 TO Master-Seq
           MOVE "00" TO File-Status
           OPEN INPUT Master-File
           IF NOT Master-File-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Master-End-Of-File
               READ Master-File
                   AT END
                       SET Master-End-Of-File TO TRUE
                   NOT AT END
                       ADD 1 TO Master-Seq
                       IF Master-Term = Close-Term
                           AND Master-Section = Close-Section
                           MOVE Master-Student-Id TO Fs-Student-Id
                           IF Master-Student-Id NOT NUMERIC
                               MOVE 0 TO Fs-Student-Id
                           END-IF
                           MOVE Master-Name TO Fs-Name
                           MOVE Master-Course-Id TO Fs-Course-Id
                           MOVE Master-Seq TO Fs-Seq
                           MOVE Master-Avg-Grade TO Fs-Avg-Grade
                           MOVE Master-Letter-Grade
                               TO Fs-Letter-Grade
                           RELEASE Final-Sort-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Master-File.

      *> The first row of each student and course is the latest
      *> rating; the earlier ones it superseded are not sent.
       WRITE-FINAL-DETAILS.
           MOVE "N" TO Sort-Started-Flag
           PERFORM UNTIL EXIT
               RETURN Final-Sort-File
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF NOT Sort-Was-Started
                       OR Fs-Student-Id NOT = Group-Student-Id
                       OR Fs-Name NOT = Group-Name
                       OR Fs-Course-Id NOT = Group-Course-Id
                   MOVE "Y" TO Sort-Started-Flag
                   MOVE Fs-Student-Id TO Group-Student-Id
                   MOVE Fs-Name TO Group-Name
                   MOVE Fs-Course-Id TO Group-Course-Id
                   PERFORM WRITE-ONE-DETAIL
               END-IF
           END-PERFORM.

       WRITE-ONE-DETAIL.
           MOVE SPACES TO Final-Grade-Record
           MOVE "D" TO FG-Record-Type
           MOVE Close-Term TO FG-Term
           MOVE Close-Section TO FG-Section
           MOVE Fs-Student-Id TO FGD-Student-Id
           MOVE Fs-Course-Id TO FGD-Course-Id
           MOVE Fs-Name TO FGD-Name
           MOVE Fs-Avg-Grade TO FGD-Avg-Grade
           MOVE Fs-Letter-Grade TO FGD-Letter-Grade
           WRITE Final-Grade-Record
           ADD 1 TO Detail-Count
           ADD Fs-Avg-Grade TO Avg-Total
           ADD Fs-Student-Id TO Id-Hash.

       APPEND-REGISTER-LINE.
           OPEN EXTEND Close-Register-File
           IF Close-Status = "05" OR "35"
               OPEN OUTPUT Close-Register-File
           END-IF
           MOVE SPACES TO Close-Register-Record
           MOVE Close-Term TO TC-Term
           MOVE Close-Section TO TC-Section
           MOVE New-Standing TO TC-Status
           MOVE Processing-Date TO TC-Action-Date
           MOVE Operator-Id TO TC-Operator
           WRITE Close-Register-Record
           CLOSE Close-Register-File

           PERFORM FIND-TERM-ENTRY
           IF Found-Idx = 0
               AND Term-Count < Term-Table-Max
               ADD 1 TO Term-Count
               MOVE Term-Count TO Found-Idx
           END-IF
           IF Found-Idx > 0
               PERFORM STORE-REGISTER-LINE
           END-IF.

       BUILD-TERM-IMAGE.
           MOVE Close-Term TO Ati-Term
           MOVE Close-Section TO Ati-Section.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO Timestamp-Now
           OPEN EXTEND Audit-File
           IF Audit-Status = "05" OR "35"
               OPEN OUTPUT Audit-File
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE Timestamp-Now TO Aud-Timestamp
           MOVE Operator-Id TO Aud-Operator
           MOVE Audit-Action TO Aud-Action
           MOVE Reason-Code TO Aud-Reason
           MOVE Before-Image TO Aud-Before-Image
           MOVE After-Image TO Aud-After-Image
           WRITE Audit-Record
           CLOSE Audit-File.

       WRITE-TERM-JOURNAL.
           MOVE SPACES TO Journal-Key-Values
           STRING "TERM=" Close-Term "  SECTION=" Close-Section
               "  REASON=" Reason-Code
               DELIMITED BY SIZE INTO Journal-Key-Values
           END-STRING
           CALL "JOURNAL-WRITE" USING Journal-Program
               Journal-Operator Journal-Action Journal-Key-Values.

       END PROGRAM StudentTermClose.
