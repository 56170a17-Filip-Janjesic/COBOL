       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON-REPORT.
       AUTHOR. FILIP JANJESIC.
      *> Weekly sign-on exception report over the sign-on log that
      *> OPERATOR-CHECK writes for every attempt. It covers the
      *> seven days ending on the shop's processing date and lists
      *> every failed attempt - bad password, unknown or inactive
      *> ID, attempt on a locked operator, authority too low, a
      *> password change that did not take, or a password prompt
      *> abandoned - then the lockouts, then a line per operator
      *> with attempts, good sign-ons, failures and lockouts.
      *> The report takes no answers, so the nightly stream runs it
      *> once a week (built-in step, Fridays).
      *> RC 4 when anyone was locked out during the week.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG-FILE ASSIGN TO "operator_signon_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.

           SELECT SIGNON-REPORT-FILE ASSIGN TO
                   "operator_signon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-LOG-FILE.
       01  SIGNON-LOG-RECORD.
           05 SL-DATE            PIC 9(8).
           05 FILLER             PIC X(1).
           05 SL-TIME            PIC 9(6).
           05 FILLER             PIC X(1).
           05 SL-PROGRAM         PIC X(12).
           05 FILLER             PIC X(1).
           05 SL-OPERATOR        PIC X(20).
           05 FILLER             PIC X(1).
           05 SL-RESULT          PIC X(8).
           05 FILLER             PIC X(1).
           05 SL-REQUIRED-LEVEL  PIC 9(1).

       FD  SIGNON-REPORT-FILE.
       01  SIGNON-REPORT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-SIGNON-LOG-STATUS PIC X(02).
               88 SIGNON-LOG-OK        VALUE "00".
               88 SIGNON-LOG-END-OF-FILE VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-PROCESSING-DATE PIC 9(8).
           01 WS-DATE-SOURCE     PIC X(1).
           01 WS-FROM-DATE       PIC 9(8).
           01 WS-TO-DATE         PIC 9(8).

           01 WS-OPERATOR-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-OPERATOR-COUNT  PIC 9(3) VALUE 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
                   10 WS-OP-ID        PIC X(20).
                   10 WS-OP-ATTEMPTS  PIC 9(5).
                   10 WS-OP-GOOD      PIC 9(5).
                   10 WS-OP-FAILED    PIC 9(5).
                   10 WS-OP-LOCKOUTS  PIC 9(5).
           01 WS-OPERATOR-IDX    PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).

      *> The lockouts are listed again on their own, so they are
      *> not lost among the bad passwords.
           01 WS-LOCKOUT-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-LOCKOUT-COUNT   PIC 9(3) VALUE 0.
           01 WS-LOCKOUT-TABLE.
               05 WS-LOCKOUT-ENTRY OCCURS 200 TIMES.
                   10 WS-LK-DATE      PIC 9(8).
                   10 WS-LK-TIME      PIC 9(6).
                   10 WS-LK-PROGRAM   PIC X(12).
                   10 WS-LK-OPERATOR  PIC X(20).
           01 WS-LOCKOUT-IDX     PIC 9(3).

           01 WS-ATTEMPT-COUNT   PIC 9(6) VALUE 0.
           01 WS-FAILED-COUNT    PIC 9(6) VALUE 0.
           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           01 WS-DISPLAY-SMALL   PIC ZZZZ9.
           01 WS-FAILURE-FLAG    PIC X(1).
               88 ATTEMPT-FAILED       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Weekly Sign-on Report ---".
           CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
               WS-DATE-SOURCE
           MOVE WS-PROCESSING-DATE TO WS-TO-DATE
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6)

           OPEN OUTPUT SIGNON-REPORT-FILE
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "SIGN-ON FAILURES AND LOCKOUTS " WS-FROM-DATE
               " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           MOVE SPACES TO SIGNON-REPORT-RECORD
           WRITE SIGNON-REPORT-RECORD
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "FAILED ATTEMPTS"
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "  DATE     TIME   PROGRAM      OPERATOR          "
               "   RESULT"
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD

           OPEN INPUT SIGNON-LOG-FILE
           IF SIGNON-LOG-OK
               PERFORM UNTIL SIGNON-LOG-END-OF-FILE
                   READ SIGNON-LOG-FILE
                       AT END
                           SET SIGNON-LOG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SL-DATE NUMERIC
                               AND SL-DATE >= WS-FROM-DATE
                               AND SL-DATE <= WS-TO-DATE
                               PERFORM TALLY-ONE-ATTEMPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNON-LOG-FILE
           ELSE
               DISPLAY "No sign-on log on file."
           END-IF

           IF WS-FAILED-COUNT = 0
               MOVE SPACES TO SIGNON-REPORT-RECORD
               STRING "  NONE"
                   DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
               END-STRING
               WRITE SIGNON-REPORT-RECORD
           END-IF

           PERFORM WRITE-LOCKOUT-SECTION
           PERFORM WRITE-OPERATOR-SECTION

           MOVE SPACES TO SIGNON-REPORT-RECORD
           WRITE SIGNON-REPORT-RECORD
           MOVE WS-ATTEMPT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "SIGN-ON ATTEMPTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           MOVE WS-FAILED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "FAILED ATTEMPTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           MOVE WS-LOCKOUT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "LOCKOUTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           CLOSE SIGNON-REPORT-FILE

           MOVE WS-FAILED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Failed sign-on attempts: " WS-DISPLAY-COUNT
           MOVE WS-LOCKOUT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Lockouts:                " WS-DISPLAY-COUNT
           DISPLAY "Report written to operator_signon_report.txt"
           IF WS-LOCKOUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Good sign-ons are SIGNON and BATCH; a password set or
      *> changed on the way in is logged alongside the sign-on it
      *> belongs to and counts as neither, as does NOMASTER.
       TALLY-ONE-ATTEMPT.
           MOVE "N" TO WS-FAILURE-FLAG
           EVALUATE SL-RESULT
               WHEN "PWDSET"
               WHEN "PWDCHG"
               WHEN "NOMASTER"
                   EXIT PARAGRAPH
               WHEN "SIGNON"
               WHEN "BATCH"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-FAILURE-FLAG
           END-EVALUATE

           ADD 1 TO WS-ATTEMPT-COUNT
           PERFORM FIND-OPERATOR-BUCKET
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-OP-ATTEMPTS(WS-MATCH-IDX)
               IF ATTEMPT-FAILED
                   ADD 1 TO WS-OP-FAILED(WS-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-OP-GOOD(WS-MATCH-IDX)
               END-IF
           END-IF
           IF NOT ATTEMPT-FAILED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "  " SL-DATE " " SL-TIME " " SL-PROGRAM " "
               SL-OPERATOR " " SL-RESULT
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD

           IF SL-RESULT = "LOCKOUT"
               IF WS-MATCH-IDX > 0
                   ADD 1 TO WS-OP-LOCKOUTS(WS-MATCH-IDX)
               END-IF
               IF WS-LOCKOUT-COUNT < WS-LOCKOUT-TABLE-MAX
                   ADD 1 TO WS-LOCKOUT-COUNT
                   MOVE SL-DATE TO WS-LK-DATE(WS-LOCKOUT-COUNT)
                   MOVE SL-TIME TO WS-LK-TIME(WS-LOCKOUT-COUNT)
                   MOVE SL-PROGRAM TO WS-LK-PROGRAM(WS-LOCKOUT-COUNT)
                   MOVE SL-OPERATOR
                       TO WS-LK-OPERATOR(WS-LOCKOUT-COUNT)
               END-IF
           END-IF.

       FIND-OPERATOR-BUCKET.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                   UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-OP-ID(WS-OPERATOR-IDX) = SL-OPERATOR
                   MOVE WS-OPERATOR-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               AND WS-OPERATOR-COUNT < WS-OPERATOR-TABLE-MAX
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-MATCH-IDX
               MOVE SL-OPERATOR TO WS-OP-ID(WS-MATCH-IDX)
               MOVE 0 TO WS-OP-ATTEMPTS(WS-MATCH-IDX)
               MOVE 0 TO WS-OP-GOOD(WS-MATCH-IDX)
               MOVE 0 TO WS-OP-FAILED(WS-MATCH-IDX)
               MOVE 0 TO WS-OP-LOCKOUTS(WS-MATCH-IDX)
           END-IF.

       WRITE-LOCKOUT-SECTION.
           MOVE SPACES TO SIGNON-REPORT-RECORD
           WRITE SIGNON-REPORT-RECORD
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "LOCKOUTS"
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           IF WS-LOCKOUT-COUNT = 0
               MOVE SPACES TO SIGNON-REPORT-RECORD
               STRING "  NONE"
                   DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
               END-STRING
               WRITE SIGNON-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-LOCKOUT-IDX FROM 1 BY 1
                   UNTIL WS-LOCKOUT-IDX > WS-LOCKOUT-COUNT
               MOVE SPACES TO SIGNON-REPORT-RECORD
               STRING "  " WS-LK-OPERATOR(WS-LOCKOUT-IDX)
                   " LOCKED " WS-LK-DATE(WS-LOCKOUT-IDX)
                   " " WS-LK-TIME(WS-LOCKOUT-IDX)
                   " IN " WS-LK-PROGRAM(WS-LOCKOUT-IDX)
                   DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
               END-STRING
               WRITE SIGNON-REPORT-RECORD
           END-PERFORM.

       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO SIGNON-REPORT-RECORD
           WRITE SIGNON-REPORT-RECORD
           MOVE SPACES TO SIGNON-REPORT-RECORD
           STRING "BY OPERATOR"
               DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
           END-STRING
           WRITE SIGNON-REPORT-RECORD
           PERFORM VARYING WS-OPERATOR-IDX FROM 1 BY 1
                   UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
               MOVE SPACES TO SIGNON-REPORT-RECORD
               STRING "  " WS-OP-ID(WS-OPERATOR-IDX)
                   " ATTEMPTS=" WS-OP-ATTEMPTS(WS-OPERATOR-IDX)
                   " GOOD=" WS-OP-GOOD(WS-OPERATOR-IDX)
                   " FAILED=" WS-OP-FAILED(WS-OPERATOR-IDX)
                   " LOCKOUTS=" WS-OP-LOCKOUTS(WS-OPERATOR-IDX)
                   DELIMITED BY SIZE INTO SIGNON-REPORT-RECORD
               END-STRING
               WRITE SIGNON-REPORT-RECORD
           END-PERFORM.

       END PROGRAM SIGNON-REPORT.
