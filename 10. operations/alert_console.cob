       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-CONSOLE.
       AUTHOR. FILIP JANJESIC.
      *> Working screen for ops_alerts.dat. VOLUME-ALERT,
      *> CROSS-BALANCE and JOURNAL-VERIFY raise their alerts there;
      *> this is where an operator takes one up. Open alerts are
      *> listed oldest first with their age; acknowledging one
      *> records who has it and a note of what is being done, and
      *> closing one records the resolution. An alert left open and
      *> unacknowledged past the escalation age (kept in the shared
      *> ALERT-STATUS routine) goes on the escalation list for the
      *> supervisor. Acknowledgments and closures are appended to
      *> ops_alert_actions.dat - the latest line for an alert is
      *> where it stands - and journaled.
      *> Alerts are numbered by their line in ops_alerts.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ops_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT ALERT-ACTION-FILE ASSIGN TO "ops_alert_actions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-ALERT-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 AL-SUBSYSTEM       PIC X(12).
           05 FILLER             PIC X(1).
           05 AL-DIRECTION       PIC X(4).
           05 FILLER             PIC X(1).
           05 AL-COUNT           PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MINIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MAXIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-RAISED-STAMP    PIC 9(14).

       FD  ALERT-ACTION-FILE.
       01  ALERT-ACTION-RECORD.
           05 AA-ALERT-NUMBER    PIC 9(6).
           05 FILLER             PIC X(1).
           05 AA-ALERT-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 AA-SUBSYSTEM       PIC X(12).
           05 FILLER             PIC X(1).
           05 AA-ACTION          PIC X(5).
           05 FILLER             PIC X(1).
           05 AA-ACTION-STAMP    PIC 9(14).
           05 FILLER             PIC X(1).
           05 AA-OPERATOR        PIC X(20).
           05 FILLER             PIC X(1).
           05 AA-NOTE            PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-ALERT-STATUS    PIC X(02).
               88 ALERT-FILE-OK        VALUE "00".
               88 ALERT-END-OF-FILE    VALUE "10".
           01 WS-ACTION-STATUS   PIC X(02).
               88 ACTION-FILE-OK       VALUE "00".
               88 ACTION-END-OF-FILE   VALUE "10".

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 CONSOLE-DONE        VALUE "Y".

           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1) VALUE 1.
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

      *> Counts and escalation age from the shared ALERT-STATUS
      *> routine, so the console and END-OF-DAY-SUMMARY agree.
           01 WS-ALL-SUBSYSTEMS  PIC X(12) VALUE SPACES.
           01 WS-OPEN-COUNT      PIC 9(5).
           01 WS-ESCALATED-COUNT PIC 9(5).
           01 WS-ESCALATE-HOURS  PIC 9(3).

      *> Latest action per alert number, then the alerts not yet
      *> closed in file order - which is the order they were raised.
           01 WS-ACTION-MAX      PIC 9(4) VALUE 2000.
           01 WS-ACTION-COUNT    PIC 9(4) VALUE 0.
           01 WS-ACTION-TABLE.
               05 WS-ACTION-ENTRY OCCURS 2000 TIMES.
                   10 WS-AC-NUMBER    PIC 9(6).
                   10 WS-AC-DATE      PIC 9(8).
                   10 WS-AC-SUBSYSTEM PIC X(12).
                   10 WS-AC-ACTION    PIC X(5).
                   10 WS-AC-OPERATOR  PIC X(20).
                   10 WS-AC-NOTE      PIC X(60).
           01 WS-ACTION-IDX      PIC 9(4).
           01 WS-ACTION-MATCH    PIC 9(4).

           01 WS-OPEN-MAX        PIC 9(3) VALUE 500.
           01 WS-OPEN-TABLE-COUNT PIC 9(3) VALUE 0.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 500 TIMES.
                   10 WS-OA-NUMBER    PIC 9(6).
                   10 WS-OA-DATE      PIC 9(8).
                   10 WS-OA-SUBSYSTEM PIC X(12).
                   10 WS-OA-DIRECTION PIC X(4).
                   10 WS-OA-COUNT     PIC 9(6).
                   10 WS-OA-MINIMUM   PIC 9(6).
                   10 WS-OA-MAXIMUM   PIC 9(6).
                   10 WS-OA-AGE-HOURS PIC 9(5).
                   10 WS-OA-STATE     PIC X(4).
                   10 WS-OA-OPERATOR  PIC X(20).
                   10 WS-OA-NOTE      PIC X(60).
           01 WS-OPEN-IDX        PIC 9(3).
           01 WS-PICKED-IDX      PIC 9(3).
           01 WS-ALERT-NUMBER    PIC 9(6).

           01 WS-RAISED-STAMP    PIC 9(14).
           01 WS-RAISED-PARTS REDEFINES WS-RAISED-STAMP.
               05 WS-RAISED-DATE     PIC 9(8).
               05 WS-RAISED-HOUR     PIC 9(2).
               05 WS-RAISED-MINUTE   PIC 9(2).
               05 WS-RAISED-SECOND   PIC 9(2).
           01 WS-NOW-STAMP       PIC 9(14).
           01 WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
               05 WS-NOW-DATE        PIC 9(8).
               05 WS-NOW-HOUR        PIC 9(2).
               05 WS-NOW-MINUTE      PIC 9(2).
               05 WS-NOW-SECOND      PIC 9(2).
           01 WS-AGE-MINUTES     PIC S9(9).

           01 WS-PICK-INPUT      PIC X(6).
           01 WS-PICK-NUMBER     PIC 9(6).
           01 WS-NOTE-INPUT      PIC X(60).
           01 WS-CONFIRM-ANSWER  PIC X(1).
           01 WS-ACTION-CODE     PIC X(5).
           01 WS-LISTED-COUNT    PIC 9(3).
           01 WS-DISPLAY-COUNT   PIC ZZZZ9.
           01 WS-DISPLAY-AGE     PIC ZZZZ9.

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "ALERT-CONS".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Operations Alert Console ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR

           PERFORM SHOW-ALERT-COUNTS

           PERFORM UNTIL CONSOLE-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LIST-OPEN-ALERTS
                   WHEN "2"
                       PERFORM ACKNOWLEDGE-ONE-ALERT
                   WHEN "3"
                       PERFORM CLOSE-ONE-ALERT
                   WHEN "4"
                       PERFORM LIST-ESCALATED-ALERTS
                   WHEN "5"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List open alerts".
           DISPLAY "2. Acknowledge an alert".
           DISPLAY "3. Close an alert".
           DISPLAY "4. Escalation list".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       SHOW-ALERT-COUNTS.
           CALL "ALERT-STATUS" USING WS-ALL-SUBSYSTEMS WS-OPEN-COUNT
               WS-ESCALATED-COUNT WS-ESCALATE-HOURS
           MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Open alerts:      " WS-DISPLAY-COUNT
           MOVE WS-ESCALATED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Escalated alerts: " WS-DISPLAY-COUNT
               " (open and unacknowledged over " WS-ESCALATE-HOURS
               " hours)".

       LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-OPEN-TABLE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM LOAD-ALERT-ACTIONS
           MOVE 0 TO WS-ALERT-NUMBER
           OPEN INPUT ALERT-FILE
           IF NOT ALERT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALERT-END-OF-FILE
               READ ALERT-FILE
                   AT END
                       SET ALERT-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALERT-NUMBER
                       IF AL-ALERT-DATE NUMERIC
                           PERFORM KEEP-ONE-OPEN-ALERT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.

       LOAD-ALERT-ACTIONS.
           MOVE 0 TO WS-ACTION-COUNT
           OPEN INPUT ALERT-ACTION-FILE
           IF NOT ACTION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACTION-END-OF-FILE
               READ ALERT-ACTION-FILE
                   AT END
                       SET ACTION-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AA-ALERT-NUMBER NUMERIC
                           PERFORM NOTE-ONE-ACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-ACTION-FILE.

       NOTE-ONE-ACTION.
           MOVE 0 TO WS-ACTION-MATCH
           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
                   OR WS-ACTION-MATCH > 0
               IF WS-AC-NUMBER(WS-ACTION-IDX) = AA-ALERT-NUMBER
                   MOVE WS-ACTION-IDX TO WS-ACTION-MATCH
               END-IF
           END-PERFORM
           IF WS-ACTION-MATCH = 0
               IF WS-ACTION-COUNT >= WS-ACTION-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-COUNT TO WS-ACTION-MATCH
           END-IF
           MOVE AA-ALERT-NUMBER TO WS-AC-NUMBER(WS-ACTION-MATCH)
           MOVE AA-ALERT-DATE TO WS-AC-DATE(WS-ACTION-MATCH)
           MOVE AA-SUBSYSTEM TO WS-AC-SUBSYSTEM(WS-ACTION-MATCH)
           MOVE AA-ACTION TO WS-AC-ACTION(WS-ACTION-MATCH)
           MOVE AA-OPERATOR TO WS-AC-OPERATOR(WS-ACTION-MATCH)
           MOVE AA-NOTE TO WS-AC-NOTE(WS-ACTION-MATCH).

       KEEP-ONE-OPEN-ALERT.
           MOVE 0 TO WS-ACTION-MATCH
           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
                   OR WS-ACTION-MATCH > 0
               IF WS-AC-NUMBER(WS-ACTION-IDX) = WS-ALERT-NUMBER
                       AND WS-AC-DATE(WS-ACTION-IDX) = AL-ALERT-DATE
                       AND WS-AC-SUBSYSTEM(WS-ACTION-IDX) =
                           AL-SUBSYSTEM
                   MOVE WS-ACTION-IDX TO WS-ACTION-MATCH
               END-IF
           END-PERFORM
           IF WS-ACTION-MATCH > 0
               IF WS-AC-ACTION(WS-ACTION-MATCH) = "CLOSE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-OPEN-TABLE-COUNT >= WS-OPEN-MAX
               DISPLAY "Open alert table full - alert "
                   WS-ALERT-NUMBER " not shown."
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPEN-TABLE-COUNT
           MOVE WS-OPEN-TABLE-COUNT TO WS-OPEN-IDX
           MOVE WS-ALERT-NUMBER TO WS-OA-NUMBER(WS-OPEN-IDX)
           MOVE AL-ALERT-DATE TO WS-OA-DATE(WS-OPEN-IDX)
           MOVE AL-SUBSYSTEM TO WS-OA-SUBSYSTEM(WS-OPEN-IDX)
           MOVE AL-DIRECTION TO WS-OA-DIRECTION(WS-OPEN-IDX)
           MOVE AL-COUNT TO WS-OA-COUNT(WS-OPEN-IDX)
           MOVE AL-MINIMUM TO WS-OA-MINIMUM(WS-OPEN-IDX)
           MOVE AL-MAXIMUM TO WS-OA-MAXIMUM(WS-OPEN-IDX)
           IF WS-ACTION-MATCH > 0
               MOVE "ACK" TO WS-OA-STATE(WS-OPEN-IDX)
               MOVE WS-AC-OPERATOR(WS-ACTION-MATCH)
                   TO WS-OA-OPERATOR(WS-OPEN-IDX)
               MOVE WS-AC-NOTE(WS-ACTION-MATCH)
                   TO WS-OA-NOTE(WS-OPEN-IDX)
           ELSE
               MOVE "OPEN" TO WS-OA-STATE(WS-OPEN-IDX)
               MOVE SPACES TO WS-OA-OPERATOR(WS-OPEN-IDX)
               MOVE SPACES TO WS-OA-NOTE(WS-OPEN-IDX)
           END-IF

      *> Age runs from the moment the alert was raised; an alert
      *> written before the raise stamp was kept counts from the
      *> start of its alert date.
           IF AL-RAISED-STAMP NUMERIC
               MOVE AL-RAISED-STAMP TO WS-RAISED-STAMP
           ELSE
               MOVE 0 TO WS-RAISED-STAMP
               MOVE AL-ALERT-DATE TO WS-RAISED-DATE
           END-IF
           COMPUTE WS-AGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-RAISED-DATE)) * 1440
               + (WS-NOW-HOUR * 60 + WS-NOW-MINUTE)
               - (WS-RAISED-HOUR * 60 + WS-RAISED-MINUTE)
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           COMPUTE WS-OA-AGE-HOURS(WS-OPEN-IDX) = WS-AGE-MINUTES / 60.

       LIST-OPEN-ALERTS.
           PERFORM LOAD-OPEN-ALERTS
           IF WS-OPEN-TABLE-COUNT = 0
               DISPLAY "No open alerts."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Alert# Date     Subsystem    Dir  Count  "
               "Min    Max    Age(h) State"
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-TABLE-COUNT
               PERFORM SHOW-ONE-ALERT
           END-PERFORM.

       LIST-ESCALATED-ALERTS.
           PERFORM LOAD-OPEN-ALERTS
           MOVE 0 TO WS-LISTED-COUNT
           DISPLAY "Open, unacknowledged for " WS-ESCALATE-HOURS
               " hours or more:"
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-TABLE-COUNT
               IF WS-OA-STATE(WS-OPEN-IDX) = "OPEN"
                       AND WS-OA-AGE-HOURS(WS-OPEN-IDX) >=
                           WS-ESCALATE-HOURS
                   IF WS-LISTED-COUNT = 0
                       DISPLAY "Alert# Date     Subsystem    Dir  "
                           "Count  Min    Max    Age(h) State"
                   END-IF
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM SHOW-ONE-ALERT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "Nothing awaiting escalation."
           END-IF.

       SHOW-ONE-ALERT.
           MOVE WS-OA-AGE-HOURS(WS-OPEN-IDX) TO WS-DISPLAY-AGE
           DISPLAY WS-OA-NUMBER(WS-OPEN-IDX) " "
               WS-OA-DATE(WS-OPEN-IDX) " "
               WS-OA-SUBSYSTEM(WS-OPEN-IDX) " "
               WS-OA-DIRECTION(WS-OPEN-IDX) " "
               WS-OA-COUNT(WS-OPEN-IDX) " "
               WS-OA-MINIMUM(WS-OPEN-IDX) " "
               WS-OA-MAXIMUM(WS-OPEN-IDX) " "
               WS-DISPLAY-AGE "  "
               WS-OA-STATE(WS-OPEN-IDX)
           IF WS-OA-STATE(WS-OPEN-IDX) = "ACK"
               DISPLAY "       by " WS-OA-OPERATOR(WS-OPEN-IDX)
                   ": " WS-OA-NOTE(WS-OPEN-IDX)
           END-IF.

      *> An alert already acknowledged stays with whoever took it;
      *> a second operator works it through the note, not a new
      *> acknowledgment.
       ACKNOWLEDGE-ONE-ALERT.
           PERFORM PICK-AN-ALERT
           IF WS-PICKED-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OA-STATE(WS-PICKED-IDX) = "ACK"
               DISPLAY "Already acknowledged by "
                   WS-OA-OPERATOR(WS-PICKED-IDX)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note - what is being done (required): "
           ACCEPT WS-NOTE-INPUT
           IF WS-NOTE-INPUT = SPACES
               DISPLAY "A note is required - not acknowledged."
               EXIT PARAGRAPH
           END-IF
           MOVE "ACK" TO WS-ACTION-CODE
           MOVE "ALERT-ACK" TO WS-JRN-ACTION
           PERFORM RECORD-ALERT-ACTION
           DISPLAY "Alert " WS-OA-NUMBER(WS-PICKED-IDX)
               " acknowledged."
           PERFORM SHOW-ALERT-COUNTS.

       CLOSE-ONE-ALERT.
           PERFORM PICK-AN-ALERT
           IF WS-PICKED-IDX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Resolution (required): "
           ACCEPT WS-NOTE-INPUT
           IF WS-NOTE-INPUT = SPACES
               DISPLAY "A resolution is required - not closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Close alert " WS-OA-NUMBER(WS-PICKED-IDX)
               ". Confirm (Y/N): "
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = "Y"
                   AND WS-CONFIRM-ANSWER NOT = "y"
               DISPLAY "Alert left open."
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSE" TO WS-ACTION-CODE
           MOVE "ALERT-CLOSE" TO WS-JRN-ACTION
           PERFORM RECORD-ALERT-ACTION
           DISPLAY "Alert " WS-OA-NUMBER(WS-PICKED-IDX) " closed."
           PERFORM SHOW-ALERT-COUNTS.

       PICK-AN-ALERT.
           MOVE 0 TO WS-PICKED-IDX
           PERFORM LOAD-OPEN-ALERTS
           DISPLAY "Alert number: ".
           ACCEPT WS-PICK-INPUT
           IF WS-PICK-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PICK-INPUT) NOT NUMERIC
               DISPLAY "Alert number must be numeric."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICK-NUMBER = FUNCTION NUMVAL(WS-PICK-INPUT)
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-TABLE-COUNT
                   OR WS-PICKED-IDX > 0
               IF WS-OA-NUMBER(WS-OPEN-IDX) = WS-PICK-NUMBER
                   MOVE WS-OPEN-IDX TO WS-PICKED-IDX
               END-IF
           END-PERFORM
           IF WS-PICKED-IDX = 0
               DISPLAY "No open alert with that number."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICKED-IDX TO WS-OPEN-IDX
           PERFORM SHOW-ONE-ALERT.

       RECORD-ALERT-ACTION.
           OPEN EXTEND ALERT-ACTION-FILE
           IF WS-ACTION-STATUS = "05" OR "35"
               OPEN OUTPUT ALERT-ACTION-FILE
           END-IF
           IF NOT ACTION-FILE-OK
               DISPLAY "Unable to open ops_alert_actions.dat. "
                   "Status=" WS-ACTION-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-ACTION-RECORD
           MOVE WS-OA-NUMBER(WS-PICKED-IDX) TO AA-ALERT-NUMBER
           MOVE WS-OA-DATE(WS-PICKED-IDX) TO AA-ALERT-DATE
           MOVE WS-OA-SUBSYSTEM(WS-PICKED-IDX) TO AA-SUBSYSTEM
           MOVE WS-ACTION-CODE TO AA-ACTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO AA-ACTION-STAMP
           MOVE WS-SIGNON-ID TO AA-OPERATOR
           MOVE WS-NOTE-INPUT TO AA-NOTE
           WRITE ALERT-ACTION-RECORD
           CLOSE ALERT-ACTION-FILE

           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "ALERT=" WS-OA-NUMBER(WS-PICKED-IDX) " "
                   DELIMITED BY SIZE
               WS-OA-SUBSYSTEM(WS-PICKED-IDX) DELIMITED BY SPACE
               " DATE=" WS-OA-DATE(WS-PICKED-IDX)
               " " WS-OA-DIRECTION(WS-PICKED-IDX)
               DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM ALERT-CONSOLE.
