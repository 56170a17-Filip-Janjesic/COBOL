       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-STATUS.
       AUTHOR. FILIP JANJESIC.
      *> Where the operations alerts stand. ops_alerts.dat is
      *> append-only - VOLUME-ALERT, CROSS-BALANCE and JOURNAL-VERIFY
      *> add a line for each alert they raise - and an alert's
      *> number is its line position in that file. What has been
      *> done about an alert is kept beside it in
      *> ops_alert_actions.dat, one line per acknowledgment or
      *> closure keyed ALERT-CONSOLE; the latest line for an alert
      *> is where it stands. An action line repeats the alert's date
      *> and subsystem and is only honoured when both still match.
      *> An alert nobody has closed is open; an open alert nobody
      *> has acknowledged within WS-ESCALATE-HOURS of being raised
      *> is escalated to the supervisor.
      *>   LK-SUBSYSTEM:       count only this subsystem's alerts
      *>                       (spaces = all subsystems).
      *>   LK-OPEN-COUNT:      returned - alerts not yet closed.
      *>   LK-ESCALATED-COUNT: returned - open, unacknowledged and
      *>                       past the escalation age.
      *>   LK-ESCALATE-HOURS:  returned - the escalation age, so the
      *>                       console judges by the same rule.
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

      *> How long an alert may sit open and unacknowledged before
      *> it goes on the supervisor's escalation list.
           01 WS-ESCALATE-HOURS  PIC 9(3) VALUE 8.

      *> Latest action per alert number.
           01 WS-ACTION-MAX      PIC 9(4) VALUE 2000.
           01 WS-ACTION-COUNT    PIC 9(4) VALUE 0.
           01 WS-ACTION-TABLE.
               05 WS-ACTION-ENTRY OCCURS 2000 TIMES.
                   10 WS-AC-NUMBER    PIC 9(6).
                   10 WS-AC-DATE      PIC 9(8).
                   10 WS-AC-SUBSYSTEM PIC X(12).
                   10 WS-AC-ACTION    PIC X(5).
           01 WS-ACTION-IDX      PIC 9(4).
           01 WS-MATCH-IDX       PIC 9(4).

           01 WS-ALERT-NUMBER    PIC 9(6).
           01 WS-ALERT-STATE     PIC X(5).
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

       LINKAGE SECTION.
           01 LK-SUBSYSTEM       PIC X(12).
           01 LK-OPEN-COUNT      PIC 9(5).
           01 LK-ESCALATED-COUNT PIC 9(5).
           01 LK-ESCALATE-HOURS  PIC 9(3).

       PROCEDURE DIVISION USING LK-SUBSYSTEM LK-OPEN-COUNT
               LK-ESCALATED-COUNT LK-ESCALATE-HOURS.
       MAIN-LOGIC.
           MOVE 0 TO LK-OPEN-COUNT
           MOVE 0 TO LK-ESCALATED-COUNT
           MOVE WS-ESCALATE-HOURS TO LK-ESCALATE-HOURS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM LOAD-ALERT-ACTIONS

           MOVE 0 TO WS-ALERT-NUMBER
           OPEN INPUT ALERT-FILE
           IF NOT ALERT-FILE-OK
               GOBACK
           END-IF
           PERFORM UNTIL ALERT-END-OF-FILE
               READ ALERT-FILE
                   AT END
                       SET ALERT-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALERT-NUMBER
                       PERFORM JUDGE-ONE-ALERT
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           GOBACK.

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
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-AC-NUMBER(WS-ACTION-IDX) = AA-ALERT-NUMBER
                   MOVE WS-ACTION-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-ACTION-COUNT >= WS-ACTION-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-COUNT TO WS-MATCH-IDX
           END-IF
           MOVE AA-ALERT-NUMBER TO WS-AC-NUMBER(WS-MATCH-IDX)
           MOVE AA-ALERT-DATE TO WS-AC-DATE(WS-MATCH-IDX)
           MOVE AA-SUBSYSTEM TO WS-AC-SUBSYSTEM(WS-MATCH-IDX)
           MOVE AA-ACTION TO WS-AC-ACTION(WS-MATCH-IDX).

      *> An alert's age runs from the moment it was raised, which
      *> can be a day after the date it reports on; alerts written
      *> before the raise stamp was recorded count from the start of
      *> their alert date.
       JUDGE-ONE-ALERT.
           IF LK-SUBSYSTEM NOT = SPACES
                   AND AL-SUBSYSTEM NOT = LK-SUBSYSTEM
               EXIT PARAGRAPH
           END-IF
           IF AL-ALERT-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE "OPEN" TO WS-ALERT-STATE
           PERFORM VARYING WS-ACTION-IDX FROM 1 BY 1
                   UNTIL WS-ACTION-IDX > WS-ACTION-COUNT
               IF WS-AC-NUMBER(WS-ACTION-IDX) = WS-ALERT-NUMBER
                       AND WS-AC-DATE(WS-ACTION-IDX) = AL-ALERT-DATE
                       AND WS-AC-SUBSYSTEM(WS-ACTION-IDX) =
                           AL-SUBSYSTEM
                   MOVE WS-AC-ACTION(WS-ACTION-IDX) TO WS-ALERT-STATE
               END-IF
           END-PERFORM
           IF WS-ALERT-STATE = "CLOSE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LK-OPEN-COUNT
           IF WS-ALERT-STATE NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF

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
           IF WS-AGE-MINUTES >= WS-ESCALATE-HOURS * 60
               ADD 1 TO LK-ESCALATED-COUNT
           END-IF.

       END PROGRAM ALERT-STATUS.
