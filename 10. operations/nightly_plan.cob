       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-PLAN.
       AUTHOR. FILIP JANJESIC.
      *> The nightly stream's step list and which of its steps are
      *> due on a given night. NIGHTLY-DRIVER calls it to run the
      *> night; NIGHTLY-TREND-REPORT calls it to forecast the
      *> night's finish from the same list, so the forecast and the
      *> stream can never disagree about what runs.
      *> The stream is defined in nightly_schedule.dat - one record
      *> per step with an enable flag, a run-day rule, and the
      *> command. With no schedule file the built-in step list below
      *> is used.
      *> Schedule record layout (fixed columns):
      *>   step number (2), name (20), enabled Y/N (1), run rule
      *>   (1), weekday flags Sun-Sat (7), command (60).
      *> Run rules: D = every day, B = business days only (weekends
      *> and the holidays in holiday_master.dat skip via
      *> EVEN-DAY-BUSDAY), M = last business day of the month only,
      *> W = the weekdays flagged Y in the Sun-Sat columns.
      *>   LK-RUN-DATE:   the processing date of the night.
      *>   LK-STEP-TABLE: returned loaded, with the due flag set Y
      *>                  on each step whose run rule falls due.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "nightly_schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 NS-STEP-NUMBER    PIC 9(2).
           05 NS-STEP-NAME      PIC X(20).
           05 NS-ENABLED        PIC X(1).
           05 NS-RUN-RULE       PIC X(1).
           05 NS-WEEKDAYS       PIC X(7).
           05 NS-COMMAND        PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-SCHEDULE-STATUS PIC X(02).
               88 SCHEDULE-FILE-OK      VALUE "00".
               88 SCHEDULE-END-OF-FILE  VALUE "10".

           01 WS-STEP-TABLE-MAX PIC 9(2) VALUE 20.
      *> The original fixed stream, kept as the fallback when no
      *> schedule file is on disk. The command column is handed to
      *> the system shell; batch-mode programs get their mode and
      *> operator answers piped in.
           01 WS-STEP-DEFS.
               05 FILLER PIC X(89) VALUE
                   "INBOUND-CLEANUP     YD       ./inbound_cleanup".
               05 FILLER PIC X(89) VALUE
                   "EXTRACT-LOAD        YD       echo | ./reading_fro
      -            "m_file".
               05 FILLER PIC X(89) VALUE
                   "SHIPMENT-CONVERT    YD       ( echo B ; echo NIGH
      -            "TBATCH ) | ./kg_to_pounds".
               05 FILLER PIC X(89) VALUE
                   "CREDIT-HOLD-REPORT  YD       ./credit_hold_report".
               05 FILLER PIC X(89) VALUE
                   "CALCULATOR-BATCH    YD       ( echo B ; echo NIGH
      -            "TBATCH ) | ./calculator".
               05 FILLER PIC X(89) VALUE
                   "USER-ENTRY-REPORT   YD       ./user_entry_report".
               05 FILLER PIC X(89) VALUE
                   "USER-QUEUE-DEPTH    YD       ./user_queue_depth".
               05 FILLER PIC X(89) VALUE
                   "STUDENT-ROSTER      YD       ( echo ; echo ) | ./
      -            "student_roster_report".
               05 FILLER PIC X(89) VALUE
                   "GL-POSTING          YD       echo | ./gl_posting".
               05 FILLER PIC X(89) VALUE
                   "LOAN-GL-PROOF       YM       echo | ./loan_gl_pro
      -            "of".
               05 FILLER PIC X(89) VALUE
                   "CROSS-BALANCE       YD       echo | ./cross_balan
      -            "ce".
               05 FILLER PIC X(89) VALUE
                   "MASTER-BACKUP       YD       echo | ./master_back
      -            "up".
               05 FILLER PIC X(89) VALUE
                   "SHIPMENT-ARCHIVE    YWNNNNNYN./shipment_archive".
               05 FILLER PIC X(89) VALUE
                   "JOURNAL-SEAL        YD       echo | ./journal_sea
      -            "l".
               05 FILLER PIC X(89) VALUE
                   "VOLUME-ALERT        YD       echo | ./volume_aler
      -            "t".
               05 FILLER PIC X(89) VALUE
                   "SIGNON-REPORT       YWNNNNNYN./signon_report".
               05 FILLER PIC X(89) VALUE
                   "INTEGRITY-CHECK     YWNNNNNYN./integrity_check".
               05 FILLER PIC X(89) VALUE
                   "REPORT-ARCHIVE      YD       echo C | ./report_archi
      -            "ve".
               05 FILLER PIC X(89) VALUE
                   "REPORT-PURGE        YM       echo P | ./report_archi
      -            "ve".
           01 WS-DEFAULT-TABLE REDEFINES WS-STEP-DEFS.
               05 WS-DEFAULT-ENTRY OCCURS 19 TIMES.
                   10 WS-DEF-NAME      PIC X(20).
                   10 WS-DEF-ENABLED   PIC X(1).
                   10 WS-DEF-RULE      PIC X(1).
                   10 WS-DEF-WEEKDAYS  PIC X(7).
                   10 WS-DEF-COMMAND   PIC X(60).

           01 WS-STEP-IDX       PIC 9(2).
           01 WS-LOAD-IDX       PIC 9(2).

      *> The night's place on the calendar, worked out once up front
      *> through the shared date routines so every step's run rule
      *> judges the same day.
           01 WS-DAY-NUMBER     PIC 99.
           01 WS-DOW-INDEX      PIC 9.
           01 WS-ODD-EVEN       PIC X(4).
           01 WS-BUSDAY-FUNCTION PIC X(1).
           01 WS-BUSDAY-COUNT   PIC S9(4) VALUE 0.
           01 WS-BUSDAY-RESULT  PIC 9(8).
           01 WS-BUSDAY-STATUS  PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4) VALUE SPACES.
           01 WS-TOMORROW       PIC 9(8).
           01 WS-DATE-INTEGER   PIC S9(9) COMP.
           01 WS-IS-BUSINESS-FLAG PIC X(1) VALUE "N".
               88 TODAY-IS-BUSINESS-DAY VALUE "Y".
           01 WS-MONTH-END-FLAG PIC X(1) VALUE "N".
               88 TODAY-IS-MONTH-END    VALUE "Y".

       LINKAGE SECTION.
           01 LK-RUN-DATE       PIC 9(8).
           01 LK-STEP-MAX       PIC 9(2).
           01 LK-STEP-TABLE.
               05 LK-STEP-ENTRY OCCURS 20 TIMES.
                   10 LK-STEP-NAME     PIC X(20).
                   10 LK-STEP-ENABLED  PIC X(1).
                   10 LK-STEP-RULE     PIC X(1).
                   10 LK-STEP-WEEKDAYS PIC X(7).
                   10 LK-STEP-COMMAND  PIC X(60).
                   10 LK-STEP-DUE-FLAG PIC X(1).

       PROCEDURE DIVISION USING LK-RUN-DATE LK-STEP-MAX
               LK-STEP-TABLE.
       MAIN-LOGIC.
           PERFORM LOAD-SCHEDULE
           PERFORM JUDGE-THE-CALENDAR
           PERFORM MARK-STEPS-DUE
           GOBACK.

      *> The schedule file wins when it is present and holds at
      *> least one step; otherwise the built-in list keeps the
      *> stream running exactly as before the schedule existed.
       LOAD-SCHEDULE.
           MOVE 0 TO LK-STEP-MAX
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-FILE-OK
               PERFORM UNTIL SCHEDULE-END-OF-FILE
                   READ SCHEDULE-FILE
                       AT END
                           SET SCHEDULE-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-SCHEDULE-STEP
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF

           IF LK-STEP-MAX = 0
               DISPLAY "No nightly_schedule.dat - using the "
                   "built-in step list."
               PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                       UNTIL WS-LOAD-IDX > 19
                   ADD 1 TO LK-STEP-MAX
                   MOVE WS-DEF-NAME(WS-LOAD-IDX)
                       TO LK-STEP-NAME(LK-STEP-MAX)
                   MOVE WS-DEF-ENABLED(WS-LOAD-IDX)
                       TO LK-STEP-ENABLED(LK-STEP-MAX)
                   MOVE WS-DEF-RULE(WS-LOAD-IDX)
                       TO LK-STEP-RULE(LK-STEP-MAX)
                   MOVE WS-DEF-WEEKDAYS(WS-LOAD-IDX)
                       TO LK-STEP-WEEKDAYS(LK-STEP-MAX)
                   MOVE WS-DEF-COMMAND(WS-LOAD-IDX)
                       TO LK-STEP-COMMAND(LK-STEP-MAX)
               END-PERFORM
           END-IF.

      *> Steps load in file order regardless of the number column -
      *> the number is for the operator's eye. A record with a
      *> blank name or command is noise from the editor and is
      *> dropped with a message instead of becoming a silent
      *> do-nothing step.
       STORE-ONE-SCHEDULE-STEP.
           IF NS-STEP-NAME = SPACES OR NS-COMMAND = SPACES
               DISPLAY "Schedule record dropped - blank name or "
                   "command."
           ELSE
               IF LK-STEP-MAX >= WS-STEP-TABLE-MAX
                   DISPLAY "Schedule table full - step dropped: "
                       NS-STEP-NAME
               ELSE
                   ADD 1 TO LK-STEP-MAX
                   MOVE NS-STEP-NAME TO LK-STEP-NAME(LK-STEP-MAX)
                   MOVE NS-ENABLED TO LK-STEP-ENABLED(LK-STEP-MAX)
                   MOVE NS-RUN-RULE TO LK-STEP-RULE(LK-STEP-MAX)
                   MOVE NS-WEEKDAYS TO LK-STEP-WEEKDAYS(LK-STEP-MAX)
                   MOVE NS-COMMAND TO LK-STEP-COMMAND(LK-STEP-MAX)
               END-IF
           END-IF.

      *> Day-of-week from the shared calc routine; business-day and
      *> month-end standing from EVEN-DAY-BUSDAY. Today is a
      *> business day when the previous business day before
      *> tomorrow lands back on today, and it is the month's last
      *> business day when the next business day after today falls
      *> in a different month.
       JUDGE-THE-CALENDAR.
           MOVE LK-RUN-DATE(7:2) TO WS-DAY-NUMBER
           CALL "EVEN-DAY-CALC" USING LK-RUN-DATE WS-DAY-NUMBER
               WS-DOW-INDEX WS-ODD-EVEN

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LK-RUN-DATE) + 1
           COMPUTE WS-TOMORROW =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           MOVE "N" TO WS-IS-BUSINESS-FLAG
           MOVE "P" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-TOMORROW WS-BUSDAY-COUNT WS-BUSDAY-RESULT
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS = "0"
               AND WS-BUSDAY-RESULT = LK-RUN-DATE
               MOVE "Y" TO WS-IS-BUSINESS-FLAG
           END-IF

           MOVE "N" TO WS-MONTH-END-FLAG
           IF TODAY-IS-BUSINESS-DAY
               MOVE "N" TO WS-BUSDAY-FUNCTION
               CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
                   LK-RUN-DATE WS-BUSDAY-COUNT WS-BUSDAY-RESULT
                   WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
               IF WS-BUSDAY-STATUS = "0"
                   AND WS-BUSDAY-RESULT(1:6) NOT = LK-RUN-DATE(1:6)
                   MOVE "Y" TO WS-MONTH-END-FLAG
               END-IF
           END-IF.

       MARK-STEPS-DUE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > LK-STEP-MAX
               MOVE "N" TO LK-STEP-DUE-FLAG(WS-STEP-IDX)
               EVALUATE LK-STEP-RULE(WS-STEP-IDX)
                   WHEN "D"
                       MOVE "Y" TO LK-STEP-DUE-FLAG(WS-STEP-IDX)
                   WHEN "B"
                       IF TODAY-IS-BUSINESS-DAY
                           MOVE "Y" TO LK-STEP-DUE-FLAG(WS-STEP-IDX)
                       END-IF
                   WHEN "M"
                       IF TODAY-IS-MONTH-END
                           MOVE "Y" TO LK-STEP-DUE-FLAG(WS-STEP-IDX)
                       END-IF
                   WHEN "W"
                       IF LK-STEP-WEEKDAYS(WS-STEP-IDX)
                               (WS-DOW-INDEX:1) = "Y"
                           MOVE "Y" TO LK-STEP-DUE-FLAG(WS-STEP-IDX)
                       END-IF
                   WHEN OTHER
                       DISPLAY "Step " LK-STEP-NAME(WS-STEP-IDX)
                           " has unknown run rule '"
                           LK-STEP-RULE(WS-STEP-IDX)
                           "' - treated as daily."
                       MOVE "Y" TO LK-STEP-DUE-FLAG(WS-STEP-IDX)
               END-EVALUATE
           END-PERFORM.

       END PROGRAM NIGHTLY-PLAN.
