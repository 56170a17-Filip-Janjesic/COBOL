       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-TREND-REPORT.
       AUTHOR. FILIP JANJESIC.
      *> Trend report over nightly_run_history.dat, the permanent
      *> step-timing history NIGHTLY-DRIVER appends to each night.
      *> For a range of run dates it lists every step run with its
      *> elapsed time beside that step's average over the 30 nights
      *> before it, and flags the run as SLOW when it took more than
      *> the flag percentage longer than that average. A section per
      *> step follows with its run count, average and slowest night.
      *> Averages count OK and WARN runs only - a failed run stops
      *> wherever it broke and says nothing about how long the step
      *> takes.
      *> Last comes a forecast of tonight's finish: the steps that
      *> NIGHTLY-PLAN says are due on the processing date, each at
      *> its average over the last 30 nights, added to the average
      *> time the first step of those nights started.
      *> RC 4 when any run in the range is flagged SLOW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "nightly_run_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO
                   "nightly_trend_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05 HS-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 HS-STEP-NUMBER    PIC 9(2).
           05 FILLER            PIC X(1).
           05 HS-STEP-NAME      PIC X(20).
           05 FILLER            PIC X(1).
           05 HS-START-TS       PIC X(21).
           05 FILLER            PIC X(1).
           05 HS-END-TS         PIC X(21).
           05 FILLER            PIC X(1).
           05 HS-ELAPSED-SECONDS PIC 9(7).
           05 FILLER            PIC X(1).
           05 HS-STATUS         PIC X(4).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK       VALUE "00".
               88 HISTORY-END-OF-FILE   VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-PROCESSING-DATE PIC 9(8).
           01 WS-DATE-SOURCE     PIC X(1).
           01 WS-FROM-DATE-IN    PIC X(8).
           01 WS-TO-DATE-IN      PIC X(8).
           01 WS-PERCENT-IN      PIC X(3).
           01 WS-FROM-DATE       PIC 9(8).
           01 WS-TO-DATE         PIC 9(8).
           01 WS-FLAG-PERCENT    PIC 9(3) VALUE 20.
           01 WS-AVERAGE-NIGHTS  PIC 9(2) VALUE 30.

      *> Day numbers (INTEGER-OF-DATE) for the windows: the report
      *> range, the range plus the 30 nights ahead of it that feed
      *> the first averages, and the 30 nights before tonight that
      *> feed the forecast.
           01 WS-FROM-DAY        PIC 9(7).
           01 WS-TO-DAY          PIC 9(7).
           01 WS-LOAD-FROM-DAY   PIC 9(7).
           01 WS-FORECAST-FROM-DAY PIC 9(7).
           01 WS-FORECAST-TO-DAY PIC 9(7).
           01 WS-RECORD-DAY      PIC 9(7).

      *> Every step run from the load window, in history order.
           01 WS-RUN-TABLE-MAX   PIC 9(4) VALUE 9999.
           01 WS-RUN-COUNT       PIC 9(4) VALUE 0.
           01 WS-RUN-TABLE.
               05 WS-RUN-ENTRY OCCURS 9999 TIMES.
                   10 WS-RN-DATE      PIC 9(8).
                   10 WS-RN-DAY       PIC 9(7).
                   10 WS-RN-STEP      PIC X(20).
                   10 WS-RN-ELAPSED   PIC 9(7).
                   10 WS-RN-STATUS    PIC X(4).
           01 WS-RUN-IDX         PIC 9(4).
           01 WS-PRIOR-IDX       PIC 9(4).
           01 WS-TABLE-FULL-FLAG PIC X(1) VALUE "N".
               88 RUN-TABLE-TRUNCATED   VALUE "Y".

      *> One line per step for the summary section.
           01 WS-STEP-SUM-MAX    PIC 9(2) VALUE 50.
           01 WS-STEP-SUM-COUNT  PIC 9(2) VALUE 0.
           01 WS-STEP-SUM-TABLE.
               05 WS-STEP-SUM-ENTRY OCCURS 50 TIMES.
                   10 WS-SS-STEP      PIC X(20).
                   10 WS-SS-RUNS      PIC 9(5).
                   10 WS-SS-TIMED     PIC 9(5).
                   10 WS-SS-TOTAL     PIC 9(11).
                   10 WS-SS-SLOWEST   PIC 9(7).
                   10 WS-SS-SLOW-DATE PIC 9(8).
           01 WS-STEP-SUM-IDX    PIC 9(2).
           01 WS-SUM-MATCH-IDX   PIC 9(2).

      *> Step averages and night start times for the forecast,
      *> gathered while the history is read so a report over an old
      *> range still forecasts from the latest nights.
           01 WS-FORECAST-MAX    PIC 9(2) VALUE 50.
           01 WS-FORECAST-COUNT  PIC 9(2) VALUE 0.
           01 WS-FORECAST-TABLE.
               05 WS-FORECAST-ENTRY OCCURS 50 TIMES.
                   10 WS-FC-STEP      PIC X(20).
                   10 WS-FC-RUNS      PIC 9(5).
                   10 WS-FC-TOTAL     PIC 9(11).
           01 WS-FORECAST-IDX    PIC 9(2).
           01 WS-FC-MATCH-IDX    PIC 9(2).

           01 WS-NIGHT-MAX       PIC 9(2) VALUE 31.
           01 WS-NIGHT-COUNT     PIC 9(2) VALUE 0.
           01 WS-NIGHT-TABLE.
               05 WS-NIGHT-ENTRY OCCURS 31 TIMES.
                   10 WS-NT-DATE      PIC 9(8).
                   10 WS-NT-START     PIC 9(6).
           01 WS-NIGHT-IDX       PIC 9(2).
           01 WS-NT-MATCH-IDX    PIC 9(2).

      *> Tonight's step list as NIGHTLY-DRIVER will see it.
           01 WS-STEP-MAX        PIC 9(2) VALUE 0.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 20 TIMES.
                   10 WS-STEP-NAME     PIC X(20).
                   10 WS-STEP-ENABLED  PIC X(1).
                   10 WS-STEP-RULE     PIC X(1).
                   10 WS-STEP-WEEKDAYS PIC X(7).
                   10 WS-STEP-COMMAND  PIC X(60).
                   10 WS-STEP-DUE-FLAG PIC X(1).
           01 WS-STEP-IDX        PIC 9(2).

           01 WS-START-STAMP.
               05 WS-ST-DATE         PIC 9(8).
               05 WS-ST-HOURS        PIC 9(2).
               05 WS-ST-MINUTES      PIC 9(2).
               05 WS-ST-SECONDS      PIC 9(2).
               05 FILLER             PIC X(7).
      *> A night's start as seconds past midnight of its run date;
      *> a stream that starts after midnight is still the run date's
      *> night, so a start before noon counts on as hour 24 and up.
           01 WS-START-OF-NIGHT  PIC 9(6).

           01 WS-TRAIL-RUNS      PIC 9(5).
           01 WS-TRAIL-TOTAL     PIC 9(11).
           01 WS-TRAIL-AVERAGE   PIC 9(7).
           01 WS-PERCENT-OVER    PIC 9(7).
           01 WS-SLOW-FLAG       PIC X(1).
               88 RUN-IS-SLOW           VALUE "Y".
           01 WS-DETAIL-COUNT    PIC 9(6) VALUE 0.
           01 WS-SLOW-COUNT      PIC 9(6) VALUE 0.

           01 WS-FORECAST-TOTAL  PIC 9(9).
           01 WS-START-TOTAL     PIC 9(11).
           01 WS-EXPECTED-START  PIC 9(9).
           01 WS-EXPECTED-FINISH PIC 9(9).
           01 WS-FINISH-DAYS     PIC 9(3).
           01 WS-STEP-AVERAGE    PIC 9(7).
           01 WS-UNTIMED-COUNT   PIC 9(2) VALUE 0.

           01 WS-DURATION-SECONDS PIC 9(9).
           01 WS-DURATION-TEXT.
               05 WS-DUR-HOURS       PIC ZZ9.
               05 FILLER             PIC X(1) VALUE ":".
               05 WS-DUR-MINUTES     PIC 9(2).
               05 FILLER             PIC X(1) VALUE ":".
               05 WS-DUR-SECONDS     PIC 9(2).
           01 WS-ELAPSED-TEXT    PIC X(9).
           01 WS-AVERAGE-TEXT    PIC X(9).
           01 WS-CLOCK-SECONDS   PIC 9(9).
           01 WS-CLOCK-TEXT.
               05 WS-CLK-HOURS       PIC 9(2).
               05 FILLER             PIC X(1) VALUE ":".
               05 WS-CLK-MINUTES     PIC 9(2).
           01 WS-WORK-SECONDS    PIC 9(9).

           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           01 WS-DISPLAY-PERCENT PIC ZZZZZZ9.
           01 WS-DISPLAY-DAYS    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Nightly Run Trend Report ---".
           CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
               WS-DATE-SOURCE

           DISPLAY "To date YYYYMMDD (blank = processing date): ".
           ACCEPT WS-TO-DATE-IN.
           IF WS-TO-DATE-IN = SPACES
               MOVE WS-PROCESSING-DATE TO WS-TO-DATE
           ELSE
               IF WS-TO-DATE-IN NOT NUMERIC
                   DISPLAY "To date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-TO-DATE-IN TO WS-TO-DATE
           END-IF.
           DISPLAY "From date YYYYMMDD (blank = 30 nights back): ".
           ACCEPT WS-FROM-DATE-IN.
           IF WS-FROM-DATE-IN = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                   - WS-AVERAGE-NIGHTS + 1)
           ELSE
               IF WS-FROM-DATE-IN NOT NUMERIC
                   DISPLAY "From date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after the to date."
               STOP RUN
           END-IF.
           DISPLAY "Flag runs slower than average by percent "
               "(blank = 20): ".
           ACCEPT WS-PERCENT-IN.
           IF WS-PERCENT-IN NOT = SPACES
               IF FUNCTION TRIM(WS-PERCENT-IN) NOT NUMERIC
                   DISPLAY "Percent must be numeric."
                   STOP RUN
               END-IF
               COMPUTE WS-FLAG-PERCENT = FUNCTION NUMVAL(WS-PERCENT-IN)
           END-IF.

           COMPUTE WS-FROM-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-TO-DAY = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           COMPUTE WS-LOAD-FROM-DAY = WS-FROM-DAY - WS-AVERAGE-NIGHTS
           COMPUTE WS-FORECAST-TO-DAY =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE) - 1
           COMPUTE WS-FORECAST-FROM-DAY =
               WS-FORECAST-TO-DAY - WS-AVERAGE-NIGHTS + 1

           PERFORM LOAD-RUN-HISTORY

           OPEN OUTPUT TREND-REPORT-FILE
           MOVE WS-FLAG-PERCENT TO WS-DISPLAY-PERCENT
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "NIGHTLY RUN TREND " WS-FROM-DATE
               " THROUGH " WS-TO-DATE
               "   SLOW = OVER 30-NIGHT AVERAGE BY "
               FUNCTION TRIM(WS-DISPLAY-PERCENT) "%"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           IF RUN-TABLE-TRUNCATED
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "*** HISTORY TABLE FULL - RUNS AFTER "
                   WS-RN-DATE(WS-RUN-COUNT) " NOT REPORTED ***"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
           END-IF

           PERFORM WRITE-DETAIL-SECTION
           PERFORM WRITE-STEP-SECTION
           PERFORM WRITE-FORECAST-SECTION

           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "STEP RUNS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           MOVE WS-SLOW-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "SLOW RUNS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           CLOSE TREND-REPORT-FILE

           MOVE WS-DETAIL-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Step runs reported: " WS-DISPLAY-COUNT
           MOVE WS-SLOW-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Runs flagged slow:  " WS-DISPLAY-COUNT
           DISPLAY "Report written to nightly_trend_report.txt"
           IF WS-SLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               DISPLAY "No nightly run history on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ RUN-HISTORY-FILE
                   AT END
                       SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HS-RUN-DATE NUMERIC
                               AND HS-ELAPSED-SECONDS NUMERIC
                           PERFORM KEEP-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           IF RUN-TABLE-TRUNCATED
               DISPLAY "History table full - later runs not "
                   "reported."
           END-IF.

       KEEP-ONE-HISTORY-LINE.
           COMPUTE WS-RECORD-DAY =
               FUNCTION INTEGER-OF-DATE(HS-RUN-DATE)
           IF WS-RECORD-DAY >= WS-FORECAST-FROM-DAY
                   AND WS-RECORD-DAY <= WS-FORECAST-TO-DAY
               PERFORM GATHER-FORECAST-TIMING
           END-IF
           IF WS-RECORD-DAY < WS-LOAD-FROM-DAY
                   OR WS-RECORD-DAY > WS-TO-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT >= WS-RUN-TABLE-MAX
               MOVE "Y" TO WS-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE HS-RUN-DATE TO WS-RN-DATE(WS-RUN-COUNT)
           MOVE WS-RECORD-DAY TO WS-RN-DAY(WS-RUN-COUNT)
           MOVE HS-STEP-NAME TO WS-RN-STEP(WS-RUN-COUNT)
           MOVE HS-ELAPSED-SECONDS TO WS-RN-ELAPSED(WS-RUN-COUNT)
           MOVE HS-STATUS TO WS-RN-STATUS(WS-RUN-COUNT).

      *> Each night's start is its earliest step start - a night
      *> resumed the next morning still began when it first ran.
       GATHER-FORECAST-TIMING.
           MOVE HS-START-TS TO WS-START-STAMP
           IF WS-ST-HOURS NUMERIC AND WS-ST-MINUTES NUMERIC
                   AND WS-ST-SECONDS NUMERIC
               COMPUTE WS-START-OF-NIGHT = WS-ST-HOURS * 3600
                   + WS-ST-MINUTES * 60 + WS-ST-SECONDS
               IF WS-ST-HOURS < 12 OR WS-ST-DATE > HS-RUN-DATE
                   ADD 86400 TO WS-START-OF-NIGHT
               END-IF
               MOVE 0 TO WS-NT-MATCH-IDX
               PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                       UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                       OR WS-NT-MATCH-IDX > 0
                   IF WS-NT-DATE(WS-NIGHT-IDX) = HS-RUN-DATE
                       MOVE WS-NIGHT-IDX TO WS-NT-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-NT-MATCH-IDX = 0
                   IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                       ADD 1 TO WS-NIGHT-COUNT
                       MOVE HS-RUN-DATE TO WS-NT-DATE(WS-NIGHT-COUNT)
                       MOVE WS-START-OF-NIGHT
                           TO WS-NT-START(WS-NIGHT-COUNT)
                   END-IF
               ELSE
                   IF WS-START-OF-NIGHT < WS-NT-START(WS-NT-MATCH-IDX)
                       MOVE WS-START-OF-NIGHT
                           TO WS-NT-START(WS-NT-MATCH-IDX)
                   END-IF
               END-IF
           END-IF

           IF HS-STATUS NOT = "OK" AND HS-STATUS NOT = "WARN"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FC-MATCH-IDX
           PERFORM VARYING WS-FORECAST-IDX FROM 1 BY 1
                   UNTIL WS-FORECAST-IDX > WS-FORECAST-COUNT
                   OR WS-FC-MATCH-IDX > 0
               IF WS-FC-STEP(WS-FORECAST-IDX) = HS-STEP-NAME
                   MOVE WS-FORECAST-IDX TO WS-FC-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FC-MATCH-IDX = 0
               IF WS-FORECAST-COUNT >= WS-FORECAST-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FORECAST-COUNT
               MOVE WS-FORECAST-COUNT TO WS-FC-MATCH-IDX
               MOVE HS-STEP-NAME TO WS-FC-STEP(WS-FC-MATCH-IDX)
               MOVE 0 TO WS-FC-RUNS(WS-FC-MATCH-IDX)
               MOVE 0 TO WS-FC-TOTAL(WS-FC-MATCH-IDX)
           END-IF
           ADD 1 TO WS-FC-RUNS(WS-FC-MATCH-IDX)
           ADD HS-ELAPSED-SECONDS TO WS-FC-TOTAL(WS-FC-MATCH-IDX).

       WRITE-DETAIL-SECTION.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "STEP TIMINGS"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "  RUN DATE STEP                   ELAPSED"
               "  30-NT AVG STATUS"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RN-DAY(WS-RUN-IDX) >= WS-FROM-DAY
                   PERFORM WRITE-ONE-DETAIL
               END-IF
           END-PERFORM
           IF WS-DETAIL-COUNT = 0
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
           END-IF.

      *> The average a run is judged against covers the same step's
      *> timed runs on the 30 nights before its own, so a slow night
      *> is measured against what the step was doing at the time.
       WRITE-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           PERFORM ADD-TO-STEP-SUMMARY
           MOVE 0 TO WS-TRAIL-RUNS
           MOVE 0 TO WS-TRAIL-TOTAL
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-RUN-COUNT
               IF WS-RN-STEP(WS-PRIOR-IDX) = WS-RN-STEP(WS-RUN-IDX)
                   AND WS-RN-DAY(WS-PRIOR-IDX) < WS-RN-DAY(WS-RUN-IDX)
                   AND WS-RN-DAY(WS-PRIOR-IDX) >=
                       WS-RN-DAY(WS-RUN-IDX) - WS-AVERAGE-NIGHTS
                   AND (WS-RN-STATUS(WS-PRIOR-IDX) = "OK"
                       OR WS-RN-STATUS(WS-PRIOR-IDX) = "WARN")
                   ADD 1 TO WS-TRAIL-RUNS
                   ADD WS-RN-ELAPSED(WS-PRIOR-IDX) TO WS-TRAIL-TOTAL
               END-IF
           END-PERFORM

           MOVE WS-RN-ELAPSED(WS-RUN-IDX) TO WS-DURATION-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-ELAPSED-TEXT
           MOVE "N" TO WS-SLOW-FLAG
           IF WS-TRAIL-RUNS = 0
               MOVE "     NONE" TO WS-AVERAGE-TEXT
           ELSE
               COMPUTE WS-TRAIL-AVERAGE ROUNDED =
                   WS-TRAIL-TOTAL / WS-TRAIL-RUNS
               MOVE WS-TRAIL-AVERAGE TO WS-DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-AVERAGE-TEXT
               IF WS-TRAIL-AVERAGE > 0
                   AND WS-RN-ELAPSED(WS-RUN-IDX) * 100 >
                       WS-TRAIL-AVERAGE * (100 + WS-FLAG-PERCENT)
                   MOVE "Y" TO WS-SLOW-FLAG
                   COMPUTE WS-PERCENT-OVER =
                       (WS-RN-ELAPSED(WS-RUN-IDX) - WS-TRAIL-AVERAGE)
                       * 100 / WS-TRAIL-AVERAGE
               END-IF
           END-IF

           MOVE SPACES TO TREND-REPORT-RECORD
           IF RUN-IS-SLOW
               ADD 1 TO WS-SLOW-COUNT
               MOVE WS-PERCENT-OVER TO WS-DISPLAY-PERCENT
               STRING "  " WS-RN-DATE(WS-RUN-IDX) " "
                   WS-RN-STEP(WS-RUN-IDX) " " WS-ELAPSED-TEXT
                   "  " WS-AVERAGE-TEXT "  " WS-RN-STATUS(WS-RUN-IDX)
                   "  SLOW +" FUNCTION TRIM(WS-DISPLAY-PERCENT) "%"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  " WS-RN-DATE(WS-RUN-IDX) " "
                   WS-RN-STEP(WS-RUN-IDX) " " WS-ELAPSED-TEXT
                   "  " WS-AVERAGE-TEXT "  " WS-RN-STATUS(WS-RUN-IDX)
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
           END-IF
           WRITE TREND-REPORT-RECORD.

       ADD-TO-STEP-SUMMARY.
           MOVE 0 TO WS-SUM-MATCH-IDX
           PERFORM VARYING WS-STEP-SUM-IDX FROM 1 BY 1
                   UNTIL WS-STEP-SUM-IDX > WS-STEP-SUM-COUNT
                   OR WS-SUM-MATCH-IDX > 0
               IF WS-SS-STEP(WS-STEP-SUM-IDX) = WS-RN-STEP(WS-RUN-IDX)
                   MOVE WS-STEP-SUM-IDX TO WS-SUM-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-SUM-MATCH-IDX = 0
               IF WS-STEP-SUM-COUNT >= WS-STEP-SUM-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STEP-SUM-COUNT
               MOVE WS-STEP-SUM-COUNT TO WS-SUM-MATCH-IDX
               MOVE WS-RN-STEP(WS-RUN-IDX)
                   TO WS-SS-STEP(WS-SUM-MATCH-IDX)
               MOVE 0 TO WS-SS-RUNS(WS-SUM-MATCH-IDX)
               MOVE 0 TO WS-SS-TIMED(WS-SUM-MATCH-IDX)
               MOVE 0 TO WS-SS-TOTAL(WS-SUM-MATCH-IDX)
               MOVE 0 TO WS-SS-SLOWEST(WS-SUM-MATCH-IDX)
               MOVE 0 TO WS-SS-SLOW-DATE(WS-SUM-MATCH-IDX)
           END-IF
           ADD 1 TO WS-SS-RUNS(WS-SUM-MATCH-IDX)
           IF WS-RN-STATUS(WS-RUN-IDX) = "OK"
                   OR WS-RN-STATUS(WS-RUN-IDX) = "WARN"
               ADD 1 TO WS-SS-TIMED(WS-SUM-MATCH-IDX)
               ADD WS-RN-ELAPSED(WS-RUN-IDX)
                   TO WS-SS-TOTAL(WS-SUM-MATCH-IDX)
               IF WS-RN-ELAPSED(WS-RUN-IDX) >
                       WS-SS-SLOWEST(WS-SUM-MATCH-IDX)
                       OR WS-SS-SLOW-DATE(WS-SUM-MATCH-IDX) = 0
                   MOVE WS-RN-ELAPSED(WS-RUN-IDX)
                       TO WS-SS-SLOWEST(WS-SUM-MATCH-IDX)
                   MOVE WS-RN-DATE(WS-RUN-IDX)
                       TO WS-SS-SLOW-DATE(WS-SUM-MATCH-IDX)
               END-IF
           END-IF.

       WRITE-STEP-SECTION.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "BY STEP"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "  STEP                   RUNS    AVERAGE"
               "    SLOWEST ON"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING WS-STEP-SUM-IDX FROM 1 BY 1
                   UNTIL WS-STEP-SUM-IDX > WS-STEP-SUM-COUNT
               MOVE WS-SS-RUNS(WS-STEP-SUM-IDX) TO WS-DISPLAY-COUNT
               MOVE SPACES TO TREND-REPORT-RECORD
               IF WS-SS-TIMED(WS-STEP-SUM-IDX) = 0
                   STRING "  " WS-SS-STEP(WS-STEP-SUM-IDX) " "
                       WS-DISPLAY-COUNT "  NO RUN COMPLETED"
                       DELIMITED BY SIZE INTO TREND-REPORT-RECORD
                   END-STRING
               ELSE
                   COMPUTE WS-DURATION-SECONDS ROUNDED =
                       WS-SS-TOTAL(WS-STEP-SUM-IDX)
                       / WS-SS-TIMED(WS-STEP-SUM-IDX)
                   PERFORM FORMAT-DURATION
                   MOVE WS-DURATION-TEXT TO WS-AVERAGE-TEXT
                   MOVE WS-SS-SLOWEST(WS-STEP-SUM-IDX)
                       TO WS-DURATION-SECONDS
                   PERFORM FORMAT-DURATION
                   STRING "  " WS-SS-STEP(WS-STEP-SUM-IDX) " "
                       WS-DISPLAY-COUNT "  " WS-AVERAGE-TEXT
                       "  " WS-DURATION-TEXT " "
                       WS-SS-SLOW-DATE(WS-STEP-SUM-IDX)
                       DELIMITED BY SIZE INTO TREND-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE TREND-REPORT-RECORD
           END-PERFORM
           IF WS-STEP-SUM-COUNT = 0
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
           END-IF.

      *> A due step with no timed run in the last 30 nights adds
      *> nothing to the forecast and is listed so, which makes the
      *> finish time a floor rather than an estimate.
       WRITE-FORECAST-SECTION.
           CALL "NIGHTLY-PLAN" USING WS-PROCESSING-DATE WS-STEP-MAX
               WS-STEP-TABLE
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "FORECAST FOR THE NIGHT OF " WS-PROCESSING-DATE
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           MOVE 0 TO WS-FORECAST-TOTAL
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
               IF WS-STEP-ENABLED(WS-STEP-IDX) = "Y"
                       AND WS-STEP-DUE-FLAG(WS-STEP-IDX) = "Y"
                   PERFORM FORECAST-ONE-STEP
               END-IF
           END-PERFORM

           MOVE WS-FORECAST-TOTAL TO WS-DURATION-SECONDS
           PERFORM FORMAT-DURATION
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "  EXPECTED RUN TIME          " WS-DURATION-TEXT
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD

           IF WS-NIGHT-COUNT = 0
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "  NO NIGHTS IN THE LAST 30 - START TIME UNKNOWN"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-START-TOTAL
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
               ADD WS-NT-START(WS-NIGHT-IDX) TO WS-START-TOTAL
           END-PERFORM
           COMPUTE WS-EXPECTED-START ROUNDED =
               WS-START-TOTAL / WS-NIGHT-COUNT
           COMPUTE WS-EXPECTED-FINISH =
               WS-EXPECTED-START + WS-FORECAST-TOTAL

           MOVE WS-EXPECTED-START TO WS-CLOCK-SECONDS
           PERFORM FORMAT-CLOCK
           MOVE SPACES TO TREND-REPORT-RECORD
           STRING "  USUAL START                    " WS-CLOCK-TEXT
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING
           WRITE TREND-REPORT-RECORD
           MOVE WS-EXPECTED-FINISH TO WS-CLOCK-SECONDS
           PERFORM FORMAT-CLOCK
           MOVE SPACES TO TREND-REPORT-RECORD
           IF WS-FINISH-DAYS = 0
               STRING "  EXPECTED FINISH                " WS-CLOCK-TEXT
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
           ELSE
               MOVE WS-FINISH-DAYS TO WS-DISPLAY-DAYS
               STRING "  EXPECTED FINISH                " WS-CLOCK-TEXT
                   " +" WS-DISPLAY-DAYS " DAY"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
           END-IF
           WRITE TREND-REPORT-RECORD
           IF WS-UNTIMED-COUNT > 0
               MOVE SPACES TO TREND-REPORT-RECORD
               STRING "  (STEPS WITH NO HISTORY NOT COUNTED)"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
           END-IF
           DISPLAY "Tonight's expected finish: " WS-CLOCK-TEXT.

       FORECAST-ONE-STEP.
           MOVE 0 TO WS-FC-MATCH-IDX
           PERFORM VARYING WS-FORECAST-IDX FROM 1 BY 1
                   UNTIL WS-FORECAST-IDX > WS-FORECAST-COUNT
                   OR WS-FC-MATCH-IDX > 0
               IF WS-FC-STEP(WS-FORECAST-IDX) =
                       WS-STEP-NAME(WS-STEP-IDX)
                   MOVE WS-FORECAST-IDX TO WS-FC-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-RECORD
           IF WS-FC-MATCH-IDX = 0
               ADD 1 TO WS-UNTIMED-COUNT
               STRING "  " WS-STEP-NAME(WS-STEP-IDX)
                   "        NO HISTORY"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
           ELSE
               COMPUTE WS-STEP-AVERAGE ROUNDED =
                   WS-FC-TOTAL(WS-FC-MATCH-IDX)
                   / WS-FC-RUNS(WS-FC-MATCH-IDX)
               ADD WS-STEP-AVERAGE TO WS-FORECAST-TOTAL
               MOVE WS-STEP-AVERAGE TO WS-DURATION-SECONDS
               PERFORM FORMAT-DURATION
               STRING "  " WS-STEP-NAME(WS-STEP-IDX)
                   "       " WS-DURATION-TEXT
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
           END-IF
           WRITE TREND-REPORT-RECORD.

       FORMAT-DURATION.
           DIVIDE WS-DURATION-SECONDS BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-WORK-SECONDS
           DIVIDE WS-WORK-SECONDS BY 60 GIVING WS-DUR-MINUTES
               REMAINDER WS-DUR-SECONDS.

      *> Clock time of day from seconds past the run date's
      *> midnight, with the whole days carried to WS-FINISH-DAYS.
       FORMAT-CLOCK.
           DIVIDE WS-CLOCK-SECONDS BY 86400 GIVING WS-FINISH-DAYS
               REMAINDER WS-WORK-SECONDS
           DIVIDE WS-WORK-SECONDS BY 3600 GIVING WS-CLK-HOURS
               REMAINDER WS-WORK-SECONDS
           DIVIDE WS-WORK-SECONDS BY 60 GIVING WS-CLK-MINUTES.

       END PROGRAM NIGHTLY-TREND-REPORT.
