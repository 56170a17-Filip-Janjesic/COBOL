      *> one record per step with an enable flag, a run-day rule,
      *> and the command - so adding, reordering, or temporarily
      *> skipping a step is a schedule edit, not a program change.
      *> With no schedule file the built-in step list runs. The
      *> list, the schedule load and the run-day rules live in the
      *> NIGHTLY-PLAN routine, shared with the trend report's
      *> finish-time forecast.
      *> Each step's start, end, and outcome is recorded in a
      *> run-control file; a step failure stops the stream, and the
      *> next invocation resumes from the failed step instead of
      *> rerunning the steps that already completed - the same
      *> checkpoint discipline READING_FROM_FILE applies inside its
      *> own file list, lifted to the job-stream level.
      *> Every step that actually runs also appends one line to
      *> nightly_run_history.dat - the run date, the step, its
      *> start and end, elapsed seconds and outcome. The run-control
      *> file is rewritten every night; the history is never
      *> trimmed, and NIGHTLY-TREND-REPORT reads its timings back.
      *> The night runs under the shop's processing date from
      *> processing_date.dat (shared PROCESSING-DATE routine), not
      *> the clock, so a stream resumed the next morning still
      *> judges and stamps the night it belongs to. Only once every
      *> step has completed is the date rolled to the next business
      *> day through EVEN-DAY-BUSDAY; a failed stream leaves it
      *> where it is for the resume. A processing date still ahead
      *> of the system date means that night has not come yet -
      *> after Friday rolls to Monday, say - so the driver stops
      *> without running a step or rolling the date again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PROCESSING-DATE-FILE ASSIGN TO "processing_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROC-DATE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "nightly_run_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER            PIC X(1).
           05 RC-STATUS         PIC X(4).

       FD  PROCESSING-DATE-FILE.
       01  PROCESSING-DATE-RECORD.
           05 PD-PROCESSING-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 PD-PRIOR-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 PD-SET-BY          PIC X(1).
           05 FILLER             PIC X(1).
           05 PD-SET-OPERATOR    PIC X(20).
           05 FILLER             PIC X(1).
           05 PD-SET-TIMESTAMP   PIC X(21).

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

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-STATUS PIC X(02).
               88 CONTROL-FILE-OK      VALUE "00".
               88 CONTROL-END-OF-FILE  VALUE "10".
           01 WS-STEP-MAX       PIC 9(2) VALUE 0.

           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 20 TIMES.
                   10 WS-STEP-NAME     PIC X(20).
           01 WS-LOAD-IDX       PIC 9(2).
           01 WS-RESUME-STEP    PIC 9(2) VALUE 1.
           01 WS-RUN-DATE       PIC 9(8).
           01 WS-SYSTEM-DATE    PIC 9(8).
           01 WS-TIMESTAMP      PIC X(21).
           01 WS-COMMAND        PIC X(60).
           01 WS-STEP-FAILED-FLAG PIC X(1) VALUE "N".
           01 WS-PRIOR-RUN-FLAG PIC X(1) VALUE "N".
               88 PRIOR-RUN-INCOMPLETE VALUE "Y".
           01 WS-SYSTEM-RC      PIC S9(9) COMP.
           01 WS-PROC-DATE-STATUS PIC X(02).
               88 PROC-DATE-FILE-OK    VALUE "00".
           01 WS-DATE-SOURCE    PIC X(1).
           01 WS-HISTORY-STATUS PIC X(02).
               88 HISTORY-FILE-OK      VALUE "00".

      *> Elapsed time of a step, worked from its start and end
      *> stamps so a step that runs across midnight still measures
      *> right.
           01 WS-ELAPSED-STAMP.
               05 WS-EL-DATE        PIC 9(8).
               05 WS-EL-HOURS       PIC 9(2).
               05 WS-EL-MINUTES     PIC 9(2).
               05 WS-EL-SECONDS     PIC 9(2).
               05 FILLER            PIC X(7).
           01 WS-START-SECONDS  PIC S9(11) COMP.
           01 WS-END-SECONDS    PIC S9(11) COMP.
           01 WS-ELAPSED        PIC S9(11) COMP.
           01 WS-NEXT-PROC-DATE PIC 9(8).

           01 WS-JRN-PROGRAM    PIC X(12) VALUE "NIGHTLY-DRV".
           01 WS-JRN-OPERATOR   PIC X(30) VALUE "NIGHTLY-DRIVER".
           01 WS-JRN-ACTION     PIC X(12) VALUE "DATE-ROLL".
           01 WS-JRN-KEY-VALUES PIC X(60).

      *> Working fields for rolling the processing date on through
      *> EVEN-DAY-BUSDAY once the night completes.
           01 WS-BUSDAY-FUNCTION PIC X(1).
           01 WS-BUSDAY-COUNT   PIC S9(4) VALUE 0.
           01 WS-BUSDAY-STATUS  PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Nightly Batch Driver ---".
           CALL "PROCESSING-DATE" USING WS-RUN-DATE WS-DATE-SOURCE
           DISPLAY "Processing date " WS-RUN-DATE "."
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SYSTEM-DATE
           IF WS-RUN-DATE > WS-SYSTEM-DATE
               DISPLAY "The night for " WS-RUN-DATE " is not due yet "
                   "(system date " WS-SYSTEM-DATE ") - nothing run."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "NIGHTLY-PLAN" USING WS-RUN-DATE WS-STEP-MAX
               WS-STEP-TABLE

           PERFORM LOAD-RUN-CONTROL

               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Nightly stream complete."
               PERFORM ROLL-PROCESSING-DATE
           END-IF
           STOP RUN.

      *> A skipped step is recorded as SKIP so the run-control file
      *> reads as a complete night and the resume logic never waits
      *> on a step that was never meant to run.
                       WS-SYSTEM-RC
               END-IF
           END-IF
           PERFORM SAVE-RUN-CONTROL
           PERFORM APPEND-RUN-HISTORY.

      *> A history line that cannot be written is reported but does
      *> not stop the night - the timings are for trend watching,
      *> the run-control file is what the resume depends on.
       APPEND-RUN-HISTORY.
           MOVE WS-STATE-START-TS(WS-STEP-IDX) TO WS-ELAPSED-STAMP
           COMPUTE WS-START-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-EL-DATE) * 86400
               + WS-EL-HOURS * 3600 + WS-EL-MINUTES * 60
               + WS-EL-SECONDS
           MOVE WS-STATE-END-TS(WS-STEP-IDX) TO WS-ELAPSED-STAMP
           COMPUTE WS-END-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-EL-DATE) * 86400
               + WS-EL-HOURS * 3600 + WS-EL-MINUTES * 60
               + WS-EL-SECONDS
           COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF

           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF NOT HISTORY-FILE-OK
               DISPLAY "Unable to open nightly_run_history.dat. "
                   "Status=" WS-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE WS-RUN-DATE TO HS-RUN-DATE
           MOVE WS-STEP-IDX TO HS-STEP-NUMBER
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO HS-STEP-NAME
           MOVE WS-STATE-START-TS(WS-STEP-IDX) TO HS-START-TS
           MOVE WS-STATE-END-TS(WS-STEP-IDX) TO HS-END-TS
           MOVE WS-ELAPSED TO HS-ELAPSED-SECONDS
           MOVE WS-STATE-STATUS(WS-STEP-IDX) TO HS-STATUS
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

      *> A prior run left unfinished business if any recorded step is
      *> FAIL, or RUN (the driver itself died mid-step), while the
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

      *> The completed night hands the shop on to the next business
      *> day. The record keeps the date it replaced, and the roll is
      *> journaled beside any supervisor override so the date's
      *> whole history reads from the one journal.
       ROLL-PROCESSING-DATE.
           MOVE "N" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-RUN-DATE WS-BUSDAY-COUNT WS-NEXT-PROC-DATE
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS NOT = "0"
               DISPLAY "Unable to work out the next business day - "
                   "processing date left at " WS-RUN-DATE "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT PROCESSING-DATE-FILE
           IF NOT PROC-DATE-FILE-OK
               DISPLAY "Unable to write processing_date.dat. Status="
                   WS-PROC-DATE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROCESSING-DATE-RECORD
           MOVE WS-NEXT-PROC-DATE TO PD-PROCESSING-DATE
           MOVE WS-RUN-DATE TO PD-PRIOR-DATE
           MOVE "R" TO PD-SET-BY
           MOVE "NIGHTLY-DRIVER" TO PD-SET-OPERATOR
           MOVE WS-TIMESTAMP TO PD-SET-TIMESTAMP
           WRITE PROCESSING-DATE-RECORD
           CLOSE PROCESSING-DATE-FILE
           DISPLAY "Processing date rolled to " WS-NEXT-PROC-DATE "."

           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "FROM=" WS-RUN-DATE " TO=" WS-NEXT-PROC-DATE
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM NIGHTLY-DRIVER.
