       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSING-DATE-MAINTENANCE.
       AUTHOR. FILIP JANJESIC.
      *> Supervisor screen over the business processing date in
      *> processing_date.dat. In the normal course NIGHTLY-DRIVER
      *> rolls the date forward after a completed stream and nobody
      *> touches it. When a night has to be caught up - the stream
      *> never ran, or a day must be reprocessed - a supervisor sets
      *> the date here before running it. The date may not be later
      *> than today's system date (that would be processing the
      *> future, not catching up), a reason is required, and the
      *> change is journaled with the old and new dates so the
      *> morning review sees every override. A date that is not a
      *> business day is allowed but called out, since the driver's
      *> business-day steps will skip under it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSING-DATE-FILE ASSIGN TO "processing_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
           01 WS-CONTROL-STATUS  PIC X(02).
               88 CONTROL-FILE-OK      VALUE "00".

           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-CURRENT-DATE    PIC 9(8) VALUE 0.
           01 WS-CURRENT-FOUND-FLAG PIC X(1) VALUE "N".
               88 CURRENT-DATE-ON-FILE VALUE "Y".
           01 WS-SYSTEM-DATE     PIC 9(8).
           01 WS-NEW-DATE-IN     PIC X(8).
           01 WS-NEW-DATE        PIC 9(8).
           01 WS-REASON          PIC X(40).
           01 WS-CONFIRM         PIC X(1).
           01 WS-TIMESTAMP       PIC X(21).

           01 WS-DATE-INTEGER    PIC S9(9) COMP.
           01 WS-NEXT-DAY        PIC 9(8).
           01 WS-BUSDAY-FUNCTION PIC X(1) VALUE "P".
           01 WS-BUSDAY-COUNT    PIC S9(4) VALUE 0.
           01 WS-BUSDAY-RESULT   PIC 9(8).
           01 WS-BUSDAY-STATUS   PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4) VALUE SPACES.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "PROC-DATE".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12) VALUE "OVERRIDE".
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Processing Date Override ---".
           DISPLAY "Sign on - operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 3 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - supervisor authority is "
                   "required to override the processing date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SYSTEM-DATE

           PERFORM SHOW-CURRENT-CONTROL

           DISPLAY "Enter new processing date YYYYMMDD "
               "(blank = no change): "
           ACCEPT WS-NEW-DATE-IN
           IF WS-NEW-DATE-IN = SPACES
               DISPLAY "Processing date not changed."
               STOP RUN
           END-IF
           IF WS-NEW-DATE-IN NOT NUMERIC
               DISPLAY "Invalid date - must be YYYYMMDD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEW-DATE-IN TO WS-NEW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
               DISPLAY "Invalid date - not a calendar date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEW-DATE > WS-SYSTEM-DATE
               DISPLAY "Refused - the processing date may not be "
                   "later than today, " WS-SYSTEM-DATE "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CURRENT-DATE-ON-FILE AND WS-NEW-DATE = WS-CURRENT-DATE
               DISPLAY "That is already the processing date."
               STOP RUN
           END-IF

           PERFORM CHECK-NEW-DATE-IS-BUSINESS-DAY

           DISPLAY "Reason for the override (required): "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "Refused - a reason is required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Set the processing date to " WS-NEW-DATE
               "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Processing date not changed."
               STOP RUN
           END-IF

           PERFORM WRITE-NEW-CONTROL
           IF NOT CONTROL-FILE-OK
               DISPLAY "Unable to write processing_date.dat. "
                   "Status=" WS-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY
           DISPLAY "Processing date set to " WS-NEW-DATE "."
           STOP RUN.

       SHOW-CURRENT-CONTROL.
           OPEN INPUT PROCESSING-DATE-FILE
           IF CONTROL-FILE-OK
               READ PROCESSING-DATE-FILE
                   NOT AT END
                       IF PD-PROCESSING-DATE NUMERIC
                           MOVE PD-PROCESSING-DATE TO WS-CURRENT-DATE
                           MOVE "Y" TO WS-CURRENT-FOUND-FLAG
                           PERFORM SHOW-CONTROL-RECORD
                       END-IF
               END-READ
               CLOSE PROCESSING-DATE-FILE
           END-IF

           IF NOT CURRENT-DATE-ON-FILE
               DISPLAY "No processing date on file - the batch "
                   "programs are using the system date."
           END-IF
           DISPLAY "System date:             " WS-SYSTEM-DATE.

       SHOW-CONTROL-RECORD.
           DISPLAY "Current processing date: " PD-PROCESSING-DATE
           DISPLAY "Previous date:           " PD-PRIOR-DATE
           IF PD-SET-BY = "O"
               DISPLAY "Set by override:         "
                   PD-SET-OPERATOR " " PD-SET-TIMESTAMP(1:14)
           ELSE
               DISPLAY "Rolled by the nightly stream at "
                   PD-SET-TIMESTAMP(1:14)
           END-IF.

      *> The day is a business day when the previous business day
      *> before the day after it lands back on it - the same test
      *> NIGHTLY-DRIVER applies to judge the run rules.
       CHECK-NEW-DATE-IS-BUSINESS-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEW-DATE) + 1
           COMPUTE WS-NEXT-DAY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-NEXT-DAY WS-BUSDAY-COUNT WS-BUSDAY-RESULT
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS NOT = "0"
                   OR WS-BUSDAY-RESULT NOT = WS-NEW-DATE
               DISPLAY "Note: " WS-NEW-DATE " is not a business "
                   "day - business-day steps will skip under it."
           END-IF.

       WRITE-NEW-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT PROCESSING-DATE-FILE
           IF CONTROL-FILE-OK
               MOVE SPACES TO PROCESSING-DATE-RECORD
               MOVE WS-NEW-DATE TO PD-PROCESSING-DATE
               MOVE WS-CURRENT-DATE TO PD-PRIOR-DATE
               MOVE "O" TO PD-SET-BY
               MOVE WS-SIGNON-ID TO PD-SET-OPERATOR
               MOVE WS-TIMESTAMP TO PD-SET-TIMESTAMP
               WRITE PROCESSING-DATE-RECORD
               CLOSE PROCESSING-DATE-FILE
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "FROM=" WS-CURRENT-DATE " TO=" WS-NEW-DATE
               " " WS-REASON
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM PROCESSING-DATE-MAINTENANCE.
