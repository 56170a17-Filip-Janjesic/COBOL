       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-MAINTENANCE.
       AUTHOR. FILIP JANJESIC.
      *> Maintenance for fuel_surcharge_table.dat in the style of
      *> RATE-MAINTENANCE. Carriers publish a fuel surcharge
      *> percentage each week; one row per carrier per week, keyed
      *> by the Monday the percentage takes effect. The conversion
      *> batch applies the latest week on or before the run date on
      *> top of the band charge, so a week that is not entered
      *> simply carries the previous week's percentage forward.
      *> A carrier code of spaces is the house percentage used for
      *> any carrier with no row of its own. Every change is written
      *> to a fuel audit file with the operator who made it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-TABLE-FILE ASSIGN TO "fuel_surcharge_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUEL-STATUS.

           SELECT FUEL-AUDIT-FILE ASSIGN TO "fuel_surcharge_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout KG_TO_POUNDS and DISPUTE-RESOLUTION load.
       FD  FUEL-TABLE-FILE.
       01  FUEL-TABLE-RECORD.
           05 FS-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 FS-WEEK-START      PIC 9(8).
           05 FILLER             PIC X(1).
           05 FS-PERCENT         PIC 9(2)V99.

       FD  FUEL-AUDIT-FILE.
       01  FUEL-AUDIT-RECORD.
           05 FA-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(1).
           05 FA-OPERATOR        PIC X(30).
           05 FILLER             PIC X(1).
           05 FA-ACTION          PIC X(6).
           05 FILLER             PIC X(1).
           05 FA-WEEK-IMAGE      PIC X(56).

       WORKING-STORAGE SECTION.
           01 WS-FUEL-STATUS     PIC X(02).
               88 FUEL-FILE-OK       VALUE "00".
               88 FUEL-END-OF-FILE   VALUE "10".
           01 WS-AUDIT-STATUS    PIC X(02).

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 MAINTENANCE-DONE    VALUE "Y".

           01 WS-OPERATOR-ID     PIC X(30).
      *> Sign-on fields for the shared OPERATOR-CHECK routine: the
      *> surcharge is billed money just as the rate bands are, so
      *> it takes the same senior authority (level 2).
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-FUEL-TABLE-MAX  PIC 9(3) VALUE 200.
           01 WS-FUEL-COUNT      PIC 9(3) VALUE 0.
      *> If the file outgrows the table, updates are refused: a
      *> rewrite from a truncated table would silently drop the
      *> weeks beyond it.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 WEEKS-WERE-TRUNCATED VALUE "Y".
           01 WS-FUEL-TABLE.
               05 WS-FUEL-ENTRY OCCURS 200 TIMES.
                   10 WS-FS-CARRIER    PIC X(4).
                   10 WS-FS-WEEK-START PIC 9(8).
                   10 WS-FS-PERCENT    PIC 9(2)V99.

           01 WS-ENTRY-CARRIER   PIC X(4).
           01 WS-ENTRY-DATE-IN   PIC X(8).
           01 WS-ENTRY-PCT-IN    PIC X(10).
           01 WS-ENTRY-DATE      PIC 9(8).
           01 WS-ENTRY-PCT-WORK  PIC S9(5)V99.
           01 WS-ENTRY-PERCENT   PIC 9(2)V99.
           01 WS-WEEKDAY         PIC 9(1).

           01 WS-ENTRY-OK-FLAG   PIC X(1).
               88 ENTRY-IS-VALID     VALUE "Y".
           01 WS-DUPLICATE-FLAG  PIC X(1).
               88 WEEK-IS-DUPLICATE  VALUE "Y".
           01 WS-SEARCH-IDX      PIC 9(3).
           01 WS-TODAY           PIC 9(8).
           01 WS-PICK-INPUT      PIC X(4).
           01 WS-PICKED-IDX      PIC 9(3).

           01 WS-TIMESTAMP       PIC X(21).
           01 WS-ACTION-CODE     PIC X(6).
           01 WS-WEEK-IMAGE      PIC X(56).
           01 WS-DISPLAY-PCT     PIC Z9.99.
           01 WS-DISPLAY-OLD-PCT PIC Z9.99.
           01 WS-DISPLAY-COUNT   PIC ZZ9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the fuel audit file.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "FUEL-MAINT".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Fuel Surcharge Table Maintenance ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - fuel surcharge maintenance "
                   "takes senior authority."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.

           PERFORM LOAD-FUEL-TABLE

           PERFORM UNTIL MAINTENANCE-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM ADD-FUEL-WEEK
                   WHEN "2"
                       PERFORM CHANGE-FUEL-WEEK
                   WHEN "3"
                       PERFORM LIST-FUEL-WEEKS
                   WHEN "4"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. Add a surcharge week".
           DISPLAY "2. Change a week's percentage".
           DISPLAY "3. List surcharge weeks".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       LOAD-FUEL-TABLE.
           MOVE 0 TO WS-FUEL-COUNT
           OPEN INPUT FUEL-TABLE-FILE
           IF FUEL-FILE-OK
               PERFORM UNTIL FUEL-END-OF-FILE
                   READ FUEL-TABLE-FILE
                       AT END
                           SET FUEL-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-WEEK
                   END-READ
               END-PERFORM
               CLOSE FUEL-TABLE-FILE
           ELSE
               DISPLAY "fuel_surcharge_table.dat not found - "
                   "starting with an empty table."
           END-IF
           MOVE WS-FUEL-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Surcharge weeks loaded: " WS-DISPLAY-COUNT.

       STORE-ONE-WEEK.
           IF WS-FUEL-COUNT < WS-FUEL-TABLE-MAX
               ADD 1 TO WS-FUEL-COUNT
               MOVE FS-CARRIER TO WS-FS-CARRIER(WS-FUEL-COUNT)
               MOVE FS-WEEK-START TO WS-FS-WEEK-START(WS-FUEL-COUNT)
               MOVE FS-PERCENT TO WS-FS-PERCENT(WS-FUEL-COUNT)
           ELSE
               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
               DISPLAY "Surcharge table full - record dropped: "
                   FS-CARRIER " " FS-WEEK-START
           END-IF.

       REFUSE-TRUNCATED-UPDATE.
           DISPLAY "fuel_surcharge_table.dat holds more records than "
               "this program can hold in storage."
           DISPLAY "Updates are refused - a rewrite would drop the "
               "weeks beyond the table. Listing still works.".

       ADD-FUEL-WEEK.
           IF WEEKS-WERE-TRUNCATED
               PERFORM REFUSE-TRUNCATED-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-FUEL-COUNT >= WS-FUEL-TABLE-MAX
               DISPLAY "Surcharge table is full."
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-FOR-WEEK
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DUPLICATE-WEEK
           IF WEEK-IS-DUPLICATE
               DISPLAY "Refused - carrier " WS-ENTRY-CARRIER
                   " already has a percentage for week "
                   WS-ENTRY-DATE ". Use option 2 to change it."
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-FOR-PERCENT
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FUEL-COUNT
           MOVE WS-ENTRY-CARRIER TO WS-FS-CARRIER(WS-FUEL-COUNT)
           MOVE WS-ENTRY-DATE TO WS-FS-WEEK-START(WS-FUEL-COUNT)
           MOVE WS-ENTRY-PERCENT TO WS-FS-PERCENT(WS-FUEL-COUNT)
           PERFORM REWRITE-FUEL-FILE

           MOVE WS-FUEL-COUNT TO WS-SEARCH-IDX
           MOVE "ADD" TO WS-ACTION-CODE
           PERFORM WRITE-FUEL-AUDIT
           DISPLAY "Surcharge week added.".

      *> The week is keyed by its Monday so that every row for a
      *> carrier lines up on the same boundaries. Day 1 of the
      *> integer calendar (1601-01-01) fell on a Monday, so a date
      *> whose day number less one divides evenly by seven is a
      *> Monday.
       PROMPT-FOR-WEEK.
           MOVE "N" TO WS-ENTRY-OK-FLAG

           DISPLAY "Carrier code (blank = house percentage): ".
           ACCEPT WS-ENTRY-CARRIER

           DISPLAY "Week starting Monday (YYYYMMDD): ".
           ACCEPT WS-ENTRY-DATE-IN
           IF WS-ENTRY-DATE-IN NOT NUMERIC
               DISPLAY "Week start must be numeric YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-DATE-IN TO WS-ENTRY-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE) NOT = 0
               DISPLAY "Week start is not a valid calendar date."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE) - 1, 7)
           IF WS-WEEKDAY NOT = 0
               DISPLAY "Week start must be a Monday."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-ENTRY-OK-FLAG.

      *> A zero percentage is allowed: it is how a carrier's
      *> surcharge is suspended for a week without removing the
      *> history of earlier weeks.
       PROMPT-FOR-PERCENT.
           MOVE "N" TO WS-ENTRY-OK-FLAG

           DISPLAY "Surcharge percentage (e.g. 12.50): ".
           ACCEPT WS-ENTRY-PCT-IN
           IF WS-ENTRY-PCT-IN = SPACES
               DISPLAY "Percentage cannot be blank."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-PCT-WORK =
               FUNCTION NUMVAL(WS-ENTRY-PCT-IN)
           IF WS-ENTRY-PCT-WORK < 0 OR WS-ENTRY-PCT-WORK >= 100
               DISPLAY "Percentage must be from 0 to 99.99."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-PCT-WORK TO WS-ENTRY-PERCENT

           MOVE "Y" TO WS-ENTRY-OK-FLAG.

       CHECK-DUPLICATE-WEEK.
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-FUEL-COUNT
                   OR WEEK-IS-DUPLICATE
               IF WS-FS-CARRIER(WS-SEARCH-IDX) = WS-ENTRY-CARRIER
                   AND WS-FS-WEEK-START(WS-SEARCH-IDX)
                       = WS-ENTRY-DATE
                   MOVE "Y" TO WS-DUPLICATE-FLAG
               END-IF
           END-PERFORM.

      *> A change reaches only shipments rated after it is made;
      *> shipments already on the master keep the surcharge they
      *> were billed. The operator is warned when the week has
      *> already begun.
       CHANGE-FUEL-WEEK.
           IF WEEKS-WERE-TRUNCATED
               PERFORM REFUSE-TRUNCATED-UPDATE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-FUEL-WEEKS
           IF WS-FUEL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter row number to change: ".
           ACCEPT WS-PICK-INPUT
           IF WS-PICK-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICKED-IDX = FUNCTION NUMVAL(WS-PICK-INPUT)
           IF WS-PICKED-IDX < 1 OR WS-PICKED-IDX > WS-FUEL-COUNT
               DISPLAY "Not a valid row number."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-FS-WEEK-START(WS-PICKED-IDX) <= WS-TODAY
               DISPLAY "Note: this week has begun - shipments already "
                   "rated keep their surcharge."
           END-IF

           PERFORM PROMPT-FOR-PERCENT
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-PERCENT = WS-FS-PERCENT(WS-PICKED-IDX)
               DISPLAY "Percentage unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FS-PERCENT(WS-PICKED-IDX) TO WS-DISPLAY-OLD-PCT
           MOVE WS-ENTRY-PERCENT TO WS-FS-PERCENT(WS-PICKED-IDX)
           PERFORM REWRITE-FUEL-FILE

           MOVE WS-PICKED-IDX TO WS-SEARCH-IDX
           MOVE "CHANGE" TO WS-ACTION-CODE
           PERFORM WRITE-FUEL-AUDIT
           MOVE WS-ENTRY-PERCENT TO WS-DISPLAY-PCT
           DISPLAY "Percentage changed from " WS-DISPLAY-OLD-PCT
               " to " WS-DISPLAY-PCT ".".

       LIST-FUEL-WEEKS.
           IF WS-FUEL-COUNT = 0
               DISPLAY "No surcharge weeks on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Row  Carr  Week of    Percent".
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-FUEL-COUNT
               PERFORM LIST-ONE-WEEK
           END-PERFORM.

       LIST-ONE-WEEK.
           MOVE WS-SEARCH-IDX TO WS-DISPLAY-COUNT
           MOVE WS-FS-PERCENT(WS-SEARCH-IDX) TO WS-DISPLAY-PCT
           IF WS-FS-CARRIER(WS-SEARCH-IDX) = SPACES
               DISPLAY WS-DISPLAY-COUNT "  "
                   "ALL   "
                   WS-FS-WEEK-START(WS-SEARCH-IDX) "   "
                   WS-DISPLAY-PCT
           ELSE
               DISPLAY WS-DISPLAY-COUNT "  "
                   WS-FS-CARRIER(WS-SEARCH-IDX) "  "
                   WS-FS-WEEK-START(WS-SEARCH-IDX) "   "
                   WS-DISPLAY-PCT
           END-IF.

       REWRITE-FUEL-FILE.
           OPEN OUTPUT FUEL-TABLE-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-FUEL-COUNT
               MOVE SPACES TO FUEL-TABLE-RECORD
               MOVE WS-FS-CARRIER(WS-SEARCH-IDX) TO FS-CARRIER
               MOVE WS-FS-WEEK-START(WS-SEARCH-IDX) TO FS-WEEK-START
               MOVE WS-FS-PERCENT(WS-SEARCH-IDX) TO FS-PERCENT
               WRITE FUEL-TABLE-RECORD
           END-PERFORM
           CLOSE FUEL-TABLE-FILE.

      *> WS-SEARCH-IDX names the week being audited; the image is
      *> the week as it now stands, so a CHANGE audit line carries
      *> the new percentage.
       WRITE-FUEL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-WEEK-IMAGE
           STRING WS-FS-CARRIER(WS-SEARCH-IDX) " "
               WS-FS-WEEK-START(WS-SEARCH-IDX) " "
               WS-FS-PERCENT(WS-SEARCH-IDX)
               DELIMITED BY SIZE
               INTO WS-WEEK-IMAGE
           END-STRING

           OPEN EXTEND FUEL-AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR "35"
               OPEN OUTPUT FUEL-AUDIT-FILE
           END-IF
           MOVE SPACES TO FUEL-AUDIT-RECORD
           MOVE WS-TIMESTAMP TO FA-TIMESTAMP
           MOVE WS-OPERATOR-ID TO FA-OPERATOR
           MOVE WS-ACTION-CODE TO FA-ACTION
           MOVE WS-WEEK-IMAGE TO FA-WEEK-IMAGE
           WRITE FUEL-AUDIT-RECORD
           CLOSE FUEL-AUDIT-FILE

           MOVE WS-ACTION-CODE TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "WEEK=" WS-WEEK-IMAGE
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM FUEL-MAINTENANCE.
