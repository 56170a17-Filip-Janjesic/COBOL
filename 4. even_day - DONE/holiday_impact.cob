       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-IMPACT.
       AUTHOR. FILIP JANJESIC.
      *> Impact run for holidays added after due dates were already
      *> worked out through EVEN-DAY-BUSDAY. HOLIDAY-MAINTENANCE logs
      *> every added holiday to holiday_change_log.dat as pending;
      *> for each pending closure still ahead of the processing date
      *> this run lists every stored future date now falling on it,
      *> with the business day it should move to:
      *>   - standing instruction next run dates
      *>     (standing_instructions.dat)
      *>   - completion deadlines issued on the open incompletes
      *>     report (student_incomplete_deadlines.dat)
      *>   - carrier acknowledgment deadlines of shipments still
      *>     awaiting an ack - the deadline CARRIER-ACK would have
      *>     given before the closure, on the carrier's calendar
      *> Standing instructions and the incomplete deadlines observe
      *> every closure on file (blank calendar), so any added
      *> holiday can touch them; an ack deadline is touched only
      *> when the closure is on the shipment's carrier calendar or
      *> is shop-wide.
      *> Mode R reports only and leaves the closures pending. Mode
      *> A, under supervisor authority, also rolls the standing
      *> instruction dates forward, journals each roll, and marks
      *> the closures done. The incomplete and ack deadlines are
      *> for the desk to reissue or chase - CARRIER-ACK already
      *> works on the new calendar from its next run.
      *> RC 4 when a report-only run found stored dates on a
      *> closure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "holiday_change_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT INSTRUCTION-FILE ASSIGN TO
                   "standing_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-STATUS.

           SELECT DEADLINE-FILE ASSIGN TO
                   "student_incomplete_deadlines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-STATUS.

           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT IMPACT-REPORT-FILE ASSIGN TO
                   "holiday_impact_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 HC-HOLIDAY-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 HC-CALENDAR        PIC X(4).
           05 FILLER             PIC X(1).
           05 HC-DESCRIPTION     PIC X(40).
           05 FILLER             PIC X(1).
           05 HC-ADDED-TIMESTAMP PIC X(21).
           05 FILLER             PIC X(1).
           05 HC-IMPACT-STATUS   PIC X(1).

       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-RECORD.
           05 SI-INSTRUCTION-ID  PIC 9(4).
           05 FILLER             PIC X(1).
           05 SI-NUM1            PIC S9(7)V99 SIGN IS
                                  LEADING SEPARATE.
           05 FILLER             PIC X(1).
           05 SI-NUM2            PIC S9(7)V99 SIGN IS
                                  LEADING SEPARATE.
           05 FILLER             PIC X(1).
           05 SI-OPERATION       PIC X(1).
           05 FILLER             PIC X(1).
           05 SI-FREQUENCY       PIC X(1).
           05 FILLER             PIC X(1).
           05 SI-NEXT-RUN-DATE   PIC 9(8).

       FD  DEADLINE-FILE.
       01  DEADLINE-RECORD.
           05 DL-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 DL-DAYS-ALLOWED    PIC 9(4).
           05 FILLER             PIC X(1).
           05 DL-DEADLINE-DATE   PIC 9(8).
           05 FILLER             PIC X(1).
           05 DL-INCOMPLETE-COUNT PIC 9(4).

       FD  SHIPMENT-MASTER.
       01  SHIPMENT-MASTER-RECORD.
           05 SM-SHIP-ID         PIC X(10).
           05 SM-WEIGHT-IN       PIC 9(5)V99.
           05 SM-UNIT-FROM       PIC X(2).
           05 SM-UNIT-TO         PIC X(2).
           05 SM-CONVERTED       PIC 9(7)V99.
           05 SM-RUN-DATE        PIC 9(8).
           05 SM-TIMESTAMP       PIC X(21).
           05 SM-CUSTOMER        PIC X(6).
           05 SM-CHARGE          PIC 9(7)V99.
           05 SM-INVOICE-NO      PIC 9(6).
           05 SM-CARRIER         PIC X(4).
           05 SM-ACK-STATUS      PIC X(1).
           05 SM-ACK-DATE        PIC 9(8).
           05 SM-CHARGEABLE      PIC 9(7)V99.
           05 SM-FUEL-CHARGE     PIC 9(7)V99.
           05 SM-VOID-FLAG       PIC X(1).
               88 SHIPMENT-IS-VOID   VALUE "V".
           05 SM-VOID-DATE       PIC 9(8).
           05 SM-TRACK-STATUS    PIC X(2).
           05 SM-TRACK-DATE      PIC 9(8).
           05 SM-PICKUP-DATE     PIC 9(8).
           05 SM-DELIVERY-DATE   PIC 9(8).

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-CHANGE-LOG-STATUS PIC X(02).
               88 CHANGE-LOG-OK         VALUE "00".
               88 CHANGE-LOG-END        VALUE "10".
           01 WS-INSTRUCTION-STATUS PIC X(02).
               88 INSTRUCTION-FILE-OK      VALUE "00".
               88 INSTRUCTION-END-OF-FILE  VALUE "10".
           01 WS-DEADLINE-STATUS PIC X(02).
               88 DEADLINE-FILE-OK      VALUE "00".
               88 DEADLINE-END-OF-FILE  VALUE "10".
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK             VALUE "00".
               88 MASTER-END-OF-FILE    VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-MODE            PIC X(1).
               88 APPLY-REQUESTED      VALUE "A" "a".
           01 WS-PROCESSING-DATE PIC 9(8).
           01 WS-DATE-SOURCE     PIC X(1).
           01 WS-ACK-DAYS-IN     PIC X(3).
           01 WS-ACK-DAYS        PIC S9(4) VALUE 2.

      *> Sign-on fields for the shared OPERATOR-CHECK routine:
      *> applying the rolls takes supervisor authority.
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

      *> The whole change log is held so it can be rewritten with
      *> the applied closures marked; if it outgrows the table the
      *> apply is refused rather than drop the entries beyond it.
           01 WS-CHANGE-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-CHANGE-COUNT    PIC 9(3) VALUE 0.
           01 WS-CHANGE-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 CHANGES-WERE-TRUNCATED VALUE "Y".
           01 WS-CHANGE-TABLE.
               05 WS-CHANGE-ENTRY OCCURS 200 TIMES.
                   10 WS-HC-DATE        PIC 9(8).
                   10 WS-HC-CALENDAR    PIC X(4).
                   10 WS-HC-DESCRIPTION PIC X(40).
                   10 WS-HC-TIMESTAMP   PIC X(21).
                   10 WS-HC-STATUS      PIC X(1).
                   10 WS-HC-IN-SCOPE    PIC X(1).
           01 WS-CHANGE-IDX      PIC 9(3).
           01 WS-PENDING-COUNT   PIC 9(3) VALUE 0.

           01 WS-INSTR-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-INSTR-COUNT     PIC 9(3) VALUE 0.
           01 WS-INSTR-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 INSTRUCTIONS-TRUNCATED VALUE "Y".
           01 WS-INSTR-TABLE.
               05 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   10 WS-SI-RECORD    PIC X(40).
                   10 WS-SI-ID        PIC 9(4).
                   10 WS-SI-NEXT-DATE PIC 9(8).
                   10 WS-SI-NEW-DATE  PIC 9(8).
           01 WS-INSTR-IDX       PIC 9(3).

           01 WS-CLOSURE-DATE    PIC 9(8).
           01 WS-CLOSURE-CALENDAR PIC X(4).
           01 WS-MOVE-TO-DATE    PIC 9(8).
           01 WS-OLD-DEADLINE-FLAG PIC X(1).
               88 DEADLINE-WAS-ON-CLOSURE VALUE "Y".

           01 WS-BUSDAY-FUNCTION PIC X(1).
           01 WS-BUSDAY-COUNT    PIC S9(4) VALUE 0.
           01 WS-BUSDAY-RESULT   PIC 9(8).
           01 WS-BUSDAY-STATUS   PIC X(1).
           01 WS-BUSDAY-CALENDAR PIC X(4).
           01 WS-NEW-DEADLINE    PIC 9(8).
           01 WS-PRIOR-BUSDAY    PIC 9(8).

           01 WS-STANDING-HITS   PIC 9(5) VALUE 0.
           01 WS-INCOMPLETE-HITS PIC 9(5) VALUE 0.
           01 WS-ACK-HITS        PIC 9(5) VALUE 0.
           01 WS-ROLLED-COUNT    PIC 9(5) VALUE 0.
           01 WS-DISPLAY-COUNT   PIC ZZZZ9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "HOL-IMPACT".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Holiday Change Impact ---".
           DISPLAY "Mode (R = report only, A = report and apply "
               "standing instruction rolls): ".
           ACCEPT WS-MODE.
           IF APPLY-REQUESTED
               DISPLAY "Sign on - operator ID: "
               ACCEPT WS-SIGNON-ID
               MOVE 3 TO WS-REQUIRED-LEVEL
               CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
                   WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
                   WS-JRN-PROGRAM
               IF WS-CHECK-STATUS NOT = "0"
                   DISPLAY "Sign-on refused - supervisor authority "
                       "is required to apply the rolls."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR
           END-IF
           DISPLAY "Business days allowed for carrier acks "
               "(blank = 2): ".
           ACCEPT WS-ACK-DAYS-IN.
           IF WS-ACK-DAYS-IN NOT = SPACES
               IF WS-ACK-DAYS-IN NOT NUMERIC
                   DISPLAY "Days allowed must be numeric."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ACK-DAYS-IN TO WS-ACK-DAYS
           END-IF.
           CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
               WS-DATE-SOURCE

           PERFORM LOAD-CHANGE-LOG
           IF WS-PENDING-COUNT = 0
               DISPLAY "No added holidays awaiting impact review."
               STOP RUN
           END-IF
           IF APPLY-REQUESTED AND CHANGES-WERE-TRUNCATED
               DISPLAY "holiday_change_log.dat outgrew the table - "
                   "apply refused. Report only."
               MOVE "R" TO WS-MODE
           END-IF

           PERFORM LOAD-INSTRUCTION-TABLE
           IF APPLY-REQUESTED AND INSTRUCTIONS-TRUNCATED
               DISPLAY "standing_instructions.dat outgrew the "
                   "table - apply refused. Report only."
               MOVE "R" TO WS-MODE
           END-IF

           OPEN OUTPUT IMPACT-REPORT-FILE
           MOVE SPACES TO IMPACT-REPORT-RECORD
           STRING "HOLIDAY CHANGE IMPACT  PROCESSING DATE "
               WS-PROCESSING-DATE "  ACK DAYS=" WS-ACK-DAYS
               DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD

           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               IF WS-HC-IN-SCOPE(WS-CHANGE-IDX) = "Y"
                   PERFORM REPORT-ONE-CLOSURE
               END-IF
           END-PERFORM

           IF APPLY-REQUESTED
               PERFORM APPLY-STANDING-ROLLS
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE IMPACT-REPORT-FILE

           MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Closures reviewed: " WS-DISPLAY-COUNT
           MOVE WS-STANDING-HITS TO WS-DISPLAY-COUNT
           DISPLAY "Standing instruction dates on a closure: "
               WS-DISPLAY-COUNT
           MOVE WS-INCOMPLETE-HITS TO WS-DISPLAY-COUNT
           DISPLAY "Incomplete deadlines on a closure: "
               WS-DISPLAY-COUNT
           MOVE WS-ACK-HITS TO WS-DISPLAY-COUNT
           DISPLAY "Carrier ack deadlines on a closure: "
               WS-DISPLAY-COUNT
           IF APPLY-REQUESTED
               MOVE WS-ROLLED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Standing instructions rolled: "
                   WS-DISPLAY-COUNT
           ELSE
               IF WS-STANDING-HITS + WS-INCOMPLETE-HITS
                       + WS-ACK-HITS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Report written to holiday_impact_report.txt".
           STOP RUN.

      *> A closure is in scope while it is pending and still on or
      *> after the processing date - a closure already behind the
      *> shop leaves no future date to move.
       LOAD-CHANGE-LOG.
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 0 TO WS-PENDING-COUNT
           OPEN INPUT CHANGE-LOG-FILE
           IF NOT CHANGE-LOG-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHANGE-LOG-END
               READ CHANGE-LOG-FILE
                   AT END
                       SET CHANGE-LOG-END TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE.

       STORE-ONE-CHANGE.
           IF WS-CHANGE-COUNT >= WS-CHANGE-TABLE-MAX
               MOVE "Y" TO WS-CHANGE-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE HC-HOLIDAY-DATE TO WS-HC-DATE(WS-CHANGE-COUNT)
           MOVE HC-CALENDAR TO WS-HC-CALENDAR(WS-CHANGE-COUNT)
           MOVE HC-DESCRIPTION TO WS-HC-DESCRIPTION(WS-CHANGE-COUNT)
           MOVE HC-ADDED-TIMESTAMP TO WS-HC-TIMESTAMP(WS-CHANGE-COUNT)
           MOVE HC-IMPACT-STATUS TO WS-HC-STATUS(WS-CHANGE-COUNT)
           MOVE "N" TO WS-HC-IN-SCOPE(WS-CHANGE-COUNT)
           IF HC-IMPACT-STATUS = "P"
                   AND HC-HOLIDAY-DATE NUMERIC
                   AND HC-HOLIDAY-DATE >= WS-PROCESSING-DATE
               MOVE "Y" TO WS-HC-IN-SCOPE(WS-CHANGE-COUNT)
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       LOAD-INSTRUCTION-TABLE.
           MOVE 0 TO WS-INSTR-COUNT
           OPEN INPUT INSTRUCTION-FILE
           IF NOT INSTRUCTION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INSTRUCTION-END-OF-FILE
               READ INSTRUCTION-FILE
                   AT END
                       SET INSTRUCTION-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-INSTR-COUNT < WS-INSTR-TABLE-MAX
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE INSTRUCTION-RECORD
                               TO WS-SI-RECORD(WS-INSTR-COUNT)
                           MOVE SI-INSTRUCTION-ID
                               TO WS-SI-ID(WS-INSTR-COUNT)
                           MOVE 0 TO WS-SI-NEW-DATE(WS-INSTR-COUNT)
                           IF SI-NEXT-RUN-DATE NUMERIC
                               MOVE SI-NEXT-RUN-DATE
                                   TO WS-SI-NEXT-DATE(WS-INSTR-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-SI-NEXT-DATE(WS-INSTR-COUNT)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-INSTR-TRUNCATED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTION-FILE.

       REPORT-ONE-CLOSURE.
           MOVE WS-HC-DATE(WS-CHANGE-IDX) TO WS-CLOSURE-DATE
           MOVE WS-HC-CALENDAR(WS-CHANGE-IDX) TO WS-CLOSURE-CALENDAR
           MOVE SPACES TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE SPACES TO IMPACT-REPORT-RECORD
           STRING "CLOSURE " WS-CLOSURE-DATE
               "  CALENDAR=" WS-CLOSURE-CALENDAR "  "
               WS-HC-DESCRIPTION(WS-CHANGE-IDX)
               DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD

           PERFORM CHECK-STANDING-INSTRUCTIONS
           PERFORM CHECK-INCOMPLETE-DEADLINES
           PERFORM CHECK-ACK-DEADLINES.

      *> The move-to day is the next business day after the closure
      *> on the blank calendar - exactly the date STANDING-GENERATOR
      *> would have rolled to had the closure been on file.
       CHECK-STANDING-INSTRUCTIONS.
           MOVE SPACES TO WS-BUSDAY-CALENDAR
           PERFORM FIND-NEXT-BUSINESS-DAY
           PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
                   UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
               IF WS-SI-NEXT-DATE(WS-INSTR-IDX) = WS-CLOSURE-DATE
                   ADD 1 TO WS-STANDING-HITS
                   MOVE WS-MOVE-TO-DATE TO WS-SI-NEW-DATE(WS-INSTR-IDX)
                   MOVE SPACES TO IMPACT-REPORT-RECORD
                   STRING "  STANDING INSTRUCTION "
                       WS-SI-ID(WS-INSTR-IDX)
                       "  NEXT RUN " WS-CLOSURE-DATE
                       "  MOVE TO " WS-MOVE-TO-DATE
                       DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
                   END-STRING
                   WRITE IMPACT-REPORT-RECORD
               END-IF
           END-PERFORM.

       CHECK-INCOMPLETE-DEADLINES.
           MOVE SPACES TO WS-BUSDAY-CALENDAR
           PERFORM FIND-NEXT-BUSINESS-DAY
           OPEN INPUT DEADLINE-FILE
           IF NOT DEADLINE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DEADLINE-END-OF-FILE
               READ DEADLINE-FILE
                   AT END
                       SET DEADLINE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DL-DEADLINE-DATE = WS-CLOSURE-DATE
                           ADD 1 TO WS-INCOMPLETE-HITS
                           MOVE SPACES TO IMPACT-REPORT-RECORD
                           STRING "  INCOMPLETES REPORT OF "
                               DL-RUN-DATE
                               "  DEADLINE " WS-CLOSURE-DATE
                               "  MOVE TO " WS-MOVE-TO-DATE
                               "  STUDENTS=" DL-INCOMPLETE-COUNT
                               DELIMITED BY SIZE
                               INTO IMPACT-REPORT-RECORD
                           END-STRING
                           WRITE IMPACT-REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEADLINE-FILE.

      *> The deadline is recomputed on today's holiday file, which
      *> already skips the closure. It stood on the closure before
      *> when the closure falls after the manifest date, before the
      *> new deadline, and after the business day preceding it -
      *> that is, the closure was the last day counted. The new
      *> deadline is then where it moves to.
       CHECK-ACK-DEADLINES.
           OPEN INPUT SHIPMENT-MASTER
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MASTER-END-OF-FILE
               READ SHIPMENT-MASTER NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SM-ACK-STATUS NOT = "A"
                               AND SM-ACK-STATUS NOT = "R"
                               AND NOT SHIPMENT-IS-VOID
                               AND SM-RUN-DATE NUMERIC
                               AND SM-RUN-DATE > 0
                               AND SM-RUN-DATE < WS-CLOSURE-DATE
                           IF WS-CLOSURE-CALENDAR = SPACES
                                   OR WS-CLOSURE-CALENDAR = SM-CARRIER
                               PERFORM JUDGE-ONE-ACK-DEADLINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-MASTER.

       JUDGE-ONE-ACK-DEADLINE.
           MOVE "N" TO WS-OLD-DEADLINE-FLAG
           MOVE SM-CARRIER TO WS-BUSDAY-CALENDAR
           MOVE "A" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               SM-RUN-DATE WS-ACK-DAYS WS-NEW-DEADLINE
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS NOT = "0"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DEADLINE <= WS-CLOSURE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-NEW-DEADLINE WS-BUSDAY-COUNT WS-PRIOR-BUSDAY
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS = "0"
                   AND WS-PRIOR-BUSDAY < WS-CLOSURE-DATE
               MOVE "Y" TO WS-OLD-DEADLINE-FLAG
           END-IF

           IF DEADLINE-WAS-ON-CLOSURE
               ADD 1 TO WS-ACK-HITS
               MOVE SPACES TO IMPACT-REPORT-RECORD
               STRING "  CARRIER ACK " SM-SHIP-ID
                   "  CARRIER=" SM-CARRIER
                   "  DEADLINE " WS-CLOSURE-DATE
                   "  MOVE TO " WS-NEW-DEADLINE
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
               WRITE IMPACT-REPORT-RECORD
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           MOVE "N" TO WS-BUSDAY-FUNCTION
           CALL "EVEN-DAY-BUSDAY" USING WS-BUSDAY-FUNCTION
               WS-CLOSURE-DATE WS-BUSDAY-COUNT WS-BUSDAY-RESULT
               WS-BUSDAY-STATUS WS-BUSDAY-CALENDAR
           IF WS-BUSDAY-STATUS = "0"
               MOVE WS-BUSDAY-RESULT TO WS-MOVE-TO-DATE
           ELSE
               MOVE WS-CLOSURE-DATE TO WS-MOVE-TO-DATE
           END-IF.

      *> The instruction records are written back exactly as read
      *> apart from the next run date, so the amounts and codes are
      *> never re-edited on the way through. Every closure reviewed
      *> is then marked done in the change log.
       APPLY-STANDING-ROLLS.
           IF WS-STANDING-HITS > 0
               OPEN OUTPUT INSTRUCTION-FILE
               PERFORM VARYING WS-INSTR-IDX FROM 1 BY 1
                       UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
                   MOVE WS-SI-RECORD(WS-INSTR-IDX)
                       TO INSTRUCTION-RECORD
                   IF WS-SI-NEW-DATE(WS-INSTR-IDX) > 0
                       MOVE WS-SI-NEW-DATE(WS-INSTR-IDX)
                           TO SI-NEXT-RUN-DATE
                       ADD 1 TO WS-ROLLED-COUNT
                       PERFORM JOURNAL-ONE-ROLL
                   END-IF
                   WRITE INSTRUCTION-RECORD
               END-PERFORM
               CLOSE INSTRUCTION-FILE
           END-IF

           OPEN OUTPUT CHANGE-LOG-FILE
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE WS-HC-DATE(WS-CHANGE-IDX) TO HC-HOLIDAY-DATE
               MOVE WS-HC-CALENDAR(WS-CHANGE-IDX) TO HC-CALENDAR
               MOVE WS-HC-DESCRIPTION(WS-CHANGE-IDX)
                   TO HC-DESCRIPTION
               MOVE WS-HC-TIMESTAMP(WS-CHANGE-IDX)
                   TO HC-ADDED-TIMESTAMP
               IF WS-HC-IN-SCOPE(WS-CHANGE-IDX) = "Y"
                   MOVE "A" TO HC-IMPACT-STATUS
               ELSE
                   MOVE WS-HC-STATUS(WS-CHANGE-IDX)
                       TO HC-IMPACT-STATUS
               END-IF
               WRITE CHANGE-LOG-RECORD
           END-PERFORM
           CLOSE CHANGE-LOG-FILE.

       JOURNAL-ONE-ROLL.
           MOVE "ROLL-SI" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "SI=" WS-SI-ID(WS-INSTR-IDX)
               " FROM=" WS-SI-NEXT-DATE(WS-INSTR-IDX)
               " TO=" WS-SI-NEW-DATE(WS-INSTR-IDX)
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE WS-STANDING-HITS TO WS-DISPLAY-COUNT
           MOVE SPACES TO IMPACT-REPORT-RECORD
           STRING "STANDING INSTRUCTIONS ON A CLOSURE=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD
           MOVE WS-INCOMPLETE-HITS TO WS-DISPLAY-COUNT
           MOVE SPACES TO IMPACT-REPORT-RECORD
           STRING "INCOMPLETE DEADLINES ON A CLOSURE=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD
           MOVE WS-ACK-HITS TO WS-DISPLAY-COUNT
           MOVE SPACES TO IMPACT-REPORT-RECORD
           STRING "CARRIER ACK DEADLINES ON A CLOSURE=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
           END-STRING
           WRITE IMPACT-REPORT-RECORD
           MOVE SPACES TO IMPACT-REPORT-RECORD
           IF APPLY-REQUESTED
               MOVE WS-ROLLED-COUNT TO WS-DISPLAY-COUNT
               STRING "APPLIED BY " WS-SIGNON-ID
                   "  STANDING INSTRUCTIONS ROLLED=" WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "REPORT ONLY - NOTHING ROLLED, CLOSURES "
                   "STILL PENDING"
                   DELIMITED BY SIZE INTO IMPACT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE IMPACT-REPORT-RECORD.

       END PROGRAM HOLIDAY-IMPACT.
