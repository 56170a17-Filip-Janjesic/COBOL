       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CHECK.
       AUTHOR. FILIP JANJESIC.
      *> Where an accounting month stands, for the programs that post
      *> money into it. accounting_periods.dat is kept by the
      *> supervisor's PERIOD-CONTROL screen, one line each time a
      *> month's status is set; the latest line for a month is its
      *> standing:
      *>   OPEN     postings accepted
      *>   CLOSING  accounting is preparing the close - postings are
      *>            still accepted so the month's last batches can
      *>            land before it is closed
      *>   CLOSED   closed and reported - nothing more may post
      *> A month with no line has never been touched and is open.
      *>   LK-POST-DATE:     the date a posting would carry.
      *>   LK-PERIOD-STATUS: returned - the standing of that month.
      *>   LK-OPEN-DATE:     returned - LK-POST-DATE itself when the
      *>                     month takes postings, otherwise the
      *>                     first day of the first later month that
      *>                     does, for a program that rolls a late
      *>                     posting forward.
      *> The file is read on every call, so a month closed while a
      *> program is running is seen at its next check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 AP-PERIOD          PIC 9(6).
           05 FILLER             PIC X(1).
           05 AP-STATUS          PIC X(7).
           05 FILLER             PIC X(1).
           05 AP-ACTION-STAMP    PIC 9(14).
           05 FILLER             PIC X(1).
           05 AP-OPERATOR        PIC X(20).
           05 FILLER             PIC X(1).
           05 AP-NOTE            PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-PERIOD-STATUS   PIC X(02).
               88 PERIOD-FILE-OK       VALUE "00".
               88 PERIOD-END-OF-FILE   VALUE "10".

           01 WS-PERIOD-MAX      PIC 9(3) VALUE 600.
           01 WS-PERIOD-COUNT    PIC 9(3) VALUE 0.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 600 TIMES.
                   10 WS-PT-PERIOD     PIC 9(6).
                   10 WS-PT-STATUS     PIC X(7).
           01 WS-PERIOD-IDX      PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).

           01 WS-CHECK-PERIOD    PIC 9(6).
           01 WS-CHECK-PARTS REDEFINES WS-CHECK-PERIOD.
               05 WS-CHECK-YEAR      PIC 9(4).
               05 WS-CHECK-MONTH     PIC 9(2).
           01 WS-CHECK-STATUS    PIC X(7).
           01 WS-MONTHS-TRIED    PIC 9(3).

       LINKAGE SECTION.
           01 LK-POST-DATE       PIC 9(8).
           01 LK-PERIOD-STATUS   PIC X(7).
           01 LK-OPEN-DATE       PIC 9(8).

       PROCEDURE DIVISION USING LK-POST-DATE LK-PERIOD-STATUS
               LK-OPEN-DATE.
       MAIN-LOGIC.
           PERFORM LOAD-PERIODS
           MOVE LK-POST-DATE(1:6) TO WS-CHECK-PERIOD
           PERFORM FIND-PERIOD-STATUS
           MOVE WS-CHECK-STATUS TO LK-PERIOD-STATUS
           MOVE LK-POST-DATE TO LK-OPEN-DATE
           IF WS-CHECK-STATUS NOT = "CLOSED"
               GOBACK
           END-IF

      *> Step forward a month at a time past any run of closed
      *> months; the first that is not closed takes the posting.
           MOVE 0 TO WS-MONTHS-TRIED
           PERFORM UNTIL WS-CHECK-STATUS NOT = "CLOSED"
                   OR WS-MONTHS-TRIED >= WS-PERIOD-MAX
               ADD 1 TO WS-MONTHS-TRIED
               IF WS-CHECK-MONTH = 12
                   MOVE 1 TO WS-CHECK-MONTH
                   ADD 1 TO WS-CHECK-YEAR
               ELSE
                   ADD 1 TO WS-CHECK-MONTH
               END-IF
               PERFORM FIND-PERIOD-STATUS
           END-PERFORM
           MOVE WS-CHECK-PERIOD TO LK-OPEN-DATE(1:6)
           MOVE "01" TO LK-OPEN-DATE(7:2)
           GOBACK.

       LOAD-PERIODS.
           MOVE 0 TO WS-PERIOD-COUNT
           OPEN INPUT PERIOD-FILE
           IF NOT PERIOD-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PERIOD-END-OF-FILE
               READ PERIOD-FILE
                   AT END
                       SET PERIOD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AP-PERIOD NUMERIC
                           PERFORM NOTE-ONE-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

       NOTE-ONE-PERIOD.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = AP-PERIOD
                   MOVE WS-PERIOD-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-PERIOD-COUNT >= WS-PERIOD-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-MATCH-IDX
               MOVE AP-PERIOD TO WS-PT-PERIOD(WS-MATCH-IDX)
           END-IF
           MOVE AP-STATUS TO WS-PT-STATUS(WS-MATCH-IDX).

       FIND-PERIOD-STATUS.
           MOVE "OPEN" TO WS-CHECK-STATUS
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               IF WS-PT-PERIOD(WS-PERIOD-IDX) = WS-CHECK-PERIOD
                   MOVE WS-PT-STATUS(WS-PERIOD-IDX) TO WS-CHECK-STATUS
               END-IF
           END-PERFORM.

       END PROGRAM PERIOD-CHECK.
