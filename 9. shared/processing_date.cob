       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSING-DATE.
       AUTHOR. FILIP JANJESIC.
      *> Shared lookup of the shop's business processing date. The
      *> batch programs used to stamp their work with the system
      *> clock, so rerunning last night's stream in the morning
      *> after a failure dated shipments, extracts, GL postings and
      *> invoices with the wrong day. The processing date now lives
      *> in one control record, processing_date.dat:
      *>   - NIGHTLY-DRIVER rolls it to the next business day
      *>     (EVEN-DAY-BUSDAY) only once the whole stream has
      *>     completed, so a resumed or rerun night keeps its date;
      *>   - PROCESSING-DATE-MAINTENANCE lets a supervisor set it
      *>     for a catch-up run, journaled.
      *> Every batch program calls here for its run date instead of
      *> reading the clock.
      *>   LK-PROCESSING-DATE: the date to process under (YYYYMMDD)
      *>   LK-SOURCE:          "C" = taken from the control record
      *>                       "S" = no usable control record - the
      *>                             system date was returned
      *> The control file is read on every call, not once per run
      *> unit, so a program that changes it sees its own change.
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
           01 WS-WARNED-FLAG     PIC X(1) VALUE "N".
               88 GAP-WAS-ANNOUNCED    VALUE "Y".

       LINKAGE SECTION.
           01 LK-PROCESSING-DATE PIC 9(8).
           01 LK-SOURCE          PIC X(1).

       PROCEDURE DIVISION USING LK-PROCESSING-DATE LK-SOURCE.
       MAIN-LOGIC.
           MOVE "S" TO LK-SOURCE
           OPEN INPUT PROCESSING-DATE-FILE
           IF CONTROL-FILE-OK
               READ PROCESSING-DATE-FILE
                   NOT AT END
                       IF PD-PROCESSING-DATE NUMERIC
                               AND PD-PROCESSING-DATE > 0
                           MOVE PD-PROCESSING-DATE
                               TO LK-PROCESSING-DATE
                           MOVE "C" TO LK-SOURCE
                       END-IF
               END-READ
               CLOSE PROCESSING-DATE-FILE
           END-IF

      *> With no control record the shop is not stopped: the clock
      *> date is what every program used before, and the gap is
      *> announced once so the operator knows to set the date.
           IF LK-SOURCE = "S"
               MOVE FUNCTION CURRENT-DATE(1:8) TO LK-PROCESSING-DATE
               IF NOT GAP-WAS-ANNOUNCED
                   MOVE "Y" TO WS-WARNED-FLAG
                   DISPLAY "No processing_date.dat - using the "
                       "system date " LK-PROCESSING-DATE "."
               END-IF
           END-IF
           GOBACK.

       END PROGRAM PROCESSING-DATE.
