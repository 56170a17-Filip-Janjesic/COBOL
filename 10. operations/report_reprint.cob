       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.
       AUTHOR. FILIP JANJESIC.
      *> Reprint from the report archive. The operator names a
      *> report (freight_invoices.txt, or just freight_invoices) and
      *> is shown every capture REPORT-ARCHIVE has catalogued for it;
      *> choosing a run date writes that night's copy out to
      *> reprint_<report>_<run date>.txt for printing or sending on.
      *> The archive itself is never touched. Each reprint is
      *> journaled, so who pulled which customer's or auditor's copy
      *> is on record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "report_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REPRINT-FILE ASSIGN TO DYNAMIC WS-REPRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 RC-REPORT-NAME     PIC X(30).
           05 FILLER             PIC X(1).
           05 RC-PROGRAM         PIC X(24).
           05 FILLER             PIC X(1).
           05 RC-REPORT-TYPE     PIC X(8).
           05 FILLER             PIC X(1).
           05 RC-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 RC-PAGES           PIC 9(5).
           05 FILLER             PIC X(1).
           05 RC-LINES           PIC 9(7).
           05 FILLER             PIC X(1).
           05 RC-ARCHIVE-NAME    PIC X(60).
           05 FILLER             PIC X(1).
           05 RC-CAPTURE-STAMP   PIC 9(14).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD        PIC X(200).

       FD  REPRINT-FILE.
       01  REPRINT-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-CATALOG-STATUS  PIC X(02).
               88 CATALOG-FILE-OK      VALUE "00".
               88 CATALOG-END-OF-FILE  VALUE "10".
           01 WS-ARCHIVE-STATUS  PIC X(02).
               88 ARCHIVE-FILE-OK      VALUE "00".
               88 ARCHIVE-END-OF-FILE  VALUE "10".
           01 WS-REPRINT-STATUS  PIC X(02).

           01 WS-ARCHIVE-NAME    PIC X(60).
           01 WS-REPRINT-NAME    PIC X(60).

           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 REPRINT-DONE        VALUE "Y".

           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1) VALUE 1.
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-NAME-INPUT      PIC X(30).
           01 WS-WANTED-NAME     PIC X(30).
           01 WS-REPORT-STEM     PIC X(30).
           01 WS-DOT-COUNT       PIC 9(2).
           01 WS-DATE-INPUT      PIC X(8).
           01 WS-WANTED-DATE     PIC 9(8).

           01 WS-MATCH-COUNT     PIC 9(4).
           01 WS-FOUND-FLAG      PIC X(1).
               88 CAPTURE-FOUND       VALUE "Y".
           01 WS-FOUND-ARCHIVE   PIC X(60).
           01 WS-FOUND-PROGRAM   PIC X(24).
           01 WS-FOUND-PAGES     PIC 9(5).
           01 WS-FOUND-LINES     PIC 9(7).
           01 WS-LINES-WRITTEN   PIC 9(7).
           01 WS-DISPLAY-LINES   PIC ZZZZZZ9.
           01 WS-DISPLAY-PAGES   PIC ZZZZ9.

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "RPT-REPRINT".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Report Reprint ---".
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

           PERFORM UNTIL REPRINT-DONE
               PERFORM REPRINT-ONE-REPORT
           END-PERFORM
           STOP RUN.

      *> A blank report name ends the session.
       REPRINT-ONE-REPORT.
           DISPLAY " "
           DISPLAY "Report name (blank = exit): "
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               MOVE "Y" TO WS-DONE-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LOWER-CASE(WS-NAME-INPUT) TO WS-WANTED-NAME
           MOVE 0 TO WS-DOT-COUNT
           INSPECT WS-WANTED-NAME TALLYING WS-DOT-COUNT FOR ALL "."
           IF WS-DOT-COUNT = 0
               MOVE SPACES TO WS-WANTED-NAME
               STRING FUNCTION LOWER-CASE(WS-NAME-INPUT)
                   DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE INTO WS-WANTED-NAME
           END-IF

           PERFORM LIST-CAPTURES
           IF WS-MATCH-COUNT = 0
               DISPLAY "No archived copies of "
                   FUNCTION TRIM(WS-WANTED-NAME)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Run date to reprint YYYYMMDD: "
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT NOT NUMERIC
               DISPLAY "Run date must be numeric YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO WS-WANTED-DATE

           PERFORM FIND-CAPTURE
           IF NOT CAPTURE-FOUND
               DISPLAY "No capture of " FUNCTION TRIM(WS-WANTED-NAME)
                   " for " WS-WANTED-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REPRINT.

      *> Every capture of the report on the catalog, oldest first.
       LIST-CAPTURES.
           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-END-OF-FILE
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RC-REPORT-NAME = WS-WANTED-NAME
                           PERFORM SHOW-ONE-CAPTURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       SHOW-ONE-CAPTURE.
           ADD 1 TO WS-MATCH-COUNT
           IF WS-MATCH-COUNT = 1
               DISPLAY "Run date  Producing program        "
                   "   Pages    Lines"
           END-IF
           MOVE RC-PAGES TO WS-DISPLAY-PAGES
           MOVE RC-LINES TO WS-DISPLAY-LINES
           DISPLAY RC-RUN-DATE "  " RC-PROGRAM " " WS-DISPLAY-PAGES
               "  " WS-DISPLAY-LINES.

       FIND-CAPTURE.
           MOVE "N" TO WS-FOUND-FLAG
           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-END-OF-FILE
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RC-REPORT-NAME = WS-WANTED-NAME
                               AND RC-RUN-DATE = WS-WANTED-DATE
                           MOVE "Y" TO WS-FOUND-FLAG
                           MOVE RC-ARCHIVE-NAME TO WS-FOUND-ARCHIVE
                           MOVE RC-PROGRAM TO WS-FOUND-PROGRAM
                           MOVE RC-PAGES TO WS-FOUND-PAGES
                           MOVE RC-LINES TO WS-FOUND-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       WRITE-REPRINT.
           MOVE WS-FOUND-ARCHIVE TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-FILE-OK
               DISPLAY "Archive file " WS-ARCHIVE-NAME
                   " is missing - status " WS-ARCHIVE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-STEM
           UNSTRING WS-WANTED-NAME DELIMITED BY "."
               INTO WS-REPORT-STEM
           MOVE SPACES TO WS-REPRINT-NAME
           STRING "reprint_" DELIMITED BY SIZE
               WS-REPORT-STEM DELIMITED BY SPACE
               "_" WS-WANTED-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPRINT-NAME
           OPEN OUTPUT REPRINT-FILE

           MOVE 0 TO WS-LINES-WRITTEN
           PERFORM UNTIL ARCHIVE-END-OF-FILE
               READ ARCHIVE-FILE
                   AT END
                       SET ARCHIVE-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO REPRINT-RECORD
                       WRITE REPRINT-RECORD
                       ADD 1 TO WS-LINES-WRITTEN
               END-READ
           END-PERFORM
           CLOSE REPRINT-FILE
           CLOSE ARCHIVE-FILE

           MOVE WS-LINES-WRITTEN TO WS-DISPLAY-LINES
           MOVE WS-FOUND-PAGES TO WS-DISPLAY-PAGES
           DISPLAY "Reprint written to " FUNCTION TRIM(WS-REPRINT-NAME)
           DISPLAY "  Produced by: " WS-FOUND-PROGRAM
           DISPLAY "  Lines: " WS-DISPLAY-LINES
               "  Pages: " WS-DISPLAY-PAGES
           IF WS-LINES-WRITTEN NOT = WS-FOUND-LINES
               DISPLAY "  WARNING - the catalog shows "
                   WS-FOUND-LINES " lines for this capture."
           END-IF

           MOVE "RPT-REPRINT" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "REPORT=" WS-WANTED-NAME DELIMITED BY SPACE
               " DATE=" WS-WANTED-DATE
               DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM REPORT-REPRINT.
