       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.
       AUTHOR. FILIP JANJESIC.
      *> The dated report archive. Most print reports are written
      *> over on every run, so a manifest or invoice print asked for
      *> a week later used to be gone. This program keeps them:
      *>   C (capture, nightly) - every report on the list below that
      *>     is on disk and has changed since its last capture is
      *>     copied to rptarc_<report>_<run date>.txt and catalogued
      *>     in report_catalog.dat with its producing program, run
      *>     date, page and line count. A report not rerun since its
      *>     last capture (a month-end job's print sitting on disk)
      *>     is left alone rather than archived again every night.
      *>     A second capture on the same run date replaces the first.
      *>   P (purge, month end from the scheduler or on request) -
      *>     archives older than their report type's retention are
      *>     deleted and dropped from the catalog, the way
      *>     LOG-HOUSEKEEPING purges its log archives.
      *> The run date is the processing date, so a rerun night files
      *> its prints under the night they belong to. REPORT-REPRINT
      *> finds a catalogued report by name and date and writes a
      *> copy back out. Each run appends to
      *> report_archive_report.txt.
      *> Retention per report type comes from report_retention.dat
      *> when present - type (8), space, days (4) - otherwise the
      *> built-in periods below apply.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE ASSIGN TO DYNAMIC WS-SUBJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "report_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RETENTION-FILE ASSIGN TO "report_retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.

           SELECT RA-REPORT-FILE ASSIGN TO
                   "report_archive_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-FILE.
       01  SUBJECT-RECORD        PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD        PIC X(200).

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

       FD  RETENTION-FILE.
       01  RETENTION-RECORD.
           05 RR-REPORT-TYPE     PIC X(8).
           05 FILLER             PIC X(1).
           05 RR-RETENTION-DAYS  PIC 9(4).

       FD  RA-REPORT-FILE.
       01  RA-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-SUBJECT-STATUS  PIC X(02).
               88 SUBJECT-FILE-OK      VALUE "00".
               88 SUBJECT-END-OF-FILE  VALUE "10".
           01 WS-ARCHIVE-STATUS  PIC X(02).
               88 ARCHIVE-FILE-OK      VALUE "00".
               88 ARCHIVE-END-OF-FILE  VALUE "10".
           01 WS-CATALOG-STATUS  PIC X(02).
               88 CATALOG-FILE-OK      VALUE "00".
               88 CATALOG-END-OF-FILE  VALUE "10".
           01 WS-RETENTION-STATUS PIC X(02).
               88 RETENTION-FILE-OK    VALUE "00".
               88 RETENTION-END-OF-FILE VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-SUBJECT-NAME    PIC X(60).
           01 WS-ARCHIVE-NAME    PIC X(60).

      *> The reports captured: file name, producing program, and
      *> report type (which sets the retention). Nightly stream
      *> prints first, then the period and on-demand jobs.
           01 WS-REPORT-DEFS.
               05 FILLER PIC X(30) VALUE
                   "account_update_register.txt".
               05 FILLER PIC X(32) VALUE
                   "READING                 FINANCE".
               05 FILLER PIC X(30) VALUE
                   "shipment_manifest_report.txt".
               05 FILLER PIC X(32) VALUE
                   "KG-TO-POUNDS            SHIPPING".
               05 FILLER PIC X(30) VALUE
                   "credit_hold_report.txt".
               05 FILLER PIC X(32) VALUE
                   "CREDIT-HOLD-REPORT      FINANCE".
               05 FILLER PIC X(30) VALUE
                   "calc_batch_report.txt".
               05 FILLER PIC X(32) VALUE
                   "CALCULATOR              FINANCE".
               05 FILLER PIC X(30) VALUE
                   "loan_schedule_report.txt".
               05 FILLER PIC X(32) VALUE
                   "CALCULATOR              FINANCE".
               05 FILLER PIC X(30) VALUE
                   "user_entry_report.txt".
               05 FILLER PIC X(32) VALUE
                   "USER-ENTRY-REPORT       OPS".
               05 FILLER PIC X(30) VALUE
                   "student_roster_report.txt".
               05 FILLER PIC X(32) VALUE
                   "STUDENT-ROSTER          ACADEMIC".
               05 FILLER PIC X(30) VALUE
                   "gl_posting_report.txt".
               05 FILLER PIC X(32) VALUE
                   "GL-POSTING              FINANCE".
               05 FILLER PIC X(30) VALUE
                   "loan_gl_proof.txt".
               05 FILLER PIC X(32) VALUE
                   "LOAN-GL-PROOF           FINANCE".
               05 FILLER PIC X(30) VALUE
                   "cross_balance_report.txt".
               05 FILLER PIC X(32) VALUE
                   "CROSS-BALANCE           OPS".
               05 FILLER PIC X(30) VALUE
                   "operator_signon_report.txt".
               05 FILLER PIC X(32) VALUE
                   "SIGNON-REPORT           OPS".
               05 FILLER PIC X(30) VALUE
                   "integrity_check_report.txt".
               05 FILLER PIC X(32) VALUE
                   "INTEGRITY-CHECK         OPS".
               05 FILLER PIC X(30) VALUE
                   "inbound_cleanup_report.txt".
               05 FILLER PIC X(32) VALUE
                   "INBOUND-CLEANUP         OPS".
               05 FILLER PIC X(30) VALUE
                   "eod_summary_report.txt".
               05 FILLER PIC X(32) VALUE
                   "END-OF-DAY-SUMMARY      OPS".
               05 FILLER PIC X(30) VALUE
                   "freight_invoices.txt".
               05 FILLER PIC X(32) VALUE
                   "FREIGHT-INVOICING       FINANCE".
               05 FILLER PIC X(30) VALUE
                   "freight_margin_report.txt".
               05 FILLER PIC X(32) VALUE
                   "FREIGHT-BILL-AUDIT      FINANCE".
               05 FILLER PIC X(30) VALUE
                   "carrier_recon_report.txt".
               05 FILLER PIC X(32) VALUE
                   "CARRIER-RECON           SHIPPING".
               05 FILLER PIC X(30) VALUE
                   "shipment_archive_manifest.txt".
               05 FILLER PIC X(32) VALUE
                   "SHIPMENT-ARCHIVE        FINANCE".
               05 FILLER PIC X(30) VALUE
                   "ar_aging_report.txt".
               05 FILLER PIC X(32) VALUE
                   "AR-AGING                FINANCE".
               05 FILLER PIC X(30) VALUE
                   "cash_application_report.txt".
               05 FILLER PIC X(32) VALUE
                   "CASH-APPLICATION        FINANCE".
               05 FILLER PIC X(30) VALUE
                   "loan_posting_report.txt".
               05 FILLER PIC X(32) VALUE
                   "LOAN-PAYMENT-POSTING    FINANCE".
               05 FILLER PIC X(30) VALUE
                   "loan_statement_control.txt".
               05 FILLER PIC X(32) VALUE
                   "LOAN-INTEREST-STATEMENT FINANCE".
               05 FILLER PIC X(30) VALUE
                   "loan_aging_report.txt".
               05 FILLER PIC X(32) VALUE
                   "LOAN-AGING              FINANCE".
               05 FILLER PIC X(30) VALUE
                   "student_incomplete_report.txt".
               05 FILLER PIC X(32) VALUE
                   "STUDENT-INCOMPLETE      ACADEMIC".
               05 FILLER PIC X(30) VALUE
                   "degree_audit_report.txt".
               05 FILLER PIC X(32) VALUE
                   "STUDENT-DEGREE-AUDIT    ACADEMIC".
           01 WS-REPORT-TABLE REDEFINES WS-REPORT-DEFS.
               05 WS-REPORT-ENTRY OCCURS 25 TIMES.
                   10 WS-RPT-NAME     PIC X(30).
                   10 WS-RPT-PROGRAM  PIC X(24).
                   10 WS-RPT-TYPE     PIC X(8).
           01 WS-REPORT-COUNT    PIC 9(2) VALUE 25.
           01 WS-RPT-IDX         PIC 9(2).

      *> Built-in retention by report type, in days. Financial
      *> prints are kept the seven years the auditors ask for.
           01 WS-RETENTION-DEFS.
               05 FILLER PIC X(12) VALUE "FINANCE 2557".
               05 FILLER PIC X(12) VALUE "SHIPPING0730".
               05 FILLER PIC X(12) VALUE "ACADEMIC1826".
               05 FILLER PIC X(12) VALUE "OPS     0180".
           01 WS-RETENTION-DEFAULTS REDEFINES WS-RETENTION-DEFS.
               05 WS-RETENTION-DEFAULT OCCURS 4 TIMES.
                   10 WS-RD-TYPE      PIC X(8).
                   10 WS-RD-DAYS      PIC 9(4).
           01 WS-RETENTION-MAX   PIC 9(2) VALUE 20.
           01 WS-RETENTION-COUNT PIC 9(2) VALUE 0.
           01 WS-RETENTION-TABLE.
               05 WS-RETENTION-ENTRY OCCURS 20 TIMES.
                   10 WS-RT-TYPE      PIC X(8).
                   10 WS-RT-DAYS      PIC 9(4).
           01 WS-RET-IDX         PIC 9(2).
           01 WS-TYPE-DAYS       PIC 9(4).
      *> A type with no retention on file is kept, never purged by
      *> default.
           01 WS-UNKNOWN-TYPE-DAYS PIC 9(4) VALUE 9999.

           01 WS-RUN-MODE        PIC X(1).
               88 CAPTURE-MODE         VALUE "C" " ".
               88 PURGE-MODE           VALUE "P".
           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).
           01 WS-TIMESTAMP       PIC X(21).
           01 WS-TODAY-INTEGER   PIC S9(9) COMP.
           01 WS-CUTOFF-INTEGER  PIC S9(9) COMP.
           01 WS-ENTRY-INTEGER   PIC S9(9) COMP.

      *> Printed page length the page count is figured at.
           01 WS-LINES-PER-PAGE  PIC 9(3) VALUE 60.
           01 WS-REPORT-STEM     PIC X(30).
           01 WS-LINE-COUNT      PIC 9(7).
           01 WS-PAGE-COUNT      PIC 9(5).
           01 WS-DISPLAY-LINES   PIC ZZZZZZ9.
           01 WS-DISPLAY-PAGES   PIC ZZZZ9.

           01 WS-EMPTY-FLAG      PIC X(1).
               88 REPORT-IS-EMPTY      VALUE "Y".
           01 WS-SAME-FLAG       PIC X(1).
               88 SAME-AS-LAST-CAPTURE VALUE "Y".

           01 WS-CAPTURED-COUNT  PIC 9(3) VALUE 0.
           01 WS-UNCHANGED-COUNT PIC 9(3) VALUE 0.
           01 WS-ABSENT-COUNT    PIC 9(3) VALUE 0.
           01 WS-PURGED-COUNT    PIC 9(5) VALUE 0.
           01 WS-CATALOG-CHANGED PIC X(1) VALUE "N".
               88 CATALOG-NEEDS-REWRITE VALUE "Y".

           01 WS-CATALOG-TABLE-MAX PIC 9(4) VALUE 9000.
           01 WS-CATALOG-COUNT   PIC 9(4) VALUE 0.
           01 WS-CATALOG-TABLE.
               05 WS-CATALOG-ENTRY OCCURS 9000 TIMES.
                   10 WS-CAT-REPORT   PIC X(30).
                   10 WS-CAT-PROGRAM  PIC X(24).
                   10 WS-CAT-TYPE     PIC X(8).
                   10 WS-CAT-DATE     PIC 9(8).
                   10 WS-CAT-PAGES    PIC 9(5).
                   10 WS-CAT-LINES    PIC 9(7).
                   10 WS-CAT-ARCHIVE  PIC X(60).
                   10 WS-CAT-STAMP    PIC 9(14).
                   10 WS-CAT-KEEP     PIC X(1).
           01 WS-CAT-IDX         PIC 9(4).
           01 WS-LATEST-IDX      PIC 9(4).
           01 WS-SAME-DATE-IDX   PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Report Archive ---".
           DISPLAY "Mode (C = capture, P = purge, blank = capture): ".
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF NOT CAPTURE-MODE AND NOT PURGE-MODE
               DISPLAY "Mode must be C or P."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE.

           OPEN EXTEND RA-REPORT-FILE.
           IF WS-REPORT-STATUS = "05" OR "35"
               OPEN OUTPUT RA-REPORT-FILE
           END-IF.

           MOVE SPACES TO RA-REPORT-RECORD.
           IF PURGE-MODE
               STRING "REPORT ARCHIVE PURGE " WS-TIMESTAMP(1:14)
                   " RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RA-REPORT-RECORD
           ELSE
               STRING "REPORT ARCHIVE CAPTURE " WS-TIMESTAMP(1:14)
                   " RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RA-REPORT-RECORD
           END-IF.
           WRITE RA-REPORT-RECORD.

           PERFORM LOAD-CATALOG.

           IF PURGE-MODE
               PERFORM LOAD-RETENTION
               PERFORM PURGE-OLD-REPORTS
           ELSE
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-REPORT-COUNT
                   PERFORM CAPTURE-ONE-REPORT
               END-PERFORM
           END-IF.

           IF CATALOG-NEEDS-REWRITE
               PERFORM REWRITE-CATALOG
           END-IF.

           CLOSE RA-REPORT-FILE.
           IF PURGE-MODE
               DISPLAY "Archived reports purged: " WS-PURGED-COUNT
           ELSE
               DISPLAY "Reports captured: " WS-CAPTURED-COUNT
               DISPLAY "Unchanged since last capture: "
                   WS-UNCHANGED-COUNT
               DISPLAY "Not on disk: " WS-ABSENT-COUNT
           END-IF.
           DISPLAY "Report appended to report_archive_report.txt".
           STOP RUN.

       LOAD-CATALOG.
           MOVE 0 TO WS-CATALOG-COUNT
           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-END-OF-FILE
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RC-RUN-DATE NUMERIC
                           PERFORM STORE-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       STORE-CATALOG-ENTRY.
           IF WS-CATALOG-COUNT >= WS-CATALOG-TABLE-MAX
               DISPLAY "Report catalog table full - entry for "
                   RC-ARCHIVE-NAME " not loaded."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CATALOG-COUNT
           MOVE RC-REPORT-NAME TO WS-CAT-REPORT(WS-CATALOG-COUNT)
           MOVE RC-PROGRAM TO WS-CAT-PROGRAM(WS-CATALOG-COUNT)
           MOVE RC-REPORT-TYPE TO WS-CAT-TYPE(WS-CATALOG-COUNT)
           MOVE RC-RUN-DATE TO WS-CAT-DATE(WS-CATALOG-COUNT)
           MOVE RC-PAGES TO WS-CAT-PAGES(WS-CATALOG-COUNT)
           MOVE RC-LINES TO WS-CAT-LINES(WS-CATALOG-COUNT)
           MOVE RC-ARCHIVE-NAME TO WS-CAT-ARCHIVE(WS-CATALOG-COUNT)
           MOVE RC-CAPTURE-STAMP TO WS-CAT-STAMP(WS-CATALOG-COUNT)
           MOVE "Y" TO WS-CAT-KEEP(WS-CATALOG-COUNT).

      *> One report: skipped when it is not on disk, is empty, or
      *> reads line for line the same as its latest archived copy;
      *> otherwise copied to the dated archive and catalogued.
       CAPTURE-ONE-REPORT.
           MOVE SPACES TO WS-SUBJECT-NAME
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-SUBJECT-NAME
           OPEN INPUT SUBJECT-FILE
           IF NOT SUBJECT-FILE-OK
               ADD 1 TO WS-ABSENT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EMPTY-FLAG
           READ SUBJECT-FILE
               AT END
                   MOVE "Y" TO WS-EMPTY-FLAG
           END-READ
           CLOSE SUBJECT-FILE
           IF REPORT-IS-EMPTY
               MOVE SPACES TO RA-REPORT-RECORD
               STRING "  EMPTY, SKIPPED " WS-RPT-NAME(WS-RPT-IDX)
                   DELIMITED BY SIZE INTO RA-REPORT-RECORD
               WRITE RA-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LATEST-CAPTURE
           MOVE "N" TO WS-SAME-FLAG
           IF WS-LATEST-IDX > 0
               PERFORM COMPARE-WITH-LATEST
           END-IF
           IF SAME-AS-LAST-CAPTURE
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE SPACES TO RA-REPORT-RECORD
               STRING "  UNCHANGED " WS-RPT-NAME(WS-RPT-IDX)
                   " LAST CAPTURED " WS-CAT-DATE(WS-LATEST-IDX)
                   DELIMITED BY SIZE INTO RA-REPORT-RECORD
               WRITE RA-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-STEM
           UNSTRING WS-RPT-NAME(WS-RPT-IDX) DELIMITED BY "."
               INTO WS-REPORT-STEM
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "rptarc_" DELIMITED BY SIZE
               WS-REPORT-STEM DELIMITED BY SPACE
               "_" WS-RUN-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME

           PERFORM COPY-REPORT-TO-ARCHIVE
           DIVIDE WS-LINE-COUNT BY WS-LINES-PER-PAGE
               GIVING WS-PAGE-COUNT
           IF WS-PAGE-COUNT * WS-LINES-PER-PAGE < WS-LINE-COUNT
               ADD 1 TO WS-PAGE-COUNT
           END-IF
           PERFORM RECORD-CAPTURE-IN-CATALOG
           ADD 1 TO WS-CAPTURED-COUNT

           MOVE WS-LINE-COUNT TO WS-DISPLAY-LINES
           MOVE WS-PAGE-COUNT TO WS-DISPLAY-PAGES
           MOVE SPACES TO RA-REPORT-RECORD
           STRING "  CAPTURED " WS-RPT-NAME(WS-RPT-IDX)
               " LINES=" WS-DISPLAY-LINES
               " PAGES=" WS-DISPLAY-PAGES
               DELIMITED BY SIZE INTO RA-REPORT-RECORD
           WRITE RA-REPORT-RECORD
           MOVE SPACES TO RA-REPORT-RECORD
           STRING "    TO " WS-ARCHIVE-NAME
               DELIMITED BY SIZE INTO RA-REPORT-RECORD
           WRITE RA-REPORT-RECORD.

      *> The newest capture of this report, and any capture already
      *> filed under tonight's run date.
       FIND-LATEST-CAPTURE.
           MOVE 0 TO WS-LATEST-IDX
           MOVE 0 TO WS-SAME-DATE-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-REPORT(WS-CAT-IDX) = WS-RPT-NAME(WS-RPT-IDX)
                   IF WS-LATEST-IDX = 0
                       MOVE WS-CAT-IDX TO WS-LATEST-IDX
                   ELSE
                       IF WS-CAT-STAMP(WS-CAT-IDX) >=
                               WS-CAT-STAMP(WS-LATEST-IDX)
                           MOVE WS-CAT-IDX TO WS-LATEST-IDX
                       END-IF
                   END-IF
                   IF WS-CAT-DATE(WS-CAT-IDX) = WS-RUN-DATE
                       MOVE WS-CAT-IDX TO WS-SAME-DATE-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *> Read the report and its latest archive side by side; they
      *> are the same only if every line matches and both end
      *> together. A missing archive never matches.
       COMPARE-WITH-LATEST.
           MOVE WS-CAT-ARCHIVE(WS-LATEST-IDX) TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SUBJECT-FILE
           MOVE "Y" TO WS-SAME-FLAG
           PERFORM UNTIL NOT SAME-AS-LAST-CAPTURE
                   OR SUBJECT-END-OF-FILE
               READ SUBJECT-FILE
                   AT END
                       SET SUBJECT-END-OF-FILE TO TRUE
               END-READ
               READ ARCHIVE-FILE
                   AT END
                       SET ARCHIVE-END-OF-FILE TO TRUE
               END-READ
               IF SUBJECT-END-OF-FILE OR ARCHIVE-END-OF-FILE
                   IF NOT (SUBJECT-END-OF-FILE
                           AND ARCHIVE-END-OF-FILE)
                       MOVE "N" TO WS-SAME-FLAG
                   END-IF
               ELSE
                   IF SUBJECT-RECORD NOT = ARCHIVE-RECORD
                       MOVE "N" TO WS-SAME-FLAG
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SUBJECT-FILE
           CLOSE ARCHIVE-FILE.

       COPY-REPORT-TO-ARCHIVE.
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT SUBJECT-FILE
           OPEN OUTPUT ARCHIVE-FILE
           PERFORM UNTIL SUBJECT-END-OF-FILE
               READ SUBJECT-FILE
                   AT END
                       SET SUBJECT-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SUBJECT-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE SUBJECT-FILE.

      *> A recapture on the same run date overwrote that night's
      *> archive file, so its catalog entry is updated in place.
       RECORD-CAPTURE-IN-CATALOG.
           IF WS-SAME-DATE-IDX > 0
               MOVE WS-SAME-DATE-IDX TO WS-CAT-IDX
           ELSE
               IF WS-CATALOG-COUNT >= WS-CATALOG-TABLE-MAX
                   DISPLAY "Report catalog table full - "
                       WS-ARCHIVE-NAME " not catalogued."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CATALOG-COUNT
               MOVE WS-CATALOG-COUNT TO WS-CAT-IDX
           END-IF
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-CAT-REPORT(WS-CAT-IDX)
           MOVE WS-RPT-PROGRAM(WS-RPT-IDX)
               TO WS-CAT-PROGRAM(WS-CAT-IDX)
           MOVE WS-RPT-TYPE(WS-RPT-IDX) TO WS-CAT-TYPE(WS-CAT-IDX)
           MOVE WS-RUN-DATE TO WS-CAT-DATE(WS-CAT-IDX)
           MOVE WS-PAGE-COUNT TO WS-CAT-PAGES(WS-CAT-IDX)
           MOVE WS-LINE-COUNT TO WS-CAT-LINES(WS-CAT-IDX)
           MOVE WS-ARCHIVE-NAME TO WS-CAT-ARCHIVE(WS-CAT-IDX)
           MOVE WS-TIMESTAMP(1:14) TO WS-CAT-STAMP(WS-CAT-IDX)
           MOVE "Y" TO WS-CAT-KEEP(WS-CAT-IDX)
           MOVE "Y" TO WS-CATALOG-CHANGED.

      *> Retention file first; any type it does not name falls back
      *> to the built-in period.
       LOAD-RETENTION.
           MOVE 0 TO WS-RETENTION-COUNT
           OPEN INPUT RETENTION-FILE
           IF RETENTION-FILE-OK
               PERFORM UNTIL RETENTION-END-OF-FILE
                   READ RETENTION-FILE
                       AT END
                           SET RETENTION-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RR-RETENTION-DAYS NUMERIC
                                   AND RR-REPORT-TYPE NOT = SPACES
                                   AND WS-RETENTION-COUNT <
                                       WS-RETENTION-MAX
                               ADD 1 TO WS-RETENTION-COUNT
                               MOVE RR-REPORT-TYPE
                                   TO WS-RT-TYPE(WS-RETENTION-COUNT)
                               MOVE RR-RETENTION-DAYS
                                   TO WS-RT-DAYS(WS-RETENTION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           END-IF

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > 4
               MOVE WS-RD-TYPE(WS-RET-IDX) TO RR-REPORT-TYPE
               PERFORM FIND-TYPE-RETENTION
               IF WS-TYPE-DAYS = WS-UNKNOWN-TYPE-DAYS
                       AND WS-RETENTION-COUNT < WS-RETENTION-MAX
                   ADD 1 TO WS-RETENTION-COUNT
                   MOVE WS-RD-TYPE(WS-RET-IDX)
                       TO WS-RT-TYPE(WS-RETENTION-COUNT)
                   MOVE WS-RD-DAYS(WS-RET-IDX)
                       TO WS-RT-DAYS(WS-RETENTION-COUNT)
               END-IF
           END-PERFORM.

       FIND-TYPE-RETENTION.
           MOVE WS-UNKNOWN-TYPE-DAYS TO WS-TYPE-DAYS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-RETENTION-COUNT
               IF WS-RT-TYPE(WS-CAT-IDX) = RR-REPORT-TYPE
                   MOVE WS-RT-DAYS(WS-CAT-IDX) TO WS-TYPE-DAYS
               END-IF
           END-PERFORM.

      *> Retention: an archive whose run date is older than its
      *> type's retention period is deleted from disk and dropped
      *> from the catalog, which is then rewritten with only the
      *> survivors.
       PURGE-OLD-REPORTS.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-CATALOG-COUNT
               MOVE WS-CAT-TYPE(WS-RPT-IDX) TO RR-REPORT-TYPE
               PERFORM FIND-TYPE-RETENTION
               COMPUTE WS-CUTOFF-INTEGER =
                   WS-TODAY-INTEGER - WS-TYPE-DAYS
               COMPUTE WS-ENTRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CAT-DATE(WS-RPT-IDX))
               IF WS-ENTRY-INTEGER < WS-CUTOFF-INTEGER
                   PERFORM PURGE-ONE-REPORT
               END-IF
           END-PERFORM.

       PURGE-ONE-REPORT.
           MOVE "N" TO WS-CAT-KEEP(WS-RPT-IDX)
           MOVE "Y" TO WS-CATALOG-CHANGED
           ADD 1 TO WS-PURGED-COUNT
           MOVE WS-CAT-ARCHIVE(WS-RPT-IDX) TO WS-ARCHIVE-NAME
           DELETE FILE ARCHIVE-FILE
           MOVE SPACES TO RA-REPORT-RECORD
           STRING "  PURGED " WS-ARCHIVE-NAME
               " TYPE " WS-CAT-TYPE(WS-RPT-IDX)
               DELIMITED BY SIZE INTO RA-REPORT-RECORD
           WRITE RA-REPORT-RECORD.

       REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-KEEP(WS-CAT-IDX) = "Y"
                   MOVE SPACES TO CATALOG-RECORD
                   MOVE WS-CAT-REPORT(WS-CAT-IDX) TO RC-REPORT-NAME
                   MOVE WS-CAT-PROGRAM(WS-CAT-IDX) TO RC-PROGRAM
                   MOVE WS-CAT-TYPE(WS-CAT-IDX) TO RC-REPORT-TYPE
                   MOVE WS-CAT-DATE(WS-CAT-IDX) TO RC-RUN-DATE
                   MOVE WS-CAT-PAGES(WS-CAT-IDX) TO RC-PAGES
                   MOVE WS-CAT-LINES(WS-CAT-IDX) TO RC-LINES
                   MOVE WS-CAT-ARCHIVE(WS-CAT-IDX) TO RC-ARCHIVE-NAME
                   MOVE WS-CAT-STAMP(WS-CAT-IDX) TO RC-CAPTURE-STAMP
                   WRITE CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE.

       END PROGRAM REPORT-ARCHIVE.
