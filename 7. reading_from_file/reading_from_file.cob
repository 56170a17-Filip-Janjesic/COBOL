               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reject-status.

           SELECT extract-reject-file ASSIGN TO "extract_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-reject-status.

           SELECT extract-reject-work-file ASSIGN TO
                   "extract_rejects_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-reject-work-status.

           SELECT account-master ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS update-journal-status.

           SELECT account-history-file ASSIGN TO
                   "account_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-history-status.

           SELECT run-history-file ASSIGN TO "reading_run_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-log-status.

           SELECT ack-file ASSIGN TO DYNAMIC ws-ack-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-status.

           SELECT ack-work-file ASSIGN TO "ack_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-work-status.

       DATA DIVISION.
       FILE SECTION.
       FD  file-list-file.
           05 FILLER                PIC X(1).
           05 uj-after-amount       PIC 9(7)V99.

      *> Permanent balance history for point-in-time questions.
      *> The update journal exists to back a run out and carries
      *> only the before image; this file carries every add and
      *> change with the run date, the source ID from the extract
      *> header, and both amounts, and ACCOUNT-BACKOUT appends its
      *> reversals here too, so an account's balance on any date
      *> is the after amount of its last record on or before it.
       FD  account-history-file.
       01  account-history-record.
           05 ah-run-date           PIC 9(8).
           05 FILLER                PIC X(1).
           05 ah-action             PIC X(6).
           05 FILLER                PIC X(1).
           05 ah-acct-id            PIC 9(6).
           05 FILLER                PIC X(1).
           05 ah-source-id          PIC X(10).
           05 FILLER                PIC X(1).
           05 ah-before-amount      PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 ah-after-amount       PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 ah-acct-name          PIC X(30).
           05 FILLER                PIC X(1).
           05 ah-reversed-run-date  PIC 9(8).
           05 FILLER                PIC X(1).
           05 ah-timestamp          PIC X(14).

      *> One dated record per run, appended just before the
      *> checkpoint is cleared, so the control totals survive the
      *> console scroll and the trend report can compare runs.
      *> A header naming a source not on this master fails the
      *> file's controls - a mistyped or rogue source ID can no
      *> longer post to the account master.
      *> src-layout says where the source puts its fields, so the
      *> feeds that send the same data in other columns no longer
      *> have to be reformatted by hand before the load:
      *>   src-layout-type  blank or S = the standard record (ID in
      *>                    1-6, name in 7-36, amount in 37-45)
      *>                    C = the columns given below
      *>   src-xxx-col/len  starting column and length of the ID,
      *>                    name and amount; an ID shorter than six
      *>                    digits is zero-filled, the amount always
      *>                    carries two implied decimals
      *>   src-amount-sign  blank or N = unsigned
      *>                    L (or Y) = sign in the first column
      *>                    T = sign in the last column
      *> Any other layout type, or columns that do not fit the
      *> record, is an unknown layout and the file is refused.
       FD  source-master-file.
       01  source-master-record.
           05 src-source-id         PIC X(10).
           05 src-cutoff-time       PIC 9(4).
           05 FILLER                PIC X(1).
           05 src-description       PIC X(30).
           05 FILLER                PIC X(1).
           05 src-layout.
               10 src-layout-type   PIC X(1).
               10 FILLER            PIC X(1).
               10 src-id-col        PIC X(3).
               10 FILLER            PIC X(1).
               10 src-id-len        PIC X(2).
               10 FILLER            PIC X(1).
               10 src-name-col      PIC X(3).
               10 FILLER            PIC X(1).
               10 src-name-len      PIC X(2).
               10 FILLER            PIC X(1).
               10 src-amount-col    PIC X(3).
               10 FILLER            PIC X(1).
               10 src-amount-len    PIC X(2).
               10 FILLER            PIC X(1).
               10 src-amount-sign   PIC X(1).

      *> One record per extract received whole, keyed by the
      *> header's file date and source ID: the cutoff report reads
       FD  run-log-file.
       01  run-log-record           PIC X(100).

      *> Load acknowledgment returned to the source, one per file,
      *> named ack_<source>_<file date>.txt so the upstream system
      *> learns what became of its data without a phone call:
      *>   H  echoes the header's source ID and file date
      *>   D  one per rejected record - record number, ID, reason
      *>   T  records received, loaded and rejected, whether the
      *>      control trailer balanced, and LOADED or REFUSED with
      *>      the reason a refused file was turned away
      *> A file refused as a duplicate adds its H/T pair to the end
      *> of the existing return file, so the acknowledgment of the
      *> original load is not lost. A file with no header cannot
      *> be traced to a source and is acknowledged in
      *> ack_UNKNOWN_<run date>.txt.
       FD  ack-file.
       01  ack-header-record.
           05 ack-h-type            PIC X(1).
           05 FILLER                PIC X(1).
           05 ack-h-source-id       PIC X(10).
           05 FILLER                PIC X(1).
           05 ack-h-file-date       PIC 9(8).
           05 FILLER                PIC X(1).
           05 ack-h-run-date        PIC 9(8).
           05 FILLER                PIC X(1).
           05 ack-h-file-name       PIC X(60).
           05 FILLER                PIC X(9).
       01  ack-detail-record.
           05 ack-d-type            PIC X(1).
           05 FILLER                PIC X(1).
           05 ack-d-record-number   PIC 9(9).
           05 FILLER                PIC X(1).
           05 ack-d-rec-id          PIC X(6).
           05 FILLER                PIC X(1).
           05 ack-d-reason          PIC X(40).
           05 FILLER                PIC X(41).
       01  ack-trailer-record.
           05 ack-t-type            PIC X(1).
           05 FILLER                PIC X(1).
           05 ack-t-received        PIC 9(9).
           05 FILLER                PIC X(1).
           05 ack-t-loaded          PIC 9(9).
           05 FILLER                PIC X(1).
           05 ack-t-rejected        PIC 9(9).
           05 FILLER                PIC X(1).
           05 ack-t-balanced        PIC X(1).
           05 FILLER                PIC X(1).
           05 ack-t-status          PIC X(8).
           05 FILLER                PIC X(1).
           05 ack-t-reason          PIC X(40).
           05 FILLER                PIC X(17).

       FD  ack-work-file.
       01  ack-work-record          PIC X(100).

      *> Correctable rejects. reading_rejects.txt is a print line
      *> per reject for the run; this file keeps every rejected
      *> record in the standard extract layout (after any source
      *> layout mapping) with its source, file date, record number
      *> and reason, and it carries over from run to run until the
      *> record is loaded. EXTRACT-REJECT-CORRECTION fixes the name
      *> or amount and marks the record C; reprocess mode loads the
      *> C records and writes back the ones that fail again as O.
      *>   xr-status  O = open, awaiting correction
      *>              C = corrected, waiting for reprocess
       FD  extract-reject-file.
       01  extract-reject-record.
           05 xr-status             PIC X(1).
           05 FILLER                PIC X(1).
           05 xr-source-id          PIC X(10).
           05 FILLER                PIC X(1).
           05 xr-file-date          PIC 9(8).
           05 FILLER                PIC X(1).
           05 xr-record-number      PIC 9(9).
           05 FILLER                PIC X(1).
           05 xr-reason             PIC X(40).
           05 FILLER                PIC X(1).
           05 xr-corrected-by       PIC X(20).
           05 FILLER                PIC X(1).
           05 xr-corrected-date     PIC 9(8).
           05 FILLER                PIC X(1).
           05 xr-original-record    PIC X(100).

       FD  extract-reject-work-file.
       01  extract-reject-work-record PIC X(203).

       FD  reject-file.
       01  reject-record.
           05 rj-file-name          PIC X(60).
       01  ws-master-open-flag      PIC X VALUE 'N'.
           88 master-is-open           VALUE 'Y'.
       01  ws-run-date              PIC 9(8).
       01  ws-run-date-source       PIC X(1).
       01  ws-adds-count            PIC 9(9) VALUE 0.
       01  ws-changes-count         PIC 9(9) VALUE 0.
       01  ws-before-amount         PIC 9(7)V99.
       01  ws-before-name           PIC X(30).
       01  update-journal-status    PIC XX.
       01  account-history-status   PIC XX.
       01  ws-journal-action        PIC X(6).
       01  ws-display-before        PIC ZZZZZZ9.99.
       01  ws-display-after         PIC ZZZZZZ9.99.
       01  ws-source-count          PIC 9(3) VALUE 0.
       01  ws-source-table-max      PIC 9(3) VALUE 100.
       01  ws-source-table.
           05 ws-source-entry OCCURS 100 TIMES.
               10 ws-src-tbl-id     PIC X(10).
               10 ws-src-tbl-layout PIC X(24).
       01  ws-source-idx            PIC 9(3).
       01  ws-source-known-flag     PIC X.
           88 source-is-known          VALUE 'Y'.
       01  ws-sources-loaded-flag   PIC X VALUE 'N'.
           88 sources-were-loaded      VALUE 'Y'.

      *> The record layout of the file being loaded, picked from the
      *> source master by the header's source ID. Until a header is
      *> read, and for every source on a standard layout, the
      *> record is taken as it stands.
       01  ws-layout.
           05 ws-lay-type           PIC X(1).
           05 FILLER                PIC X(1).
           05 ws-lay-id-col-x       PIC X(3).
           05 FILLER                PIC X(1).
           05 ws-lay-id-len-x       PIC X(2).
           05 FILLER                PIC X(1).
           05 ws-lay-name-col-x     PIC X(3).
           05 FILLER                PIC X(1).
           05 ws-lay-name-len-x     PIC X(2).
           05 FILLER                PIC X(1).
           05 ws-lay-amount-col-x   PIC X(3).
           05 FILLER                PIC X(1).
           05 ws-lay-amount-len-x   PIC X(2).
           05 FILLER                PIC X(1).
           05 ws-lay-amount-sign    PIC X(1).
       01  ws-layout-known-flag     PIC X VALUE 'Y'.
           88 layout-is-known          VALUE 'Y'.
       01  ws-layout-mapped-flag    PIC X VALUE 'N'.
           88 layout-is-mapped         VALUE 'Y'.
       01  ws-lay-id-col            PIC 9(3).
       01  ws-lay-id-len            PIC 9(2).
       01  ws-lay-name-col          PIC 9(3).
       01  ws-lay-name-len          PIC 9(2).
       01  ws-lay-amount-col        PIC 9(3).
       01  ws-lay-amount-len        PIC 9(2).
       01  ws-lay-digit-col         PIC 9(3).
       01  ws-lay-digit-len         PIC 9(2).
       01  ws-lay-sign-col          PIC 9(3).
       01  ws-raw-record            PIC X(100).
       01  ws-map-id                PIC X(6).
       01  ws-map-digits            PIC X(9).
       01  ws-map-amount            PIC 9(9).
       01  ws-map-sign              PIC X(1).
       01  ws-map-error-flag        PIC X VALUE 'N'.
           88 mapping-failed           VALUE 'Y'.

      *> The completed list matches on file name alone, so
      *> yesterday's extract re-sent under a new name sailed past
      *> it. The received register is matched on the control
           88 full-detail-wanted       VALUE 'F' 'f'.
       01  ws-log-line              PIC X(100).

       01  ack-status               PIC XX.
           88 ack-file-ok              VALUE "00".
           88 ack-end-of-file          VALUE "10".
       01  ack-work-status          PIC XX.
           88 ack-work-end-of-file     VALUE "10".
       01  ws-ack-file-name         PIC X(60).
       01  ws-ack-append-flag       PIC X VALUE 'N'.
           88 ack-appends-to-file      VALUE 'Y'.
       01  ws-ack-rejected          PIC 9(9).
       01  ws-ack-last-detail       PIC 9(9).
       01  ws-ack-balanced          PIC X.
       01  ws-refusal-reason        PIC X(40).
       01  ws-reject-reason         PIC X(40).

       01  extract-reject-status    PIC XX.
           88 extract-reject-ok        VALUE "00".
       01  extract-reject-work-status PIC XX.
           88 xr-work-end-of-file      VALUE "10".
       01  ws-reprocess-flag        PIC X VALUE 'N'.
           88 reprocess-run            VALUE 'Y'.
       01  ws-operator-id           PIC X(20).
       01  ws-left-open-count       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Opening file list..." UPON CONSOLE.
           DISPLAY "Log detail (F = full, blank = errors only), "
               "or R to reprocess corrected rejects: " UPON CONSOLE.
           ACCEPT ws-verbosity.
           IF ws-verbosity = "R" OR "r"
               MOVE 'Y' TO ws-reprocess-flag
               MOVE SPACE TO ws-verbosity
           END-IF.
      *> The load runs under the shop's processing date, not the
      *> clock, so a rerun the morning after still posts the
      *> night it belongs to.
           CALL "PROCESSING-DATE" USING ws-run-date
               ws-run-date-source.
           PERFORM OPEN-RUN-LOG.
           IF reprocess-run
               PERFORM REPROCESS-MODE
               PERFORM CLOSE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM LOAD-CHECKPOINT.
           PERFORM LOAD-COMPLETED-FILES.
           PERFORM LOAD-SOURCE-MASTER.
                   DISPLAY "Refused - " ws-current-file-name
                       " repeats file date " ws-file-date
                       " from source " ws-source-id UPON CONSOLE
                   MOVE "DUPLICATE - FILE DATE ALREADY LOADED"
                       TO ws-refusal-reason
                   MOVE 'Y' TO ws-ack-append-flag
                   PERFORM WRITE-REFUSAL-ACK
               ELSE
                   PERFORM BALANCE-FILE-CONTROLS
                   IF file-is-balanced
                       PERFORM APPLY-FILE-RECORDS
                       PERFORM FINISH-LOAD-ACK
                   ELSE
                       MOVE 'N' TO ws-ack-append-flag
                       PERFORM WRITE-REFUSAL-ACK
                   END-IF
                   ADD 1 TO ws-files-processed
                   PERFORM MARK-FILE-COMPLETE
                   MOVE 3 TO ws-required-level
                   CALL "OPERATOR-CHECK" USING ws-supervisor-id
                       ws-required-level ws-authority
                       ws-check-status ws-jrn-program
                   IF ws-check-status = "0"
                       MOVE 'Y' TO ws-forced-flag
                       DISPLAY "Forced rerun authorized by "
           MOVE 0 TO ws-file-hash-total
           MOVE 0 TO ws-trailer-count
           MOVE 0 TO ws-trailer-hash
           MOVE 'Y' TO ws-layout-known-flag
           MOVE 'N' TO ws-layout-mapped-flag

           OPEN INPUT testfile
           IF file-status = "35"
                   file-status UPON CONSOLE
           ELSE
               IF resuming-this-file
                   PERFORM TRIM-ACK-TO-RESUME-POINT
                   PERFORM TRIM-EXTRACT-REJECTS
                   PERFORM SKIP-TO-RESUME-POINT
               ELSE
                   PERFORM START-LOAD-ACK
               END-IF

               PERFORM UNTIL end-of-file
                               IF trl-tag = "TRL"
                                   CONTINUE
                               ELSE
                                   PERFORM MAP-SOURCE-RECORD
                                   PERFORM PROCESS-RECORD
                                   PERFORM SAVE-CHECKPOINT-IF-DUE
                               END-IF
               "  SOURCE " ws-source-id
               DELIMITED BY SIZE INTO ws-log-line
           END-STRING
           PERFORM WRITE-RUN-LOG
           PERFORM SELECT-SOURCE-LAYOUT.

      *> A source missing from the master is refused on its own by
      *> BALANCE-FILE-CONTROLS, so only a source that is on it can
      *> bring an unknown layout.
       SELECT-SOURCE-LAYOUT.
           MOVE SPACES TO ws-layout
           MOVE 'Y' TO ws-layout-known-flag
           MOVE 'N' TO ws-layout-mapped-flag
           IF NOT sources-were-loaded
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ws-source-idx FROM 1 BY 1
                   UNTIL ws-source-idx > ws-source-count
               IF ws-src-tbl-id(ws-source-idx) = ws-source-id
                   MOVE ws-src-tbl-layout(ws-source-idx) TO ws-layout
                   MOVE ws-source-count TO ws-source-idx
               END-IF
           END-PERFORM
           EVALUATE ws-lay-type
               WHEN SPACE
               WHEN "S"
                   CONTINUE
               WHEN "C"
                   MOVE 'Y' TO ws-layout-mapped-flag
                   PERFORM CHECK-SOURCE-LAYOUT
               WHEN OTHER
                   MOVE 'N' TO ws-layout-known-flag
           END-EVALUATE
           IF NOT layout-is-known
               MOVE SPACES TO ws-log-line
               STRING "UNKNOWN RECORD LAYOUT FOR SOURCE " ws-source-id
                   DELIMITED BY SIZE INTO ws-log-line
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF.

       CHECK-SOURCE-LAYOUT.
           IF ws-lay-id-col-x NOT NUMERIC
                   OR ws-lay-id-len-x NOT NUMERIC
                   OR ws-lay-name-col-x NOT NUMERIC
                   OR ws-lay-name-len-x NOT NUMERIC
                   OR ws-lay-amount-col-x NOT NUMERIC
                   OR ws-lay-amount-len-x NOT NUMERIC
               MOVE 'N' TO ws-layout-known-flag
               EXIT PARAGRAPH
           END-IF
           MOVE ws-lay-id-col-x TO ws-lay-id-col
           MOVE ws-lay-id-len-x TO ws-lay-id-len
           MOVE ws-lay-name-col-x TO ws-lay-name-col
           MOVE ws-lay-name-len-x TO ws-lay-name-len
           MOVE ws-lay-amount-col-x TO ws-lay-amount-col
           MOVE ws-lay-amount-len-x TO ws-lay-amount-len

           MOVE ws-lay-amount-col TO ws-lay-digit-col
           MOVE ws-lay-amount-len TO ws-lay-digit-len
           EVALUATE ws-lay-amount-sign
               WHEN SPACE
               WHEN "N"
                   CONTINUE
               WHEN "L"
               WHEN "Y"
                   MOVE ws-lay-amount-col TO ws-lay-sign-col
                   ADD 1 TO ws-lay-digit-col
                   SUBTRACT 1 FROM ws-lay-digit-len
               WHEN "T"
                   COMPUTE ws-lay-sign-col =
                       ws-lay-amount-col + ws-lay-amount-len - 1
                   SUBTRACT 1 FROM ws-lay-digit-len
               WHEN OTHER
                   MOVE 'N' TO ws-layout-known-flag
           END-EVALUATE

           IF ws-lay-id-col < 1 OR ws-lay-id-len < 1
                   OR ws-lay-id-len > 6
                   OR ws-lay-id-col + ws-lay-id-len > 101
               MOVE 'N' TO ws-layout-known-flag
           END-IF
           IF ws-lay-name-col < 1 OR ws-lay-name-len < 1
                   OR ws-lay-name-len > 30
                   OR ws-lay-name-col + ws-lay-name-len > 101
               MOVE 'N' TO ws-layout-known-flag
           END-IF
           IF ws-lay-amount-col < 1 OR ws-lay-digit-len < 1
                   OR ws-lay-digit-len > 9
                   OR ws-lay-amount-col + ws-lay-amount-len > 101
               MOVE 'N' TO ws-layout-known-flag
           END-IF.

      *> Lifts the source's fields out of their columns into the
      *> standard rec-id, rec-name and rec-amount, so the control
      *> totals, the edits and the master update all see one record
      *> whatever the source. A field that cannot be mapped is left
      *> non-numeric for EDIT-RECORD to reject, and a negative
      *> amount is refused the same way - the master carries no
      *> credit balances. The hash total is taken on the amount
      *> without its sign.
       MAP-SOURCE-RECORD.
           MOVE 'N' TO ws-map-error-flag
           IF NOT layout-is-mapped
               EXIT PARAGRAPH
           END-IF
           MOVE file-record TO ws-raw-record
           MOVE SPACES TO file-record

           MOVE SPACES TO ws-map-id
           MOVE ws-raw-record(ws-lay-id-col:ws-lay-id-len)
               TO ws-map-id(7 - ws-lay-id-len:ws-lay-id-len)
           INSPECT ws-map-id REPLACING LEADING SPACE BY ZERO
           MOVE ws-map-id TO file-record(1:6)

           MOVE ws-raw-record(ws-lay-name-col:ws-lay-name-len)
               TO rec-name

           MOVE SPACES TO ws-map-digits
           MOVE ws-raw-record(ws-lay-digit-col:ws-lay-digit-len)
               TO ws-map-digits(10 - ws-lay-digit-len:ws-lay-digit-len)
           INSPECT ws-map-digits REPLACING LEADING SPACE BY ZERO
           MOVE SPACE TO ws-map-sign
           IF ws-lay-amount-sign NOT = SPACE AND NOT = "N"
               MOVE ws-raw-record(ws-lay-sign-col:1) TO ws-map-sign
           END-IF
           IF ws-map-digits NOT NUMERIC
                   OR (ws-map-sign NOT = SPACE AND NOT = "+"
                       AND NOT = "-")
               MOVE 'Y' TO ws-map-error-flag
               MOVE "?????????" TO file-record(37:9)
               EXIT PARAGRAPH
           END-IF
           MOVE ws-map-digits TO ws-map-amount
           COMPUTE rec-amount = ws-map-amount / 100
           IF ws-map-sign = "-"
               MOVE 'Y' TO ws-map-error-flag
           END-IF.

       CAPTURE-TRAILER-RECORD.
           SET trailer-was-seen TO TRUE
      *> or not it passes the edits - the trailer proves the transfer
      *> arrived whole, not that the content is valid.
       COUNT-DATA-RECORD.
           PERFORM MAP-SOURCE-RECORD
           ADD 1 TO ws-file-record-count
           IF rec-amount NUMERIC
               ADD rec-amount TO ws-file-hash-total

       BALANCE-FILE-CONTROLS.
           MOVE 'N' TO ws-file-balanced-flag
           MOVE SPACES TO ws-refusal-reason
           PERFORM CHECK-SOURCE-KNOWN
           IF NOT header-was-seen
               DISPLAY "Missing header record: " ws-current-file-name
                   UPON CONSOLE
               MOVE "MISSING HEADER RECORD" TO ws-refusal-reason
           ELSE
               IF NOT source-is-known
                   DISPLAY "Source not on the source master: "
                       ws-source-id " - file refused." UPON CONSOLE
                   MOVE "SOURCE NOT ON SOURCE MASTER"
                       TO ws-refusal-reason
               ELSE
               IF NOT layout-is-known
                   DISPLAY "Unknown record layout for source "
                       ws-source-id " - file refused." UPON CONSOLE
                   MOVE "UNKNOWN RECORD LAYOUT FOR SOURCE"
                       TO ws-refusal-reason
               ELSE
               IF NOT trailer-was-seen
                   DISPLAY "Missing trailer record: "
                       ws-current-file-name UPON CONSOLE
                   MOVE "MISSING TRAILER RECORD" TO ws-refusal-reason
               ELSE
                   IF ws-trailer-count NOT = ws-file-record-count
                       MOVE ws-file-record-count TO ws-display-count
                       DISPLAY "Record count " ws-display-count
                           " does not balance to trailer" UPON CONSOLE
                       MOVE "RECORD COUNT DOES NOT BALANCE TO TRAILER"
                           TO ws-refusal-reason
                   ELSE
                       IF ws-trailer-hash NOT = ws-file-hash-total
                           MOVE ws-file-hash-total TO ws-display-hash
                           DISPLAY "Hash total " ws-display-hash
                               " does not balance to trailer"
                               UPON CONSOLE
                           MOVE "HASH TOTAL DOES NOT BALANCE TO TRAILER"
                               TO ws-refusal-reason
                       ELSE
                           SET file-is-balanced TO TRUE
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       OPEN-RUN-LOG.
                           IF ws-source-count < ws-source-table-max
                               ADD 1 TO ws-source-count
                               MOVE src-source-id TO
                                   ws-src-tbl-id(ws-source-count)
                               MOVE src-layout TO
                                   ws-src-tbl-layout(ws-source-count)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING ws-source-idx FROM 1 BY 1
                       UNTIL ws-source-idx > ws-source-count
                       OR source-is-known
                   IF ws-src-tbl-id(ws-source-idx) = ws-source-id
                       MOVE 'Y' TO ws-source-known-flag
                   END-IF
               END-PERFORM
               END-STRING
               PERFORM WRITE-RUN-LOG
               PERFORM LOG-REJECTED-RECORD
               PERFORM WRITE-EXTRACT-REJECT
               PERFORM WRITE-ACK-DETAIL
           END-IF.

       WRITE-EXTRACT-REJECT.
           OPEN EXTEND extract-reject-file
           IF extract-reject-status = "05" OR "35"
               OPEN OUTPUT extract-reject-file
           END-IF
           MOVE SPACES TO extract-reject-record
           MOVE "O" TO xr-status
           MOVE ws-source-id TO xr-source-id
           MOVE ws-file-date TO xr-file-date
           MOVE ws-record-number TO xr-record-number
           MOVE ws-reject-reason TO xr-reason
           MOVE 0 TO xr-corrected-date
           MOVE file-record TO xr-original-record
           WRITE extract-reject-record
           CLOSE extract-reject-file.

      *> Copies the correctable rejects aside so they can be read
      *> back while extract_rejects.dat is rewritten.
       COPY-EXTRACT-REJECTS-ASIDE.
           OPEN INPUT extract-reject-file
           IF NOT extract-reject-ok
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT extract-reject-work-file
           PERFORM UNTIL extract-reject-status NOT = "00"
               READ extract-reject-file
                   AT END
                       MOVE "10" TO extract-reject-status
                   NOT AT END
                       MOVE extract-reject-record
                           TO extract-reject-work-record
                       WRITE extract-reject-work-record
               END-READ
           END-PERFORM
           CLOSE extract-reject-file
           CLOSE extract-reject-work-file
           MOVE "00" TO extract-reject-status.

      *> Like the return file, the correctable rejects of a resumed
      *> file are cut back to the checkpoint so the replay writes
      *> them once.
       TRIM-EXTRACT-REJECTS.
           PERFORM COPY-EXTRACT-REJECTS-ASIDE
           IF NOT extract-reject-ok
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT extract-reject-work-file
           OPEN OUTPUT extract-reject-file
           PERFORM UNTIL xr-work-end-of-file
               READ extract-reject-work-file
                   AT END
                       SET xr-work-end-of-file TO TRUE
                   NOT AT END
                       MOVE extract-reject-work-record
                           TO extract-reject-record
                       IF xr-status = "O"
                               AND xr-source-id = ws-source-id
                               AND xr-file-date = ws-file-date
                               AND xr-record-number > ws-resume-key
                           CONTINUE
                       ELSE
                           WRITE extract-reject-record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE extract-reject-work-file
           CLOSE extract-reject-file.

      *> Reprocess mode takes only the corrected rejects back
      *> through EDIT-RECORD and APPLY-TO-ACCOUNT-MASTER under the
      *> processing date, so a handful of fixed records no longer
      *> means asking the source to resend the whole file. The
      *> adds and changes land on the update journal and the
      *> balance history like any load, so ACCOUNT-BACKOUT of the
      *> run date reverses them too, and the run gets its own
      *> run-history entry - with no extract files processed, which
      *> is how the reports tell a reprocess from a load. The
      *> checkpoint and completed list belong to the load and are
      *> left alone.
       REPROCESS-MODE.
           DISPLAY "Operator ID: " UPON CONSOLE
           ACCEPT ws-operator-id
           MOVE 1 TO ws-required-level
           CALL "OPERATOR-CHECK" USING ws-operator-id
               ws-required-level ws-authority ws-check-status
               ws-jrn-program
           IF ws-check-status NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive." UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM COPY-EXTRACT-REJECTS-ASIDE
           IF NOT extract-reject-ok
               DISPLAY "No extract_rejects.dat - nothing to "
                   "reprocess." UPON CONSOLE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ACCOUNT-MASTER
           IF NOT master-is-open
               DISPLAY "Reprocess abandoned - the account master "
                   "must be available." UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ws-log-line
           STRING "REPROCESS OF CORRECTED REJECTS BY " ws-operator-id
               DELIMITED BY SIZE INTO ws-log-line
           END-STRING
           PERFORM WRITE-RUN-LOG

           OPEN INPUT extract-reject-work-file
           OPEN OUTPUT extract-reject-file
           PERFORM UNTIL xr-work-end-of-file
               READ extract-reject-work-file
                   AT END
                       SET xr-work-end-of-file TO TRUE
                   NOT AT END
                       MOVE extract-reject-work-record
                           TO extract-reject-record
                       IF xr-status = "C"
                           PERFORM REPROCESS-ONE-REJECT
                       ELSE
                           ADD 1 TO ws-left-open-count
                           WRITE extract-reject-record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE extract-reject-work-file
           CLOSE extract-reject-file
           CLOSE account-master

           IF ws-total-read = 0
               DISPLAY "No corrected rejects waiting." UPON CONSOLE
               EXIT PARAGRAPH
           END-IF

           MOVE ws-total-read TO ws-display-count
           DISPLAY "Corrected records taken: " ws-display-count
               UPON CONSOLE
           MOVE ws-total-valid TO ws-display-count
           DISPLAY "Loaded:                  " ws-display-count
               UPON CONSOLE
           MOVE ws-total-invalid TO ws-display-count
           DISPLAY "Rejected again:          " ws-display-count
               UPON CONSOLE
           MOVE ws-left-open-count TO ws-display-count
           DISPLAY "Still awaiting correction: " ws-display-count
               UPON CONSOLE
           MOVE 0 TO ws-files-processed
           PERFORM WRITE-RUN-HISTORY

           MOVE "REPROCESS" TO ws-jrn-action
           MOVE ws-operator-id TO ws-jrn-operator
           MOVE SPACES TO ws-jrn-key-values
           STRING "RUN-DATE=" ws-run-date
               "  TAKEN=" ws-total-read
               "  LOADED=" ws-total-valid
               DELIMITED BY SIZE INTO ws-jrn-key-values
           END-STRING
           CALL "JOURNAL-WRITE" USING ws-jrn-program
               ws-jrn-operator ws-jrn-action ws-jrn-key-values
           IF ws-total-invalid > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The record was mapped to the standard layout when it was
      *> first rejected, so it goes straight to the edits. One that
      *> fails again, or that the master refuses, stays on file.
       REPROCESS-ONE-REJECT.
           ADD 1 TO ws-total-read
           MOVE xr-record-number TO ws-record-number
           MOVE xr-source-id TO ws-source-id
           MOVE xr-file-date TO ws-file-date
           MOVE xr-original-record TO file-record
           MOVE 'N' TO ws-map-error-flag
           PERFORM EDIT-RECORD
           IF NOT record-is-valid
               ADD 1 TO ws-total-invalid
               MOVE "O" TO xr-status
               MOVE ws-reject-reason TO xr-reason
               WRITE extract-reject-record
               EXIT PARAGRAPH
           END-IF
           MOVE "00" TO master-status
           PERFORM APPLY-TO-ACCOUNT-MASTER
           IF master-status NOT = "00"
               ADD 1 TO ws-total-invalid
               MOVE "MASTER UPDATE FAILED - STATUS " TO xr-reason
               MOVE master-status TO xr-reason(31:2)
               WRITE extract-reject-record
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ws-total-valid
           ADD rec-amount TO ws-total-amount
           MOVE SPACES TO ws-log-line
           STRING "REPROCESSED " xr-source-id " " xr-file-date
               " RECORD " xr-record-number " ID=" rec-id
               DELIMITED BY SIZE INTO ws-log-line
           END-STRING
           PERFORM WRITE-RUN-LOG.

       APPLY-TO-ACCOUNT-MASTER.
           IF master-is-open
               MOVE rec-id TO acct-id
               MOVE SPACES TO ws-before-name
               MOVE 0 TO ws-before-amount
               PERFORM WRITE-UPDATE-JOURNAL
               PERFORM WRITE-ACCOUNT-HISTORY
           END-IF.

       CHANGE-ACCOUNT-RECORD.
               PERFORM WRITE-REGISTER-RECORD
               MOVE "CHANGE" TO ws-journal-action
               PERFORM WRITE-UPDATE-JOURNAL
               PERFORM WRITE-ACCOUNT-HISTORY
           END-IF.

       WRITE-REGISTER-RECORD.
           WRITE update-journal-record
           CLOSE update-journal-file.

       WRITE-ACCOUNT-HISTORY.
           OPEN EXTEND account-history-file
           IF account-history-status = "05" OR "35"
               OPEN OUTPUT account-history-file
           END-IF
           MOVE SPACES TO account-history-record
           MOVE ws-run-date TO ah-run-date
           MOVE ws-journal-action TO ah-action
           MOVE acct-id TO ah-acct-id
           MOVE ws-source-id TO ah-source-id
           MOVE ws-before-amount TO ah-before-amount
           MOVE acct-amount TO ah-after-amount
           MOVE acct-name TO ah-acct-name
           MOVE 0 TO ah-reversed-run-date
           MOVE FUNCTION CURRENT-DATE(1:14) TO ah-timestamp
           WRITE account-history-record
           CLOSE account-history-file.

       LOG-REJECTED-RECORD.
           OPEN EXTEND reject-file
           IF reject-status = "05" OR "35"
      *> past the checks the master load depends on.
       EDIT-RECORD.
           MOVE 'Y' TO ws-record-valid
           MOVE SPACES TO ws-reject-reason
           MOVE SPACES TO ws-edit-record
           MOVE file-record TO ws-edit-record
           CALL "EDIT-ENGINE" USING ws-edit-file-id ws-edit-record
               ws-edit-result ws-edit-failed-rule
           IF ws-edit-result = "F"
               MOVE 'N' TO ws-record-valid
               STRING "FAILED EDIT RULE " ws-edit-failed-rule
                   DELIMITED BY SIZE INTO ws-reject-reason
               END-STRING
               MOVE SPACES TO ws-log-line
               STRING "RECORD " ws-record-number
                   " FAILED EDIT RULE " ws-edit-failed-rule
           PERFORM EDIT-RECORD-FALLBACK.

       EDIT-RECORD-FALLBACK.
           IF mapping-failed
               MOVE 'N' TO ws-record-valid
               IF ws-reject-reason = SPACES
                   MOVE "AMOUNT NEGATIVE OR UNREADABLE"
                       TO ws-reject-reason
               END-IF
               MOVE SPACES TO ws-log-line
               STRING "RECORD " ws-record-number
                   " AMOUNT NEGATIVE OR UNREADABLE IN SOURCE LAYOUT"
                   DELIMITED BY SIZE INTO ws-log-line
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF
           IF rec-id NOT NUMERIC
               MOVE 'N' TO ws-record-valid
               IF ws-reject-reason = SPACES
                   MOVE "ACCOUNT ID NOT NUMERIC" TO ws-reject-reason
               END-IF
           END-IF
           IF rec-amount NOT NUMERIC
               MOVE 'N' TO ws-record-valid
               IF ws-reject-reason = SPACES
                   MOVE "AMOUNT NOT NUMERIC" TO ws-reject-reason
               END-IF
           END-IF
           IF rec-name = SPACES
               MOVE 'N' TO ws-record-valid
               IF ws-reject-reason = SPACES
                   MOVE "NAME MISSING" TO ws-reject-reason
               END-IF
           END-IF.

       SET-ACK-FILE-NAME.
           MOVE SPACES TO ws-ack-file-name
           IF header-was-seen AND ws-source-id NOT = SPACES
               STRING "ack_" DELIMITED BY SIZE
                   ws-source-id DELIMITED BY SPACE
                   "_" ws-file-date ".txt" DELIMITED BY SIZE
                   INTO ws-ack-file-name
               END-STRING
           ELSE
               STRING "ack_UNKNOWN_" ws-run-date ".txt"
                   DELIMITED BY SIZE INTO ws-ack-file-name
               END-STRING
           END-IF.

       WRITE-ACK-HEADER.
           MOVE SPACES TO ack-header-record
           MOVE "H" TO ack-h-type
           IF header-was-seen
               MOVE ws-source-id TO ack-h-source-id
               MOVE ws-file-date TO ack-h-file-date
           ELSE
               MOVE 0 TO ack-h-file-date
           END-IF
           MOVE ws-run-date TO ack-h-run-date
           MOVE ws-current-file-name TO ack-h-file-name
           WRITE ack-header-record.

      *> Whether the data agreed with the control trailer, reported
      *> to the source whatever else became of the file.
       JUDGE-ACK-BALANCE.
           MOVE 'N' TO ws-ack-balanced
           IF trailer-was-seen
                   AND ws-trailer-count = ws-file-record-count
                   AND ws-trailer-hash = ws-file-hash-total
               MOVE 'Y' TO ws-ack-balanced
           END-IF.

       START-LOAD-ACK.
           PERFORM SET-ACK-FILE-NAME
           OPEN OUTPUT ack-file
           IF ack-file-ok
               PERFORM WRITE-ACK-HEADER
               CLOSE ack-file
           END-IF.

       WRITE-ACK-DETAIL.
           OPEN EXTEND ack-file
           IF ack-status = "05" OR "35"
               OPEN OUTPUT ack-file
           END-IF
           MOVE SPACES TO ack-detail-record
           MOVE "D" TO ack-d-type
           MOVE ws-record-number TO ack-d-record-number
           MOVE file-record(1:6) TO ack-d-rec-id
           MOVE ws-reject-reason TO ack-d-reason
           WRITE ack-detail-record
           CLOSE ack-file.

      *> A resumed file replays the records after the last
      *> checkpoint, so the rejects already acknowledged past that
      *> point are dropped first and the replay writes them once.
       TRIM-ACK-TO-RESUME-POINT.
           PERFORM SET-ACK-FILE-NAME
           OPEN INPUT ack-file
           IF NOT ack-file-ok
               PERFORM START-LOAD-ACK
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ack-work-file
           PERFORM UNTIL ack-end-of-file
               READ ack-file
                   AT END
                       SET ack-end-of-file TO TRUE
                   NOT AT END
                       IF ack-d-type NOT = "D"
                               OR ack-d-record-number <= ws-resume-key
                           MOVE ack-header-record TO ack-work-record
                           WRITE ack-work-record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ack-file
           CLOSE ack-work-file

           OPEN INPUT ack-work-file
           OPEN OUTPUT ack-file
           PERFORM UNTIL ack-work-end-of-file
               READ ack-work-file
                   AT END
                       SET ack-work-end-of-file TO TRUE
                   NOT AT END
                       MOVE ack-work-record TO ack-header-record
                       WRITE ack-header-record
               END-READ
           END-PERFORM
           CLOSE ack-work-file
           CLOSE ack-file.

      *> The rejects are counted back from the return file itself,
      *> which holds exactly this file's rejects even across a
      *> resumed run.
       FINISH-LOAD-ACK.
           PERFORM SET-ACK-FILE-NAME
           MOVE 0 TO ws-ack-rejected
           OPEN INPUT ack-file
           IF ack-file-ok
               PERFORM UNTIL ack-end-of-file
                   READ ack-file
                       AT END
                           SET ack-end-of-file TO TRUE
                       NOT AT END
                           IF ack-d-type = "D"
                               ADD 1 TO ws-ack-rejected
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ack-file
           END-IF
           OPEN EXTEND ack-file
           IF ack-status = "05" OR "35"
               OPEN OUTPUT ack-file
               PERFORM WRITE-ACK-HEADER
           END-IF
           PERFORM JUDGE-ACK-BALANCE
           MOVE SPACES TO ack-trailer-record
           MOVE "T" TO ack-t-type
           MOVE ws-file-record-count TO ack-t-received
           COMPUTE ack-t-loaded =
               ws-file-record-count - ws-ack-rejected
           MOVE ws-ack-rejected TO ack-t-rejected
           MOVE ws-ack-balanced TO ack-t-balanced
           MOVE "LOADED" TO ack-t-status
           WRITE ack-trailer-record
           CLOSE ack-file.

       WRITE-REFUSAL-ACK.
           PERFORM SET-ACK-FILE-NAME
           IF ack-appends-to-file OR NOT header-was-seen
               OPEN EXTEND ack-file
               IF ack-status = "05" OR "35"
                   OPEN OUTPUT ack-file
               END-IF
           ELSE
               OPEN OUTPUT ack-file
           END-IF
           PERFORM WRITE-ACK-HEADER
           PERFORM JUDGE-ACK-BALANCE
           MOVE SPACES TO ack-trailer-record
           MOVE "T" TO ack-t-type
           MOVE ws-file-record-count TO ack-t-received
           MOVE 0 TO ack-t-loaded
           MOVE 0 TO ack-t-rejected
           MOVE ws-ack-balanced TO ack-t-balanced
           MOVE "REFUSED" TO ack-t-status
           MOVE ws-refusal-reason TO ack-t-reason
           WRITE ack-trailer-record
           CLOSE ack-file
           DISPLAY "Refusal returned in " ws-ack-file-name
               UPON CONSOLE.

       SAVE-CHECKPOINT-IF-DUE.
           ADD 1 TO ws-records-since-ckpt
           IF ws-records-since-ckpt >= ws-checkpoint-interval
