       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-REJECT-CORRECTION.
       AUTHOR. FILIP JANJESIC.
      *> Correction screen for the extract load's rejects. A record
      *> READING_FROM_FILE rejects stays in extract_rejects.dat in
      *> the standard extract layout; the desk lists them here, fixes
      *> the name or the amount under its own operator ID, and the
      *> record is marked corrected (C) for the load's reprocess
      *> mode to pick up. Every correction is journaled with the
      *> source, file date and record number it belongs to. A record
      *> whose account ID is wrong cannot be put right here - that
      *> one still has to come back from the source.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT extract-reject-file ASSIGN TO "extract_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-reject-status.

           SELECT extract-reject-work-file ASSIGN TO
                   "extract_rejects_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-reject-work-status.

       DATA DIVISION.
       FILE SECTION.
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
           05 xr-original-record.
               10 xr-rec-id         PIC X(6).
               10 xr-rec-name       PIC X(30).
               10 xr-rec-amount-x   PIC X(9).
               10 xr-rec-amount REDEFINES xr-rec-amount-x
                                    PIC 9(7)V99.
               10 FILLER            PIC X(55).

       FD  extract-reject-work-file.
       01  extract-reject-work-record PIC X(203).

       WORKING-STORAGE SECTION.
       01  extract-reject-status    PIC XX.
           88 extract-reject-ok        VALUE "00".
           88 extract-reject-eof       VALUE "10".
       01  extract-reject-work-status PIC XX.
           88 xr-work-end-of-file      VALUE "10".

       01  ws-operator-id           PIC X(20).
       01  ws-required-level        PIC 9.
       01  ws-authority             PIC 9.
       01  ws-check-status          PIC X.
       01  ws-processing-date       PIC 9(8).
       01  ws-date-source           PIC X(1).

       01  ws-menu-choice           PIC X.
       01  ws-done-flag             PIC X VALUE 'N'.
           88 correction-is-done       VALUE 'Y'.

       01  ws-entry-in              PIC X(6).
       01  ws-entry-number          PIC 9(6).
       01  ws-position              PIC 9(6).
       01  ws-listed-count          PIC 9(6).
       01  ws-found-flag            PIC X.
           88 entry-was-found          VALUE 'Y'.

       01  ws-new-name              PIC X(30).
       01  ws-amount-in             PIC X(12).
       01  ws-new-amount-flag       PIC X.
           88 amount-was-given         VALUE 'Y'.
       01  ws-new-amount            PIC 9(7)V99.
       01  ws-amount-work           PIC S9(9)V99.
       01  ws-display-amount        PIC ZZZZZZ9.99.
       01  ws-display-position      PIC ZZZZZ9.
       01  ws-old-name              PIC X(30).
       01  ws-old-amount-x          PIC X(9).

       01  ws-jrn-program           PIC X(12) VALUE "EXTR-CORRECT".
       01  ws-jrn-operator          PIC X(30).
       01  ws-jrn-action            PIC X(12).
       01  ws-jrn-key-values        PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Extract Reject Correction ---".
           DISPLAY "Operator ID: ".
           ACCEPT ws-operator-id.
           MOVE 1 TO ws-required-level
           CALL "OPERATOR-CHECK" USING ws-operator-id
               ws-required-level ws-authority ws-check-status
               ws-jrn-program
           IF ws-check-status NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-operator-id TO ws-jrn-operator.
           CALL "PROCESSING-DATE" USING ws-processing-date
               ws-date-source.

           PERFORM UNTIL correction-is-done
               PERFORM SHOW-MENU
               EVALUATE ws-menu-choice
                   WHEN "1"
                       PERFORM LIST-REJECTS
                   WHEN "2"
                       PERFORM CORRECT-A-REJECT
                   WHEN "3"
                       MOVE 'Y' TO ws-done-flag
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. List rejects awaiting correction or reprocess".
           DISPLAY "2. Correct a reject".
           DISPLAY "3. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT ws-menu-choice.

       LIST-REJECTS.
           MOVE 0 TO ws-position
           MOVE 0 TO ws-listed-count
           OPEN INPUT extract-reject-file
           IF NOT extract-reject-ok
               DISPLAY "No extract_rejects.dat on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  NO. S SOURCE     FILE-DATE  REC-NO    ID     "
               "NAME / REASON"
           PERFORM UNTIL extract-reject-eof
               READ extract-reject-file
                   AT END
                       SET extract-reject-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-position
                       ADD 1 TO ws-listed-count
                       MOVE ws-position TO ws-display-position
                       DISPLAY ws-display-position " " xr-status " "
                           xr-source-id " " xr-file-date " "
                           xr-record-number " " xr-rec-id " "
                           xr-rec-name
                       DISPLAY "         AMOUNT=" xr-rec-amount-x
                           "  " xr-reason
               END-READ
           END-PERFORM
           CLOSE extract-reject-file
           IF ws-listed-count = 0
               DISPLAY "No rejects on file."
           END-IF.

       CORRECT-A-REJECT.
           DISPLAY "Reject number from the list: "
           ACCEPT ws-entry-in
           IF ws-entry-in = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(ws-entry-in) TO ws-entry-in
           IF FUNCTION TEST-NUMVAL(ws-entry-in) NOT = 0
               DISPLAY "Reject number must be numeric."
               EXIT PARAGRAPH
           END-IF
           COMPUTE ws-entry-number = FUNCTION NUMVAL(ws-entry-in)

           PERFORM FIND-REJECT
           IF NOT entry-was-found
               DISPLAY "No reject number " ws-entry-number "."
               EXIT PARAGRAPH
           END-IF
           IF xr-status NOT = "O" AND NOT = "C"
               DISPLAY "That reject is not open for correction."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Source " xr-source-id "  file date " xr-file-date
               "  record " xr-record-number
           DISPLAY "Reason:  " xr-reason
           DISPLAY "ID:      " xr-rec-id
           DISPLAY "Name:    " xr-rec-name
           DISPLAY "Amount:  " xr-rec-amount-x
           MOVE xr-rec-name TO ws-old-name
           MOVE xr-rec-amount-x TO ws-old-amount-x

           DISPLAY "New name (blank = keep): "
           ACCEPT ws-new-name
           DISPLAY "New amount, e.g. 1234.56 (blank = keep): "
           ACCEPT ws-amount-in
           MOVE 'N' TO ws-new-amount-flag
           IF ws-amount-in NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ws-amount-in) NOT = 0
                   DISPLAY "Amount is not a valid number - "
                       "nothing changed."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ws-amount-work = FUNCTION NUMVAL(ws-amount-in)
               IF ws-amount-work < 0 OR ws-amount-work > 9999999.99
                   DISPLAY "Amount must be between 0 and "
                       "9999999.99 - nothing changed."
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-amount-work TO ws-new-amount
               MOVE 'Y' TO ws-new-amount-flag
           END-IF
           IF ws-new-name = SPACES AND NOT amount-was-given
               DISPLAY "Nothing entered - reject left as it was."
               EXIT PARAGRAPH
           END-IF

           MOVE "CORRECT" TO ws-jrn-action
           MOVE SPACES TO ws-jrn-key-values
           STRING "SRC=" xr-source-id " DATE=" xr-file-date
               " REC=" xr-record-number " ID=" xr-rec-id
               DELIMITED BY SIZE INTO ws-jrn-key-values
           END-STRING

           PERFORM REWRITE-CORRECTED-REJECT
           DISPLAY "Reject " ws-entry-number
               " corrected - it loads on the next reprocess run."
           CALL "JOURNAL-WRITE" USING ws-jrn-program
               ws-jrn-operator ws-jrn-action ws-jrn-key-values.

       FIND-REJECT.
           MOVE 'N' TO ws-found-flag
           MOVE 0 TO ws-position
           OPEN INPUT extract-reject-file
           IF NOT extract-reject-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL extract-reject-eof OR entry-was-found
               READ extract-reject-file
                   AT END
                       SET extract-reject-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-position
                       IF ws-position = ws-entry-number
                           MOVE 'Y' TO ws-found-flag
                       END-IF
               END-READ
           END-PERFORM
           CLOSE extract-reject-file.

      *> The file is copied aside and written back with the one
      *> record changed, so it never has to fit in storage.
       REWRITE-CORRECTED-REJECT.
           OPEN INPUT extract-reject-file
           OPEN OUTPUT extract-reject-work-file
           PERFORM UNTIL extract-reject-eof
               READ extract-reject-file
                   AT END
                       SET extract-reject-eof TO TRUE
                   NOT AT END
                       MOVE extract-reject-record
                           TO extract-reject-work-record
                       WRITE extract-reject-work-record
               END-READ
           END-PERFORM
           CLOSE extract-reject-file
           CLOSE extract-reject-work-file

           MOVE 0 TO ws-position
           OPEN INPUT extract-reject-work-file
           OPEN OUTPUT extract-reject-file
           PERFORM UNTIL xr-work-end-of-file
               READ extract-reject-work-file
                   AT END
                       SET xr-work-end-of-file TO TRUE
                   NOT AT END
                       ADD 1 TO ws-position
                       MOVE extract-reject-work-record
                           TO extract-reject-record
                       IF ws-position = ws-entry-number
                           PERFORM APPLY-CORRECTION
                       END-IF
                       WRITE extract-reject-record
               END-READ
           END-PERFORM
           CLOSE extract-reject-work-file
           CLOSE extract-reject-file.

       APPLY-CORRECTION.
           IF ws-new-name NOT = SPACES
               MOVE ws-new-name TO xr-rec-name
           END-IF
           IF amount-was-given
               MOVE ws-new-amount TO xr-rec-amount
           END-IF
           MOVE "C" TO xr-status
           MOVE ws-operator-id TO xr-corrected-by
           MOVE ws-processing-date TO xr-corrected-date
           MOVE SPACES TO xr-reason
           STRING "CORRECTED - WAS " ws-old-amount-x " "
               ws-old-name
               DELIMITED BY SIZE INTO xr-reason
           END-STRING.

       END PROGRAM EXTRACT-REJECT-CORRECTION.
