       PROGRAM-ID. USER-ENTRY.
       AUTHOR. Filip.

      *> Entry screen for customer requests. Batch mode imports the
      *> daily web-form file, web_form_submissions.dat, in place of
      *> rekeying it line by line:
      *>   H record - file date
      *>   D record - name and message, one per submission
      *>   T record - count of D records
      *> The file is proved against its trailer before anything is
      *> written, and a file date already on web_import_register.dat
      *> is refused unless a supervisor forces the rerun - the same
      *> discipline as the calculator batch register. Each name and
      *> message goes through the same CHAR-CLASSIFY checks as the
      *> screen and each good submission becomes a normal entry
      *> (ID-ASSIGN, user_data.txt, user_master.dat, routed,
      *> journaled). Failures go to web_form_rejects.dat with the
      *> field and the reason.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT WEB-FORM-FILE ASSIGN TO "web_form_submissions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEB-STATUS.

           SELECT WEB-REGISTER-FILE ASSIGN TO
                   "web_import_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEB-REGISTER-STATUS.

           SELECT WEB-REJECT-FILE ASSIGN TO "web_form_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEB-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       FD  WEB-FORM-FILE.
       01  WEB-FORM-RECORD.
           05 WF-TYPE        PIC X(1).
           05 WF-NAME        PIC X(30).
           05 WF-MESSAGE     PIC X(70).
       01  WEB-FORM-HEADER-RECORD REDEFINES WEB-FORM-RECORD.
           05 WF-H-TYPE      PIC X(1).
           05 WF-H-FILE-DATE PIC X(8).
           05 FILLER         PIC X(92).
       01  WEB-FORM-TRAILER-RECORD REDEFINES WEB-FORM-RECORD.
           05 WF-T-TYPE      PIC X(1).
           05 WF-T-RECORD-COUNT PIC X(6).
           05 FILLER         PIC X(94).

       FD  WEB-REGISTER-FILE.
       01  WEB-REGISTER-RECORD.
           05 WR-FILE-DATE   PIC 9(8).
           05 FILLER         PIC X(1).
           05 WR-RUN-DATE    PIC 9(8).
           05 FILLER         PIC X(1).
           05 WR-RECORD-COUNT PIC 9(6).
           05 FILLER         PIC X(1).
           05 WR-ACCEPTED-COUNT PIC 9(6).
           05 FILLER         PIC X(1).
           05 WR-REJECTED-COUNT PIC 9(6).
           05 FILLER         PIC X(1).
           05 WR-OPERATOR    PIC X(20).
           05 FILLER         PIC X(1).
           05 WR-FORCED-FLAG PIC X(1).

      *> Rejects append across runs with the file date and line
      *> number, so the desk can trace each back to its submission.
       FD  WEB-REJECT-FILE.
       01  WEB-REJECT-RECORD.
           05 WJ-FILE-DATE   PIC 9(8).
           05 FILLER         PIC X(1).
           05 WJ-LINE-NO     PIC 9(6).
           05 FILLER         PIC X(1).
           05 WJ-FIELD       PIC X(12).
           05 FILLER         PIC X(1).
           05 WJ-REASON      PIC X(30).
           05 FILLER         PIC X(1).
           05 WJ-NAME        PIC X(30).
           05 FILLER         PIC X(1).
           05 WJ-MESSAGE     PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-USER-NAME    PIC X(30).
       01  WS-CC-IS-WHITESPACE PIC X.
       01  WS-CC-IS-VALID    PIC X.

      *> Category and owning queue from the shared USER-ROUTE
      *> keyword rules, stored on the master record.
       01  WS-ROUTE-CATEGORY PIC X(10).
       01  WS-ROUTE-QUEUE    PIC X(10).
       01  WS-ROUTE-MATCH-FLAG PIC X(1).

       01  WS-MODE           PIC X(1).
           88 BATCH-IMPORT-MODE   VALUE "B" "b".
       01  WS-WEB-STATUS     PIC X(02).
           88 WEB-FILE-OK         VALUE "00".
           88 WEB-END-OF-FILE     VALUE "10".
       01  WS-WEB-REGISTER-STATUS PIC X(02).
           88 WEB-REGISTER-OK     VALUE "00".
           88 WEB-REGISTER-END    VALUE "10".
       01  WS-WEB-REJECT-STATUS PIC X(02).

      *> Sign-on fields for the shared OPERATOR-CHECK routine; the
      *> forced rerun of a file date takes supervisor authority.
       01  WS-SIGNON-ID      PIC X(20).
       01  WS-SUPERVISOR-ID  PIC X(20).
       01  WS-REQUIRED-LEVEL PIC 9(1).
       01  WS-AUTHORITY      PIC 9(1).
       01  WS-CHECK-STATUS   PIC X(1).
       01  WS-FORCE-ANSWER   PIC X(1).

       01  WS-FILE-DATE      PIC 9(8) VALUE 0.
       01  WS-PRIOR-RUN-DATE PIC 9(8).
       01  WS-PROCESSING-DATE PIC 9(8).
       01  WS-DATE-SOURCE    PIC X(1).
       01  WS-HEADER-FLAG    PIC X(1).
           88 HEADER-WAS-SEEN     VALUE "Y".
       01  WS-TRAILER-FLAG   PIC X(1).
           88 TRAILER-WAS-SEEN    VALUE "Y".
       01  WS-REFUSED-FLAG   PIC X(1) VALUE "N".
           88 IMPORT-WAS-REFUSED  VALUE "Y".
       01  WS-FORCED-FLAG    PIC X(1) VALUE "N".
       01  WS-TRAILER-COUNT  PIC 9(6).
       01  WS-PRESCAN-COUNT  PIC 9(6).
       01  WS-LINE-NO        PIC 9(6).
       01  WS-ACCEPTED-COUNT PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01  WS-REJECT-FIELD   PIC X(12).
       01  WS-REJECT-REASON  PIC X(30).
       01  WS-DISPLAY-COUNT  PIC ZZZZZ9.

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the program's own log.
       01  WS-JRN-PROGRAM    PIC X(12) VALUE "USER-ENTRY".
       01  WS-JRN-OPERATOR   PIC X(30).
       01  WS-JRN-ACTION     PIC X(12).
       01  WS-JRN-KEY-VALUES PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- User Data Entry Program ---".
           DISPLAY "Enter mode (I = Interactive, B = Batch web-form "
               "import): ".
           ACCEPT WS-MODE.

           IF BATCH-IMPORT-MODE
               PERFORM WEB-IMPORT-MODE
           ELSE
               PERFORM INTERACTIVE-MODE
           END-IF
           STOP RUN.

       INTERACTIVE-MODE.
           PERFORM GET-NEXT-ENTRY-ID.
           PERFORM PROMPT-AND-VALIDATE-ENTRY.
           CALL "USER-ROUTE" USING WS-USER-MESSAGE WS-ROUTE-CATEGORY
               WS-ROUTE-QUEUE WS-ROUTE-MATCH-FLAG.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

           PERFORM WRITE-JOURNAL-RECORD.

           DISPLAY "Data successfully written to user_data.txt".
           DISPLAY "Routed to the " WS-ROUTE-QUEUE " queue.".

      *> ID assignment is serialized in the shared ID-ASSIGN
      *> routine; two programs can no longer hand out the same ID.
       WRITE-JOURNAL-RECORD.
           MOVE "NEW-ENTRY" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "ENTRY-ID=" WS-ENTRY-ID " QUEUE=" WS-ROUTE-QUEUE
               " CATEGORY=" WS-ROUTE-CATEGORY
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           MOVE "N" TO MST-STATUS
           MOVE SPACES TO MST-REVIEWER
           MOVE 0 TO MST-STATUS-DATE
           MOVE WS-ROUTE-CATEGORY TO MST-CATEGORY
           MOVE WS-ROUTE-QUEUE TO MST-QUEUE

           WRITE MASTER-RECORD
               INVALID KEY

           CLOSE MASTER-FILE.

      *> Batch import of the web-form file. Runs under an operator
      *> sign-on; the file is refused whole - nothing written - when
      *> it does not prove out or its date was already imported.
       WEB-IMPORT-MODE.
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive. Import abandoned."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT WEB-FORM-FILE
           IF NOT WEB-FILE-OK
               DISPLAY "Could not open web_form_submissions.dat: "
                   WS-WEB-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROVE-WEB-FORM-FILE
           CLOSE WEB-FORM-FILE

           IF NOT IMPORT-WAS-REFUSED
               PERFORM CHECK-WEB-IMPORT-REGISTER
           END-IF
           IF IMPORT-WAS-REFUSED
               DISPLAY "Web-form file not imported."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND WEB-REJECT-FILE
           IF WS-WEB-REJECT-STATUS = "05" OR "35"
               OPEN OUTPUT WEB-REJECT-FILE
           END-IF
           MOVE 0 TO WS-LINE-NO
           MOVE "00" TO WS-WEB-STATUS
           OPEN INPUT WEB-FORM-FILE
           PERFORM UNTIL WEB-END-OF-FILE
               READ WEB-FORM-FILE
                   AT END
                       SET WEB-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       EVALUATE WF-TYPE
                           WHEN "D"
                               PERFORM IMPORT-ONE-SUBMISSION
                           WHEN "H"
                           WHEN "T"
                               CONTINUE
                           WHEN OTHER
                               MOVE "RECORD-TYPE" TO WS-REJECT-FIELD
                               MOVE "NOT H, D OR T"
                                   TO WS-REJECT-REASON
                               PERFORM WRITE-WEB-REJECT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE WEB-FORM-FILE
           CLOSE WEB-REJECT-FILE

           PERFORM APPEND-WEB-IMPORT-REGISTER
           PERFORM WRITE-IMPORT-JOURNAL-RECORD

           MOVE WS-ACCEPTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Web-form file " WS-FILE-DATE " imported. "
               "Entries taken: " WS-DISPLAY-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "  Routed to GENERAL unmatched: " WS-DISPLAY-COUNT
           MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "  Rejected to web_form_rejects.dat: "
               WS-DISPLAY-COUNT
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The whole file is read once before any entry is taken: it
      *> must open with a header carrying a valid file date and
      *> close with a trailer whose count matches the submissions
      *> actually on the file, so a truncated transfer is refused
      *> rather than half imported.
       PROVE-WEB-FORM-FILE.
           MOVE "N" TO WS-HEADER-FLAG
           MOVE "N" TO WS-TRAILER-FLAG
           MOVE 0 TO WS-PRESCAN-COUNT
           MOVE 0 TO WS-TRAILER-COUNT
           PERFORM UNTIL WEB-END-OF-FILE
               READ WEB-FORM-FILE
                   AT END
                       SET WEB-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE WF-TYPE
                           WHEN "H"
                               IF WF-H-FILE-DATE NUMERIC
                                   SET HEADER-WAS-SEEN TO TRUE
                                   MOVE WF-H-FILE-DATE
                                       TO WS-FILE-DATE
                               END-IF
                           WHEN "T"
                               SET TRAILER-WAS-SEEN TO TRUE
                               IF WF-T-RECORD-COUNT NUMERIC
                                   MOVE WF-T-RECORD-COUNT
                                       TO WS-TRAILER-COUNT
                               END-IF
                           WHEN "D"
                               ADD 1 TO WS-PRESCAN-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT HEADER-WAS-SEEN
                   SET IMPORT-WAS-REFUSED TO TRUE
                   DISPLAY "Import refused - no header record with "
                       "a numeric file date."
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FILE-DATE) NOT = 0
                   SET IMPORT-WAS-REFUSED TO TRUE
                   DISPLAY "Import refused - header file date "
                       WS-FILE-DATE " is not a calendar date."
               WHEN NOT TRAILER-WAS-SEEN
                   SET IMPORT-WAS-REFUSED TO TRUE
                   DISPLAY "Import refused - no control trailer on "
                       "the file."
               WHEN WS-TRAILER-COUNT NOT = WS-PRESCAN-COUNT
                   SET IMPORT-WAS-REFUSED TO TRUE
                   DISPLAY "Import refused - the file does not "
                       "prove out against its trailer."
                   DISPLAY "  Trailer count " WS-TRAILER-COUNT
                       ", counted " WS-PRESCAN-COUNT
           END-EVALUATE.

       CHECK-WEB-IMPORT-REGISTER.
           OPEN INPUT WEB-REGISTER-FILE
           IF WEB-REGISTER-OK
               PERFORM UNTIL WEB-REGISTER-END
                   READ WEB-REGISTER-FILE
                       AT END
                           SET WEB-REGISTER-END TO TRUE
                       NOT AT END
                           IF WR-FILE-DATE = WS-FILE-DATE
                               MOVE WR-RUN-DATE TO WS-PRIOR-RUN-DATE
                               SET IMPORT-WAS-REFUSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEB-REGISTER-FILE
           END-IF

           IF IMPORT-WAS-REFUSED
               DISPLAY "Web-form file " WS-FILE-DATE
                   " was already imported on " WS-PRIOR-RUN-DATE "."
               DISPLAY "Supervisor force rerun? (Y/N): "
               ACCEPT WS-FORCE-ANSWER
               IF WS-FORCE-ANSWER = "Y" OR "y"
                   DISPLAY "Supervisor operator ID: "
                   ACCEPT WS-SUPERVISOR-ID
                   MOVE 3 TO WS-REQUIRED-LEVEL
                   CALL "OPERATOR-CHECK" USING WS-SUPERVISOR-ID
                       WS-REQUIRED-LEVEL WS-AUTHORITY
                       WS-CHECK-STATUS WS-JRN-PROGRAM
                   IF WS-CHECK-STATUS = "0"
                       MOVE "N" TO WS-REFUSED-FLAG
                       MOVE "Y" TO WS-FORCED-FLAG
                       DISPLAY "Forced rerun of file " WS-FILE-DATE
                           " authorized by " WS-SUPERVISOR-ID
                           " - noted in the register."
                   ELSE
                       DISPLAY "Force rerun refused - supervisor "
                           "authority is required."
                   END-IF
               END-IF
           END-IF.

      *> Each submission passes the same checks as the screen: a
      *> blank name or one with a character CHAR-CLASSIFY will not
      *> pass is rejected, and unprintable characters are stripped
      *> from the message. A message left blank is rejected, since
      *> there is nothing for the desk to act on.
       IMPORT-ONE-SUBMISSION.
           MOVE WF-NAME TO WS-USER-NAME
           MOVE WF-MESSAGE TO WS-USER-MESSAGE
           MOVE SPACES TO WS-REJECT-FIELD

           IF WS-USER-NAME = SPACES
               MOVE "NAME" TO WS-REJECT-FIELD
               MOVE "NAME IS BLANK" TO WS-REJECT-REASON
           ELSE
               PERFORM VALIDATE-NAME-CHARS
               IF NOT NAME-CHARS-ARE-VALID
                   MOVE "NAME" TO WS-REJECT-FIELD
                   MOVE "INVALID CHARACTERS IN NAME"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-FIELD = SPACES
               PERFORM STRIP-UNPRINTABLE-CHARS
               IF WS-USER-MESSAGE = SPACES
                   MOVE "MESSAGE" TO WS-REJECT-FIELD
                   MOVE "MESSAGE IS BLANK" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-FIELD = SPACES
               CALL "ID-ASSIGN" USING WS-ENTRY-ID WS-ID-STATUS
               IF WS-ID-STATUS NOT = "0"
                   MOVE "ENTRY-ID" TO WS-REJECT-FIELD
                   MOVE "ID COUNTER LOCKED" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-FIELD NOT = SPACES
               PERFORM WRITE-WEB-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           CALL "USER-ROUTE" USING WS-USER-MESSAGE WS-ROUTE-CATEGORY
               WS-ROUTE-QUEUE WS-ROUTE-MATCH-FLAG
           IF WS-ROUTE-MATCH-FLAG NOT = "Y"
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM WRITE-LOG-RECORD
           PERFORM WRITE-MASTER-RECORD
           PERFORM WRITE-JOURNAL-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT.

       WRITE-WEB-REJECT-RECORD.
           MOVE SPACES TO WEB-REJECT-RECORD
           MOVE WS-FILE-DATE TO WJ-FILE-DATE
           MOVE WS-LINE-NO TO WJ-LINE-NO
           MOVE WS-REJECT-FIELD TO WJ-FIELD
           MOVE WS-REJECT-REASON TO WJ-REASON
           MOVE WF-NAME TO WJ-NAME
           MOVE WF-MESSAGE TO WJ-MESSAGE
           WRITE WEB-REJECT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       APPEND-WEB-IMPORT-REGISTER.
           OPEN EXTEND WEB-REGISTER-FILE
           IF WS-WEB-REGISTER-STATUS = "05" OR "35"
               OPEN OUTPUT WEB-REGISTER-FILE
           END-IF
           CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
               WS-DATE-SOURCE
           MOVE SPACES TO WEB-REGISTER-RECORD
           MOVE WS-FILE-DATE TO WR-FILE-DATE
           MOVE WS-PROCESSING-DATE TO WR-RUN-DATE
           MOVE WS-PRESCAN-COUNT TO WR-RECORD-COUNT
           MOVE WS-ACCEPTED-COUNT TO WR-ACCEPTED-COUNT
           MOVE WS-REJECTED-COUNT TO WR-REJECTED-COUNT
           MOVE WS-SIGNON-ID TO WR-OPERATOR
           MOVE WS-FORCED-FLAG TO WR-FORCED-FLAG
           WRITE WEB-REGISTER-RECORD
           CLOSE WEB-REGISTER-FILE.

       WRITE-IMPORT-JOURNAL-RECORD.
           MOVE "WEB-IMPORT" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "FILE=" WS-FILE-DATE " TAKEN=" WS-ACCEPTED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " FORCED=" WS-FORCED-FLAG
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM WS-JRN-OPERATOR
               WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM USER-ENTRY.
