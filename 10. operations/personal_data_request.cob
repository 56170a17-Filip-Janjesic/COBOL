       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-DATA-REQUEST.
       AUTHOR. FILIP JANJESIC.
      *> Personal data requests - a person asking what we hold on
      *> them, or asking to be removed. The person is looked up by
      *> name (upper-cased and with runs of spaces squeezed to one,
      *> the same way USER-DUP-REVIEW compares names) or by a user
      *> entry, student or loan ID, whose record supplies the name.
      *> Every file that holds a name is searched:
      *>   user_master.dat and user_data.txt      entries
      *>   the dated user archives listed in user_archive_manifest.txt
      *>   student_id_master.dat                  student IDs
      *>   student_history.dat, student_master.dat ratings
      *>   loan_master.dat                        borrowers
      *> A student's rating rows are also picked up by student ID, so
      *> rows written under an earlier spelling of the name are not
      *> missed.
      *> Each request is given the next case number from
      *> personal_data_cases.dat and a report of every record found -
      *> file, key and date - is written to
      *> personal_data_case_nnnnnn.txt.
      *> An erasure replaces the name on every record found with
      *> "ERASED CASE nnnnnn". Nothing else on the record changes and
      *> no record is added or removed, so amounts, counts and hash
      *> totals still agree; the report carries each file's record
      *> count before and after. Erasure is refused outright while
      *> the person has a loan carrying a balance or fees, or a
      *> rating in a term and section not yet closed, and the report
      *> gives the reason. Every name replaced and every refusal is
      *> written to personal_data_audit.dat under the case number,
      *> and each case is journaled. The audit trail carries keys
      *> only, never the name.
      *> The whole program runs under supervisor authority.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "user_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ENTRY-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               FILE STATUS IS WS-USER-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

      *> The line sequential files are read one at a time through
      *> this one file; an erasure writes the file out to the work
      *> file and copies it back, as USER-ARCHIVE does.
           SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT WORK-FILE ASSIGN TO "personal_data_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "user_archive_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT CLOSE-REGISTER-FILE ASSIGN TO
                   "term_close_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT CASE-FILE ASSIGN TO "personal_data_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "personal_data_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
       01  USER-MASTER-RECORD.
           05 MST-ENTRY-ID       PIC 9(6).
           05 MST-TIMESTAMP      PIC X(21).
           05 MST-NAME           PIC X(30).
           05 MST-MESSAGE        PIC X(70).
           05 MST-STATUS         PIC X(1).
           05 MST-REVIEWER       PIC X(20).
           05 MST-STATUS-DATE    PIC 9(8).
           05 MST-CATEGORY       PIC X(10).
           05 MST-QUEUE          PIC X(10).

       FD  LOAN-MASTER-FILE.
       01  LOAN-MASTER-RECORD.
           05 LM-LOAN-ID         PIC 9(6).
           05 FILLER             PIC X(1).
           05 LM-BORROWER        PIC X(30).
           05 FILLER             PIC X(1).
           05 LM-PRINCIPAL       PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-ANNUAL-RATE     PIC 9(3)V9(4).
           05 FILLER             PIC X(1).
           05 LM-TERM-MONTHS     PIC 9(3).
           05 FILLER             PIC X(1).
           05 LM-PAYMENT         PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-BOOK-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-BALANCE         PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LM-PAID-COUNT      PIC 9(3).
           05 FILLER             PIC X(1).
           05 LM-PAID-THROUGH    PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 LM-FEE-BALANCE     PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 LM-LAST-FEE-DUE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 LM-WRITTEN-OFF     PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 LM-WRITEOFF-DATE   PIC 9(8).

      *> One line of whichever file is being searched, seen through
      *> that file's layout.
       FD  SEQ-FILE.
       01  SEQ-RECORD            PIC X(300).
      *> user_data.txt and user_data_archive_YYYYMMDD.txt.
       01  SEQ-LOG-RECORD.
           05 LOG-ENTRY-ID       PIC 9(6).
           05 FILLER             PIC X(1).
           05 LOG-TIMESTAMP      PIC X(21).
           05 FILLER             PIC X(1).
           05 LOG-NAME           PIC X(30).
           05 FILLER             PIC X(1).
           05 LOG-MESSAGE        PIC X(70).
      *> user_master_archive_YYYYMMDD.dat - master record images.
       01  SEQ-IMAGE-RECORD.
           05 IMG-ENTRY-ID       PIC 9(6).
           05 IMG-TIMESTAMP      PIC X(21).
           05 IMG-NAME           PIC X(30).
           05 FILLER             PIC X(119).
      *> student_id_master.dat.
       01  SEQ-STUDENT-ID-RECORD.
           05 SID-STUDENT-ID     PIC 9(6).
           05 FILLER             PIC X(1).
           05 SID-NAME           PIC X(20).
           05 FILLER             PIC X(1).
           05 SID-STATUS         PIC X(1).
           05 FILLER             PIC X(1).
           05 SID-PROGRAM-CODE   PIC X(6).
      *> student_history.dat.
       01  SEQ-HISTORY-RECORD.
           05 HIST-NAME          PIC X(20).
           05 FILLER             PIC X(1).
           05 HIST-TERM          PIC X(5).
           05 FILLER             PIC X(1).
           05 HIST-SECTION       PIC X(3).
           05 FILLER             PIC X(20).
           05 HIST-STUDENT-ID    PIC 9(6).
           05 FILLER             PIC X(1).
           05 HIST-COURSE-ID     PIC X(8).
      *> student_master.dat.
       01  SEQ-RATING-RECORD.
           05 RTG-NAME           PIC X(20).
           05 FILLER             PIC X(20).
           05 RTG-TERM           PIC X(5).
           05 FILLER             PIC X(1).
           05 RTG-SECTION        PIC X(3).
           05 FILLER             PIC X(1).
           05 RTG-COURSE-ID      PIC X(8).
           05 FILLER             PIC X(35).
           05 RTG-STUDENT-ID     PIC 9(6).

       FD  WORK-FILE.
       01  WORK-RECORD           PIC X(300).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD       PIC X(80).

      *> C = closed, O = reopened; the latest line for a term and
      *> section is its standing.
       FD  CLOSE-REGISTER-FILE.
       01  CLOSE-REGISTER-RECORD.
           05 TC-TERM            PIC X(5).
           05 FILLER             PIC X(1).
           05 TC-SECTION         PIC X(3).
           05 FILLER             PIC X(1).
           05 TC-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 TC-ACTION-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
           05 TC-OPERATOR        PIC X(20).

      *> One line per case. Search-by is N name, U user entry ID,
      *> S student ID or L loan ID; the outcome is LISTED, ERASED,
      *> REFUSED, CANCELLED or NOTFOUND.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 PDC-CASE-NUMBER    PIC 9(6).
           05 FILLER             PIC X(1).
           05 PDC-OPENED-STAMP   PIC 9(14).
           05 FILLER             PIC X(1).
           05 PDC-OPERATOR       PIC X(20).
           05 FILLER             PIC X(1).
           05 PDC-MODE           PIC X(7).
           05 FILLER             PIC X(1).
           05 PDC-SEARCH-BY      PIC X(1).
           05 FILLER             PIC X(1).
           05 PDC-SEARCH-ID      PIC 9(6).
           05 FILLER             PIC X(1).
           05 PDC-FOUND-COUNT    PIC 9(6).
           05 FILLER             PIC X(1).
           05 PDC-ERASED-COUNT   PIC 9(6).
           05 FILLER             PIC X(1).
           05 PDC-OUTCOME        PIC X(9).
           05 FILLER             PIC X(1).
           05 PDC-REPORT-NAME    PIC X(40).

      *> ERASED lines carry the file and key of the record whose name
      *> was replaced; REFUSED lines carry the reason.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 PDA-CASE-NUMBER    PIC 9(6).
           05 FILLER             PIC X(1).
           05 PDA-STAMP          PIC 9(14).
           05 FILLER             PIC X(1).
           05 PDA-OPERATOR       PIC X(20).
           05 FILLER             PIC X(1).
           05 PDA-ACTION         PIC X(8).
           05 FILLER             PIC X(1).
           05 PDA-FILE           PIC X(40).
           05 FILLER             PIC X(1).
           05 PDA-DETAIL         PIC X(70).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.
           01 WS-USER-MASTER-STATUS PIC X(02).
               88 USER-MASTER-OK       VALUE "00".
           01 WS-LOAN-MASTER-STATUS PIC X(02).
               88 LOAN-MASTER-OK       VALUE "00".
           01 WS-SEQ-STATUS      PIC X(02).
               88 SEQ-FILE-OK          VALUE "00".
           01 WS-WORK-STATUS     PIC X(02).
           01 WS-MANIFEST-STATUS PIC X(02).
               88 MANIFEST-OK          VALUE "00".
           01 WS-CLOSE-STATUS    PIC X(02).
               88 CLOSE-FILE-OK        VALUE "00".
           01 WS-CASE-STATUS     PIC X(02).
               88 CASE-FILE-OK         VALUE "00".
           01 WS-AUDIT-STATUS    PIC X(02).
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-EOF-FLAG        PIC X(1).
               88 END-OF-INPUT         VALUE "Y".

           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1) VALUE 3.
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "PDATA-REQ".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

      *> What is asked for and how the person is identified.
           01 WS-MODE            PIC X(1).
               88 ERASURE-CASE         VALUE "E".
               88 SEARCH-CASE          VALUE "S".
           01 WS-SEARCH-BY       PIC X(1).
               88 SEARCH-BY-NAME       VALUE "N".
               88 SEARCH-BY-ENTRY      VALUE "U".
               88 SEARCH-BY-STUDENT    VALUE "S".
               88 SEARCH-BY-LOAN       VALUE "L".
           01 WS-ID-INPUT        PIC X(6).
           01 WS-SUBJECT-ID      PIC 9(6) VALUE 0.
           01 WS-NAME-INPUT      PIC X(30).
           01 WS-SUBJECT-NAME    PIC X(30).
           01 WS-RESOLVED-FLAG   PIC X(1).
               88 SUBJECT-RESOLVED     VALUE "Y".

      *> Name normalization, as in USER-DUP-REVIEW.
           01 WS-RAW-NAME        PIC X(30).
           01 WS-NORM-WORK       PIC X(30).
           01 WS-NORM-NAME       PIC X(30).
           01 WS-CHAR-IDX        PIC 9(2).
           01 WS-OUT-IDX         PIC 9(2).
           01 WS-PRIOR-SPACE     PIC X(1).

      *> Student IDs that belong to the person - the one searched by,
      *> and every ID on student_id_master.dat carrying the name.
           01 WS-STUDENT-MAX     PIC 9(2) VALUE 20.
           01 WS-STUDENT-COUNT   PIC 9(2) VALUE 0.
           01 WS-STUDENT-TABLE.
               05 WS-STUDENT-ID-ENTRY PIC 9(6) OCCURS 20 TIMES.
           01 WS-STUDENT-IDX     PIC 9(2).
           01 WS-STUDENT-FOUND   PIC X(1).
               88 STUDENT-IS-SUBJECT   VALUE "Y".
           01 WS-CHECK-STUDENT-ID PIC 9(6).

      *> Term and section standing from term_close_register.dat.
           01 WS-CLOSED-MAX      PIC 9(3) VALUE 500.
           01 WS-CLOSED-COUNT    PIC 9(3) VALUE 0.
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-ENTRY OCCURS 500 TIMES.
                   10 WS-CLS-TERM      PIC X(5).
                   10 WS-CLS-SECTION   PIC X(3).
                   10 WS-CLS-STATUS    PIC X(1).
           01 WS-CLS-IDX         PIC 9(3).
           01 WS-CLS-FOUND-IDX   PIC 9(3).
           01 WS-CHECK-TERM      PIC X(5).
           01 WS-CHECK-SECTION   PIC X(3).
           01 WS-TERM-CLOSED-FLAG PIC X(1).
               88 TERM-IS-CLOSED       VALUE "Y".

      *> Dated user archives named in the archive manifest. The same
      *> archive is named again by every run on the same day.
           01 WS-ARCHIVE-MAX     PIC 9(3) VALUE 200.
           01 WS-ARCHIVE-COUNT   PIC 9(3) VALUE 0.
           01 WS-ARCHIVE-TABLE.
               05 WS-ARCHIVE-ENTRY OCCURS 200 TIMES.
                   10 WS-ARC-NAME      PIC X(40).
                   10 WS-ARC-KIND      PIC X(4).
           01 WS-ARCHIVE-IDX     PIC 9(3).
           01 WS-ARCHIVE-MATCH   PIC 9(3).
           01 WS-MANIFEST-HEAD   PIC X(40).
           01 WS-MANIFEST-NAME   PIC X(40).

      *> The file being searched and what kind of line it holds:
      *> LOG user log, IMG master image, SID student ID master,
      *> HIST rating history, RTG student master.
           01 WS-SEQ-FILE-NAME   PIC X(40).
           01 WS-SEQ-KIND        PIC X(4).
           01 WS-FILE-LABEL      PIC X(40).

      *> First pass lists and checks; the erasure pass replaces.
           01 WS-PASS-FLAG       PIC X(1) VALUE "L".
               88 LISTING-PASS         VALUE "L".
               88 ERASE-PASS           VALUE "E".

           01 WS-HIT-FLAG        PIC X(1).
               88 RECORD-IS-HIT        VALUE "Y".
           01 WS-HIT-KEY         PIC X(30).
           01 WS-HIT-DATE        PIC X(8).
           01 WS-HIT-DETAIL      PIC X(26).
           01 WS-ERASED-NAME     PIC X(30).

           01 WS-FOUND-COUNT     PIC 9(6) VALUE 0.
           01 WS-ERASED-COUNT    PIC 9(6) VALUE 0.
           01 WS-FILE-IN-COUNT   PIC 9(6).
           01 WS-FILE-OUT-COUNT  PIC 9(6).
           01 WS-FILE-HIT-COUNT  PIC 9(6).

      *> Reasons an erasure cannot go ahead, each listed once.
           01 WS-REASON-MAX      PIC 9(2) VALUE 50.
           01 WS-REASON-COUNT    PIC 9(2) VALUE 0.
           01 WS-REASON-TABLE.
               05 WS-REASON-ENTRY PIC X(70) OCCURS 50 TIMES.
           01 WS-REASON-IDX      PIC 9(2).
           01 WS-REASON-TEXT     PIC X(70).
           01 WS-REASON-FOUND    PIC X(1).
           01 WS-OWED-AMOUNT     PIC 9(9)V99.

           01 WS-CASE-NUMBER     PIC 9(6) VALUE 0.
           01 WS-REPORT-NAME     PIC X(40).
           01 WS-OUTCOME         PIC X(9).
           01 WS-CONFIRM-ANSWER  PIC X(1).
           01 WS-NOW-STAMP       PIC 9(14).
           01 WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
               05 WS-NOW-DATE        PIC 9(8).
               05 WS-NOW-HOUR        PIC 9(2).
               05 WS-NOW-MINUTE      PIC 9(2).
               05 WS-NOW-SECOND      PIC 9(2).

           01 WS-HIT-LINE.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-HL-FILE         PIC X(34).
               05 WS-HL-KEY          PIC X(30).
               05 FILLER             PIC X(1) VALUE SPACES.
               05 WS-HL-DATE         PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WS-HL-DETAIL       PIC X(26).

           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           01 WS-DISPLAY-COUNT2  PIC ZZZZZ9.
           01 WS-DISPLAY-COUNT3  PIC ZZZZZ9.
           01 WS-DISPLAY-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Personal Data Request ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - personal data requests "
                   "take supervisor authority."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR

           DISPLAY "Request - S search and report, E erasure: "
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF NOT SEARCH-CASE AND NOT ERASURE-CASE
               DISPLAY "Request must be S or E."
               STOP RUN
           END-IF

           PERFORM IDENTIFY-SUBJECT
           IF NOT SUBJECT-RESOLVED
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           PERFORM ASSIGN-CASE-NUMBER
           MOVE SPACES TO WS-ERASED-NAME
           STRING "ERASED CASE " WS-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-ERASED-NAME
           MOVE SPACES TO WS-REPORT-NAME
           STRING "personal_data_case_" WS-CASE-NUMBER ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-NAME

           PERFORM COLLECT-STUDENT-IDS
           PERFORM LOAD-CLOSED-TERMS
           PERFORM LOAD-ARCHIVE-NAMES

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           SET LISTING-PASS TO TRUE
           PERFORM SEARCH-ALL-FILES
           PERFORM WRITE-FOUND-TOTAL

           IF SEARCH-CASE
               MOVE "LISTED" TO WS-OUTCOME
               MOVE "PD-SEARCH" TO WS-JRN-ACTION
           ELSE
               PERFORM DECIDE-ERASURE
           END-IF

           PERFORM WRITE-OUTCOME-LINE
           CLOSE REPORT-FILE
           PERFORM WRITE-CASE-RECORD
           PERFORM JOURNAL-CASE

           MOVE WS-FOUND-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Case " WS-CASE-NUMBER "  records found: "
               WS-DISPLAY-COUNT "  outcome: " WS-OUTCOME
           DISPLAY "Report written to " WS-REPORT-NAME
           STOP RUN.

      *> By name, or by an ID whose record supplies the name.
       IDENTIFY-SUBJECT.
           MOVE "N" TO WS-RESOLVED-FLAG
           DISPLAY "Search by - N name, U user entry ID, "
               "S student ID, L loan ID: "
           ACCEPT WS-SEARCH-BY
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-BY) TO WS-SEARCH-BY
           EVALUATE TRUE
               WHEN SEARCH-BY-NAME
                   DISPLAY "Enter name (max 30 chars): "
                   ACCEPT WS-NAME-INPUT
                   MOVE WS-NAME-INPUT TO WS-RAW-NAME
                   PERFORM NORMALIZE-NAME
                   IF WS-NORM-NAME = SPACES
                       DISPLAY "A name is required."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NORM-NAME TO WS-SUBJECT-NAME
                   MOVE "Y" TO WS-RESOLVED-FLAG
               WHEN SEARCH-BY-ENTRY
               WHEN SEARCH-BY-STUDENT
               WHEN SEARCH-BY-LOAN
                   DISPLAY "Enter ID: "
                   ACCEPT WS-ID-INPUT
                   IF WS-ID-INPUT NOT NUMERIC
                       DISPLAY "ID must be 6 digits."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ID-INPUT TO WS-SUBJECT-ID
                   PERFORM RESOLVE-SUBJECT-ID
               WHEN OTHER
                   DISPLAY "Search by must be N, U, S or L."
           END-EVALUATE.

       RESOLVE-SUBJECT-ID.
           MOVE SPACES TO WS-RAW-NAME
           EVALUATE TRUE
               WHEN SEARCH-BY-ENTRY
                   OPEN INPUT USER-MASTER-FILE
                   IF USER-MASTER-OK
                       MOVE WS-SUBJECT-ID TO MST-ENTRY-ID
                       READ USER-MASTER-FILE
                           KEY IS MST-ENTRY-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MST-NAME TO WS-RAW-NAME
                               MOVE "Y" TO WS-RESOLVED-FLAG
                       END-READ
                       CLOSE USER-MASTER-FILE
                   END-IF
               WHEN SEARCH-BY-STUDENT
                   MOVE "student_id_master.dat" TO WS-SEQ-FILE-NAME
                   MOVE "N" TO WS-EOF-FLAG
                   OPEN INPUT SEQ-FILE
                   IF SEQ-FILE-OK
                       PERFORM UNTIL END-OF-INPUT
                           READ SEQ-FILE
                               AT END
                                   MOVE "Y" TO WS-EOF-FLAG
                               NOT AT END
                                   IF SID-STUDENT-ID NUMERIC
                                       AND SID-STUDENT-ID =
                                           WS-SUBJECT-ID
                                       MOVE SID-NAME TO WS-RAW-NAME
                                       MOVE "Y" TO WS-RESOLVED-FLAG
                                       MOVE "Y" TO WS-EOF-FLAG
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE SEQ-FILE
                   END-IF
               WHEN SEARCH-BY-LOAN
                   OPEN INPUT LOAN-MASTER-FILE
                   IF LOAN-MASTER-OK
                       MOVE WS-SUBJECT-ID TO LM-LOAN-ID
                       READ LOAN-MASTER-FILE
                           KEY IS LM-LOAN-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE LM-BORROWER TO WS-RAW-NAME
                               MOVE "Y" TO WS-RESOLVED-FLAG
                       END-READ
                       CLOSE LOAN-MASTER-FILE
                   END-IF
           END-EVALUATE
           IF NOT SUBJECT-RESOLVED
               DISPLAY "No record carries that ID - search by name."
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-NAME TO WS-SUBJECT-NAME
           DISPLAY "ID " WS-SUBJECT-ID " is held for "
               WS-SUBJECT-NAME.

       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-RAW-NAME) TO WS-NORM-WORK
           MOVE SPACES TO WS-NORM-NAME
           MOVE 0 TO WS-OUT-IDX
           MOVE "Y" TO WS-PRIOR-SPACE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
               IF WS-NORM-WORK(WS-CHAR-IDX:1) = SPACE
                   IF WS-PRIOR-SPACE = "N"
                       ADD 1 TO WS-OUT-IDX
                       MOVE SPACE TO WS-NORM-NAME(WS-OUT-IDX:1)
                       MOVE "Y" TO WS-PRIOR-SPACE
                   END-IF
               ELSE
                   ADD 1 TO WS-OUT-IDX
                   MOVE WS-NORM-WORK(WS-CHAR-IDX:1)
                       TO WS-NORM-NAME(WS-OUT-IDX:1)
                   MOVE "N" TO WS-PRIOR-SPACE
               END-IF
           END-PERFORM.

      *> Case numbers run on from the highest already given.
       ASSIGN-CASE-NUMBER.
           MOVE 0 TO WS-CASE-NUMBER
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CASE-FILE
           IF CASE-FILE-OK
               PERFORM UNTIL END-OF-INPUT
                   READ CASE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PDC-CASE-NUMBER NUMERIC
                               AND PDC-CASE-NUMBER > WS-CASE-NUMBER
                               MOVE PDC-CASE-NUMBER TO WS-CASE-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           ADD 1 TO WS-CASE-NUMBER.

       COLLECT-STUDENT-IDS.
           MOVE 0 TO WS-STUDENT-COUNT
           IF SEARCH-BY-STUDENT
               MOVE WS-SUBJECT-ID TO WS-CHECK-STUDENT-ID
               PERFORM ADD-STUDENT-ID
           END-IF
           MOVE "student_id_master.dat" TO WS-SEQ-FILE-NAME
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SEQ-FILE
           IF NOT SEQ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ SEQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SID-NAME TO WS-RAW-NAME
                       PERFORM NORMALIZE-NAME
                       IF WS-NORM-NAME = WS-SUBJECT-NAME
                           AND SID-STUDENT-ID NUMERIC
                           MOVE SID-STUDENT-ID TO WS-CHECK-STUDENT-ID
                           PERFORM ADD-STUDENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE.

       ADD-STUDENT-ID.
           PERFORM CHECK-STUDENT-ID
           IF NOT STUDENT-IS-SUBJECT
                   AND WS-STUDENT-COUNT < WS-STUDENT-MAX
               ADD 1 TO WS-STUDENT-COUNT
               MOVE WS-CHECK-STUDENT-ID
                   TO WS-STUDENT-ID-ENTRY(WS-STUDENT-COUNT)
           END-IF.

       CHECK-STUDENT-ID.
           MOVE "N" TO WS-STUDENT-FOUND
           PERFORM VARYING WS-STUDENT-IDX FROM 1 BY 1
                   UNTIL WS-STUDENT-IDX > WS-STUDENT-COUNT
                   OR STUDENT-IS-SUBJECT
               IF WS-STUDENT-ID-ENTRY(WS-STUDENT-IDX) =
                       WS-CHECK-STUDENT-ID
                   MOVE "Y" TO WS-STUDENT-FOUND
               END-IF
           END-PERFORM.

       LOAD-CLOSED-TERMS.
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CLOSE-REGISTER-FILE
           IF NOT CLOSE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ CLOSE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TC-TERM TO WS-CHECK-TERM
                       MOVE TC-SECTION TO WS-CHECK-SECTION
                       PERFORM CHECK-TERM-CLOSED
                       IF WS-CLS-FOUND-IDX = 0
                               AND WS-CLOSED-COUNT < WS-CLOSED-MAX
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE WS-CLOSED-COUNT TO WS-CLS-FOUND-IDX
                           MOVE TC-TERM
                               TO WS-CLS-TERM(WS-CLS-FOUND-IDX)
                           MOVE TC-SECTION
                               TO WS-CLS-SECTION(WS-CLS-FOUND-IDX)
                       END-IF
                       IF WS-CLS-FOUND-IDX > 0
                           MOVE TC-STATUS
                               TO WS-CLS-STATUS(WS-CLS-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-REGISTER-FILE.

       CHECK-TERM-CLOSED.
           MOVE 0 TO WS-CLS-FOUND-IDX
           MOVE "N" TO WS-TERM-CLOSED-FLAG
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLOSED-COUNT
                   OR WS-CLS-FOUND-IDX > 0
               IF WS-CLS-TERM(WS-CLS-IDX) = WS-CHECK-TERM
                       AND WS-CLS-SECTION(WS-CLS-IDX) =
                           WS-CHECK-SECTION
                   MOVE WS-CLS-IDX TO WS-CLS-FOUND-IDX
                   IF WS-CLS-STATUS(WS-CLS-IDX) = "C"
                       MOVE "Y" TO WS-TERM-CLOSED-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *> The manifest names each run's master and log archives on
      *> lines ending "  TO <file name>".
       LOAD-ARCHIVE-NAMES.
           MOVE 0 TO WS-ARCHIVE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INPUT
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-ONE-ARCHIVE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE.

       NOTE-ONE-ARCHIVE.
           MOVE SPACES TO WS-MANIFEST-HEAD
           MOVE SPACES TO WS-MANIFEST-NAME
           UNSTRING MANIFEST-RECORD DELIMITED BY "  TO "
               INTO WS-MANIFEST-HEAD WS-MANIFEST-NAME
           END-UNSTRING
           IF WS-MANIFEST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ARCHIVE-MATCH
           PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT
                   OR WS-ARCHIVE-MATCH > 0
               IF WS-ARC-NAME(WS-ARCHIVE-IDX) = WS-MANIFEST-NAME
                   MOVE WS-ARCHIVE-IDX TO WS-ARCHIVE-MATCH
               END-IF
           END-PERFORM
           IF WS-ARCHIVE-MATCH > 0
                   OR WS-ARCHIVE-COUNT >= WS-ARCHIVE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE WS-MANIFEST-NAME TO WS-ARC-NAME(WS-ARCHIVE-COUNT)
           IF WS-MANIFEST-NAME(1:20) = "user_master_archive_"
               MOVE "IMG" TO WS-ARC-KIND(WS-ARCHIVE-COUNT)
           ELSE
               MOVE "LOG" TO WS-ARC-KIND(WS-ARCHIVE-COUNT)
           END-IF.

      *> The same walk serves both passes: the listing pass reports
      *> and checks every record found, the erasure pass replaces the
      *> name on the same records.
       SEARCH-ALL-FILES.
           PERFORM SCAN-USER-MASTER
           MOVE "user_data.txt" TO WS-SEQ-FILE-NAME
           MOVE "LOG" TO WS-SEQ-KIND
           PERFORM SCAN-SEQ-FILE
           PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT
               MOVE WS-ARC-NAME(WS-ARCHIVE-IDX) TO WS-SEQ-FILE-NAME
               MOVE WS-ARC-KIND(WS-ARCHIVE-IDX) TO WS-SEQ-KIND
               PERFORM SCAN-SEQ-FILE
           END-PERFORM
           MOVE "student_id_master.dat" TO WS-SEQ-FILE-NAME
           MOVE "SID" TO WS-SEQ-KIND
           PERFORM SCAN-SEQ-FILE
           MOVE "student_history.dat" TO WS-SEQ-FILE-NAME
           MOVE "HIST" TO WS-SEQ-KIND
           PERFORM SCAN-SEQ-FILE
           MOVE "student_master.dat" TO WS-SEQ-FILE-NAME
           MOVE "RTG" TO WS-SEQ-KIND
           PERFORM SCAN-SEQ-FILE
           PERFORM SCAN-LOAN-MASTER.

       SCAN-USER-MASTER.
           MOVE "user_master.dat" TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-IN-COUNT
           MOVE 0 TO WS-FILE-HIT-COUNT
           IF ERASE-PASS
               OPEN I-O USER-MASTER-FILE
           ELSE
               OPEN INPUT USER-MASTER-FILE
           END-IF
           IF NOT USER-MASTER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ USER-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-IN-COUNT
                       PERFORM CHECK-USER-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE USER-MASTER-FILE
           IF ERASE-PASS
               MOVE WS-FILE-IN-COUNT TO WS-FILE-OUT-COUNT
               PERFORM WRITE-CONTROL-LINE
           END-IF.

       CHECK-USER-MASTER-RECORD.
           MOVE MST-NAME TO WS-RAW-NAME
           PERFORM NORMALIZE-NAME
           MOVE "N" TO WS-HIT-FLAG
           IF WS-NORM-NAME = WS-SUBJECT-NAME
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF SEARCH-BY-ENTRY AND MST-ENTRY-ID = WS-SUBJECT-ID
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "ENTRY " MST-ENTRY-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE MST-TIMESTAMP(1:8) TO WS-HIT-DATE
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "STATUS " MST-STATUS " " MST-QUEUE
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO MST-NAME
               REWRITE USER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting entry " MST-ENTRY-ID
                           " status " WS-USER-MASTER-STATUS
               END-REWRITE
           END-IF
           PERFORM NOTE-ONE-HIT.

      *> A loan still carrying a balance or fees cannot lose its
      *> borrower's name.
       SCAN-LOAN-MASTER.
           MOVE "loan_master.dat" TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-IN-COUNT
           MOVE 0 TO WS-FILE-HIT-COUNT
           IF ERASE-PASS
               OPEN I-O LOAN-MASTER-FILE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
           END-IF
           IF NOT LOAN-MASTER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ LOAN-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-IN-COUNT
                       PERFORM CHECK-LOAN-RECORD
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           IF ERASE-PASS
               MOVE WS-FILE-IN-COUNT TO WS-FILE-OUT-COUNT
               PERFORM WRITE-CONTROL-LINE
           END-IF.

       CHECK-LOAN-RECORD.
           MOVE LM-BORROWER TO WS-RAW-NAME
           PERFORM NORMALIZE-NAME
           MOVE "N" TO WS-HIT-FLAG
           IF WS-NORM-NAME = WS-SUBJECT-NAME
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF SEARCH-BY-LOAN AND LM-LOAN-ID = WS-SUBJECT-ID
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "LOAN " LM-LOAN-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE LM-BOOK-DATE TO WS-HIT-DATE
           COMPUTE WS-OWED-AMOUNT = LM-BALANCE + LM-FEE-BALANCE
           MOVE WS-OWED-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "STATUS " LM-STATUS " OWED " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           IF LISTING-PASS AND WS-OWED-AMOUNT > 0
               MOVE SPACES TO WS-REASON-TEXT
               STRING "LOAN " LM-LOAN-ID " STILL OWES "
                   WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               PERFORM NOTE-REFUSAL
           END-IF
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO LM-BORROWER
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting loan " LM-LOAN-ID
                           " status " WS-LOAN-MASTER-STATUS
               END-REWRITE
           END-IF
           PERFORM NOTE-ONE-HIT.

      *> A file not present is simply not searched. On the erasure
      *> pass a file is only copied back when a name in it changed.
       SCAN-SEQ-FILE.
           MOVE WS-SEQ-FILE-NAME TO WS-FILE-LABEL
           MOVE 0 TO WS-FILE-IN-COUNT
           MOVE 0 TO WS-FILE-OUT-COUNT
           MOVE 0 TO WS-FILE-HIT-COUNT
           OPEN INPUT SEQ-FILE
           IF NOT SEQ-FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF ERASE-PASS
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ SEQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-IN-COUNT
                       PERFORM CHECK-ONE-SEQ-RECORD
                       IF ERASE-PASS
                           MOVE SEQ-RECORD TO WORK-RECORD
                           WRITE WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE
           IF ERASE-PASS
               CLOSE WORK-FILE
               IF WS-FILE-HIT-COUNT > 0
                   PERFORM COPY-WORK-BACK
                   PERFORM WRITE-CONTROL-LINE
               END-IF
           END-IF.

       CHECK-ONE-SEQ-RECORD.
           EVALUATE WS-SEQ-KIND
               WHEN "LOG"
                   PERFORM CHECK-LOG-RECORD
               WHEN "IMG"
                   PERFORM CHECK-IMAGE-RECORD
               WHEN "SID"
                   PERFORM CHECK-STUDENT-ID-RECORD
               WHEN "HIST"
                   PERFORM CHECK-HISTORY-RECORD
               WHEN "RTG"
                   PERFORM CHECK-RATING-RECORD
           END-EVALUATE.

       CHECK-LOG-RECORD.
           MOVE LOG-NAME TO WS-RAW-NAME
           PERFORM NORMALIZE-NAME
           MOVE "N" TO WS-HIT-FLAG
           IF WS-NORM-NAME = WS-SUBJECT-NAME
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF SEARCH-BY-ENTRY AND LOG-ENTRY-ID NUMERIC
                   AND LOG-ENTRY-ID = WS-SUBJECT-ID
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "ENTRY " LOG-ENTRY-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE LOG-TIMESTAMP(1:8) TO WS-HIT-DATE
           MOVE SPACES TO WS-HIT-DETAIL
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO LOG-NAME
           END-IF
           PERFORM NOTE-ONE-HIT.

       CHECK-IMAGE-RECORD.
           MOVE IMG-NAME TO WS-RAW-NAME
           PERFORM NORMALIZE-NAME
           MOVE "N" TO WS-HIT-FLAG
           IF WS-NORM-NAME = WS-SUBJECT-NAME
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF SEARCH-BY-ENTRY AND IMG-ENTRY-ID NUMERIC
                   AND IMG-ENTRY-ID = WS-SUBJECT-ID
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "ENTRY " IMG-ENTRY-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE IMG-TIMESTAMP(1:8) TO WS-HIT-DATE
           MOVE "ARCHIVED MASTER ENTRY" TO WS-HIT-DETAIL
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO IMG-NAME
           END-IF
           PERFORM NOTE-ONE-HIT.

       CHECK-STUDENT-ID-RECORD.
           MOVE "N" TO WS-HIT-FLAG
           IF SID-STUDENT-ID NUMERIC
               MOVE SID-STUDENT-ID TO WS-CHECK-STUDENT-ID
               PERFORM CHECK-STUDENT-ID
               IF STUDENT-IS-SUBJECT
                   MOVE "Y" TO WS-HIT-FLAG
               END-IF
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "STUDENT " SID-STUDENT-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE SPACES TO WS-HIT-DATE
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "STATUS " SID-STATUS " PROGRAM " SID-PROGRAM-CODE
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO SID-NAME
           END-IF
           PERFORM NOTE-ONE-HIT.

      *> Rating rows carry a term rather than a date; the term goes
      *> in the date column.
       CHECK-HISTORY-RECORD.
           MOVE HIST-NAME TO WS-RAW-NAME
           PERFORM NORMALIZE-NAME
           MOVE "N" TO WS-HIT-FLAG
           IF WS-NORM-NAME = WS-SUBJECT-NAME
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF HIST-STUDENT-ID NUMERIC
               MOVE HIST-STUDENT-ID TO WS-CHECK-STUDENT-ID
               PERFORM CHECK-STUDENT-ID
               IF STUDENT-IS-SUBJECT
                   MOVE "Y" TO WS-HIT-FLAG
               END-IF
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "STUDENT " HIST-STUDENT-ID " " HIST-COURSE-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE HIST-TERM TO WS-HIT-DATE
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "TERM " HIST-TERM " SECTION " HIST-SECTION
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           IF LISTING-PASS
               MOVE HIST-TERM TO WS-CHECK-TERM
               MOVE HIST-SECTION TO WS-CHECK-SECTION
               MOVE HIST-STUDENT-ID TO WS-CHECK-STUDENT-ID
               PERFORM REFUSE-OPEN-TERM
           END-IF
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO HIST-NAME
           END-IF
           PERFORM NOTE-ONE-HIT.

       CHECK-RATING-RECORD.
           MOVE RTG-NAME TO WS-RAW-NAME
           PERFORM NORMALIZE-NAME
           MOVE "N" TO WS-HIT-FLAG
           IF WS-NORM-NAME = WS-SUBJECT-NAME
               MOVE "Y" TO WS-HIT-FLAG
           END-IF
           IF RTG-STUDENT-ID NUMERIC
               MOVE RTG-STUDENT-ID TO WS-CHECK-STUDENT-ID
               PERFORM CHECK-STUDENT-ID
               IF STUDENT-IS-SUBJECT
                   MOVE "Y" TO WS-HIT-FLAG
               END-IF
           END-IF
           IF NOT RECORD-IS-HIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIT-KEY
           STRING "STUDENT " RTG-STUDENT-ID " " RTG-COURSE-ID
               DELIMITED BY SIZE INTO WS-HIT-KEY
           MOVE RTG-TERM TO WS-HIT-DATE
           MOVE SPACES TO WS-HIT-DETAIL
           STRING "TERM " RTG-TERM " SECTION " RTG-SECTION
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           IF LISTING-PASS
               MOVE RTG-TERM TO WS-CHECK-TERM
               MOVE RTG-SECTION TO WS-CHECK-SECTION
               MOVE RTG-STUDENT-ID TO WS-CHECK-STUDENT-ID
               PERFORM REFUSE-OPEN-TERM
           END-IF
           IF ERASE-PASS
               MOVE WS-ERASED-NAME TO RTG-NAME
           END-IF
           PERFORM NOTE-ONE-HIT.

      *> Grades in a term and section not yet closed are still being
      *> worked on, so the student cannot be erased from them.
       REFUSE-OPEN-TERM.
           PERFORM CHECK-TERM-CLOSED
           IF TERM-IS-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REASON-TEXT
           STRING "STUDENT " WS-CHECK-STUDENT-ID " TERM "
               WS-CHECK-TERM " SECTION " WS-CHECK-SECTION
               " IS NOT CLOSED"
               DELIMITED BY SIZE INTO WS-REASON-TEXT
           PERFORM NOTE-REFUSAL.

       NOTE-REFUSAL.
           MOVE "N" TO WS-REASON-FOUND
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF WS-REASON-ENTRY(WS-REASON-IDX) = WS-REASON-TEXT
                   MOVE "Y" TO WS-REASON-FOUND
               END-IF
           END-PERFORM
           IF WS-REASON-FOUND = "N"
                   AND WS-REASON-COUNT < WS-REASON-MAX
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-TEXT TO WS-REASON-ENTRY(WS-REASON-COUNT)
           END-IF.

       NOTE-ONE-HIT.
           ADD 1 TO WS-FILE-HIT-COUNT
           IF ERASE-PASS
               ADD 1 TO WS-ERASED-COUNT
               MOVE "ERASED" TO PDA-ACTION
               MOVE WS-FILE-LABEL TO PDA-FILE
               MOVE WS-HIT-KEY TO PDA-DETAIL
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-FOUND-COUNT
               MOVE WS-FILE-LABEL TO WS-HL-FILE
               MOVE WS-HIT-KEY TO WS-HL-KEY
               MOVE WS-HIT-DATE TO WS-HL-DATE
               MOVE WS-HIT-DETAIL TO WS-HL-DETAIL
               MOVE WS-HIT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       COPY-WORK-BACK.
           MOVE 0 TO WS-FILE-OUT-COUNT
           OPEN INPUT WORK-FILE
           OPEN OUTPUT SEQ-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-INPUT
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WORK-RECORD TO SEQ-RECORD
                       WRITE SEQ-RECORD
                       ADD 1 TO WS-FILE-OUT-COUNT
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SEQ-FILE.

      *> Nothing is erased if anything stands in the way; otherwise
      *> the supervisor confirms against the count just listed.
       DECIDE-ERASURE.
           MOVE "PD-ERASE" TO WS-JRN-ACTION
           IF WS-FOUND-COUNT = 0
               MOVE "NOTFOUND" TO WS-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF WS-REASON-COUNT > 0
               PERFORM REPORT-REFUSAL
               MOVE "REFUSED" TO WS-OUTCOME
               MOVE "PD-REFUSED" TO WS-JRN-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Replace the name on " WS-DISPLAY-COUNT
               " records with " WS-ERASED-NAME "? (Y/N): "
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = "Y" AND NOT = "y"
               MOVE "CANCELLED" TO WS-OUTCOME
               MOVE "PD-CANCELLED" TO WS-JRN-ACTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ERASURE - RECORDS PER FILE BEFORE AND AFTER"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           SET ERASE-PASS TO TRUE
           PERFORM SEARCH-ALL-FILES
           CLOSE AUDIT-FILE
           MOVE "ERASED" TO WS-OUTCOME.

       REPORT-REFUSAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ERASURE REFUSED - NOTHING HAS BEEN CHANGED:"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "Erasure refused:"
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-REASON-ENTRY(WS-REASON-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "  " WS-REASON-ENTRY(WS-REASON-IDX)
               MOVE "REFUSED" TO PDA-ACTION
               MOVE SPACES TO PDA-FILE
               MOVE WS-REASON-ENTRY(WS-REASON-IDX) TO PDA-DETAIL
               PERFORM WRITE-AUDIT-RECORD
           END-PERFORM
           CLOSE AUDIT-FILE.

       WRITE-AUDIT-RECORD.
           MOVE WS-CASE-NUMBER TO PDA-CASE-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:14) TO PDA-STAMP
           MOVE WS-SIGNON-ID TO PDA-OPERATOR
           WRITE AUDIT-RECORD.

      *> An erasure case does not repeat the name it is removing.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "PERSONAL DATA REQUEST - CASE " WS-CASE-NUMBER
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "OPENED " WS-NOW-DATE " " WS-NOW-HOUR ":"
               WS-NOW-MINUTE ":" WS-NOW-SECOND " BY " WS-SIGNON-ID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF ERASURE-CASE
               MOVE "REQUEST ERASURE" TO REPORT-RECORD
           ELSE
               MOVE "REQUEST SEARCH" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN SEARCH-BY-ENTRY
                   STRING "BY USER ENTRY ID " WS-SUBJECT-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN SEARCH-BY-STUDENT
                   STRING "BY STUDENT ID " WS-SUBJECT-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN SEARCH-BY-LOAN
                   STRING "BY LOAN ID " WS-SUBJECT-ID
                       DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   MOVE "BY NAME" TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF ERASURE-CASE
               MOVE "SUBJECT WITHHELD ON AN ERASURE CASE"
                   TO REPORT-RECORD
           ELSE
               STRING "SUBJECT " WS-SUBJECT-NAME
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-HL-FILE
           MOVE SPACES TO WS-HL-KEY
           MOVE SPACES TO WS-HL-DATE
           MOVE SPACES TO WS-HL-DETAIL
           MOVE "FILE" TO WS-HL-FILE
           MOVE "KEY" TO WS-HL-KEY
           MOVE "DATE" TO WS-HL-DATE
           MOVE "DETAIL" TO WS-HL-DETAIL
           MOVE WS-HIT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-FOUND-TOTAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FOUND-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS FOUND " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-CONTROL-LINE.
           MOVE WS-FILE-IN-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-FILE-OUT-COUNT TO WS-DISPLAY-COUNT2
           MOVE WS-FILE-HIT-COUNT TO WS-DISPLAY-COUNT3
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-FILE-LABEL " BEFORE " WS-DISPLAY-COUNT
               " AFTER " WS-DISPLAY-COUNT2
               " NAMES REPLACED " WS-DISPLAY-COUNT3
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-FILE-IN-COUNT NOT = WS-FILE-OUT-COUNT
               DISPLAY "WARNING: " WS-FILE-LABEL
                   " record count changed during erasure."
           END-IF.

       WRITE-OUTCOME-LINE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ERASED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "OUTCOME " WS-OUTCOME "  NAMES REPLACED "
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-CASE-RECORD.
           OPEN EXTEND CASE-FILE
           IF WS-CASE-STATUS = "05" OR "35"
               OPEN OUTPUT CASE-FILE
           END-IF
           MOVE SPACES TO CASE-RECORD
           MOVE WS-CASE-NUMBER TO PDC-CASE-NUMBER
           MOVE WS-NOW-STAMP TO PDC-OPENED-STAMP
           MOVE WS-SIGNON-ID TO PDC-OPERATOR
           IF ERASURE-CASE
               MOVE "ERASURE" TO PDC-MODE
           ELSE
               MOVE "SEARCH" TO PDC-MODE
           END-IF
           MOVE WS-SEARCH-BY TO PDC-SEARCH-BY
           MOVE WS-SUBJECT-ID TO PDC-SEARCH-ID
           MOVE WS-FOUND-COUNT TO PDC-FOUND-COUNT
           MOVE WS-ERASED-COUNT TO PDC-ERASED-COUNT
           MOVE WS-OUTCOME TO PDC-OUTCOME
           MOVE WS-REPORT-NAME TO PDC-REPORT-NAME
           WRITE CASE-RECORD
           CLOSE CASE-FILE.

       JOURNAL-CASE.
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "CASE=" WS-CASE-NUMBER
               " FOUND=" WS-FOUND-COUNT
               " ERASED=" WS-ERASED-COUNT
               DELIMITED BY SIZE INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM PERSONAL-DATA-REQUEST.
