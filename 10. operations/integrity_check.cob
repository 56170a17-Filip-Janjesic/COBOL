       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       AUTHOR. FILIP JANJESIC.
      *> Weekly cross-master referential integrity run. Each master
      *> is kept by its own maintenance program and nothing proved
      *> they agreed with each other, so this walks them and lists
      *> every reference that points at nothing:
      *>   SHIP-CUSTOMER  shipment_master.dat SM-CUSTOMER not on
      *>                  customer_master.dat
      *>   CONTRACT-CUST  customer_contract_rates.dat CR-CUSTOMER not
      *>                  on customer_master.dat
      *>   SHIP-CARRIER   shipment_master.dat SM-CARRIER with no
      *>                  carrier calendar in holiday_master.dat
      *>   RATE-CARRIER   freight_rate_table.dat RT-CARRIER, same
      *>   COST-CARRIER   carrier_cost_rates.dat CC-CARRIER, same
      *>   HIST-STUDENT   student_history.dat Hist-Student-Id not on
      *>                  student_id_master.dat
      *>   HIST-COURSE    student_history.dat Hist-Course-Id not on
      *>                  course_catalog.dat
      *>   REQ-COURSE     degree_requirements.dat required or group
      *>                  course not on course_catalog.dat
      *>   DISPUTE-SHIP   carrier_disputes.dat DSP-SHIP-ID no longer
      *>                  on shipment_master.dat nor on the
      *>                  SHIPMENT-ARCHIVE index
      *> Blank references are not orphans - a shipment converted
      *> interactively carries no customer or carrier, a rate band
      *> with no carrier is the shop-wide band, and history rows
      *> written before student IDs or course IDs existed carry
      *> zero or spaces. A carrier has a calendar when at least one
      *> holiday_master.dat record carries its code.
      *> When the master a rule checks against is not on disk the
      *> rule is reported as not judged rather than flagging every
      *> reference. Each orphan is listed by file, key and field in
      *> integrity_check_report.txt with counts per rule; any
      *> orphan ends the run with RC 4, the shop's warning level,
      *> so NIGHTLY-DRIVER flags the step without halting the night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-MASTER ASSIGN TO "shipment_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SHIP-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ARCHIVE-INDEX ASSIGN TO "shipment_archive_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-SHIP-ID
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CONTRACT-FILE ASSIGN TO
                   "customer_contract_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "holiday_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO "freight_rate_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT COST-RATE-FILE ASSIGN TO "carrier_cost_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.

           SELECT ID-MASTER-FILE ASSIGN TO "student_id_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "student_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "course_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REQUIREMENTS-FILE ASSIGN TO
                   "degree_requirements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUIREMENTS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "carrier_disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO
                   "integrity_check_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVE-INDEX.
       01  ARCHIVE-INDEX-RECORD.
           05 AX-SHIP-ID         PIC X(10).
           05 AX-ARCHIVE-DATE    PIC 9(8).
           05 AX-RUN-DATE        PIC 9(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CU-CODE            PIC X(6).
           05 FILLER             PIC X(1).
           05 CU-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 CU-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CU-CREDIT-LIMIT    PIC 9(9)V99.

       FD  CONTRACT-FILE.
       01  CONTRACT-RECORD.
           05 CR-CUSTOMER        PIC X(6).
           05 CR-UNIT            PIC X(2).
           05 CR-BAND-LOW        PIC 9(5)V99.
           05 CR-BAND-HIGH       PIC 9(5)V99.
           05 CR-EFF-DATE        PIC 9(8).
           05 CR-EXP-DATE        PIC 9(8).
           05 CR-RATE            PIC 9(3)V9(4).
           05 CR-MIN-CHARGE      PIC 9(5)V99.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE           PIC 9(8).
           05 FILLER             PIC X(1).
           05 HOL-DESCRIPTION    PIC X(40).
           05 FILLER             PIC X(1).
           05 HOL-CALENDAR       PIC X(4).

       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05 RT-UNIT            PIC X(2).
           05 RT-BAND-LOW        PIC 9(5)V99.
           05 RT-BAND-HIGH       PIC 9(5)V99.
           05 RT-EFF-DATE        PIC 9(8).
           05 RT-RATE            PIC 9(3)V9(4).
           05 RT-EXP-DATE        PIC 9(8).
           05 RT-CARRIER         PIC X(4).

       FD  COST-RATE-FILE.
       01  COST-RATE-RECORD.
           05 CC-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 CC-UNIT            PIC X(2).
           05 FILLER             PIC X(1).
           05 CC-BAND-LOW        PIC 9(5)V99.
           05 FILLER             PIC X(1).
           05 CC-BAND-HIGH       PIC 9(5)V99.
           05 FILLER             PIC X(1).
           05 CC-EFF-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 FILLER             PIC 9(3)V9(4).

       FD  ID-MASTER-FILE.
       01  ID-MASTER-RECORD.
           05 SID-STUDENT-ID     PIC 9(6).
           05 FILLER             PIC X(1).
           05 SID-NAME           PIC X(20).
           05 FILLER             PIC X(1).
           05 SID-STATUS         PIC X(1).
           05 FILLER             PIC X(1).
           05 SID-PROGRAM-CODE   PIC X(6).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HIST-NAME          PIC X(20).
           05 FILLER             PIC X(1).
           05 HIST-TERM          PIC X(5).
           05 FILLER             PIC X(1).
           05 HIST-SECTION       PIC X(3).
           05 FILLER             PIC X(1).
           05 HIST-GRADE1        PIC 999.
           05 FILLER             PIC X(1).
           05 HIST-GRADE2        PIC 999.
           05 FILLER             PIC X(1).
           05 HIST-GRADE3        PIC 999.
           05 FILLER             PIC X(1).
           05 HIST-AVG-GRADE     PIC 999V9.
           05 FILLER             PIC X(1).
           05 HIST-LETTER-GRADE  PIC X(1).
           05 FILLER             PIC X(1).
           05 HIST-STUDENT-ID    PIC 9(6).
           05 FILLER             PIC X(1).
           05 HIST-COURSE-ID     PIC X(8).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05 CAT-COURSE-ID      PIC X(8).
           05 FILLER             PIC X(1).
           05 CAT-TITLE          PIC X(30).
           05 FILLER             PIC X(7).

       FD  REQUIREMENTS-FILE.
       01  REQUIREMENTS-RECORD.
           05 DR-RECORD-TYPE     PIC X(1).
           05 FILLER             PIC X(1).
           05 DR-PROGRAM-CODE    PIC X(6).
           05 FILLER             PIC X(1).
           05 DR-DETAIL          PIC X(60).
           05 DR-COURSE-DETAIL REDEFINES DR-DETAIL.
               10 DR-COURSE-ID       PIC X(8).
               10 FILLER             PIC X(52).
           05 DR-MEMBER-DETAIL REDEFINES DR-DETAIL.
               10 DR-MEMBER-GROUP-ID PIC X(4).
               10 FILLER             PIC X(1).
               10 DR-MEMBER-COURSE-ID PIC X(8).
               10 FILLER             PIC X(47).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DSP-SHIP-ID        PIC X(10).
           05 FILLER             PIC X(1).
           05 DSP-STATUS         PIC X(1).
           05 FILLER             PIC X(1).
           05 DSP-TYPE           PIC X(12).
           05 FILLER             PIC X(1).
           05 DSP-OPEN-DATE      PIC 9(8).
           05 FILLER             PIC X(91).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK             VALUE "00".
               88 MASTER-END-OF-FILE    VALUE "10".
           01 WS-INDEX-STATUS    PIC X(02).
               88 INDEX-OK              VALUE "00".
           01 WS-INDEX-OPEN-FLAG PIC X(1) VALUE "N".
               88 INDEX-IS-OPEN         VALUE "Y".
           01 WS-CUSTOMER-STATUS PIC X(02).
               88 CUSTOMER-FILE-OK      VALUE "00".
               88 CUSTOMER-END-OF-FILE  VALUE "10".
           01 WS-CONTRACT-STATUS PIC X(02).
               88 CONTRACT-FILE-OK      VALUE "00".
               88 CONTRACT-END-OF-FILE  VALUE "10".
           01 WS-HOLIDAY-STATUS  PIC X(02).
               88 HOLIDAY-FILE-OK       VALUE "00".
               88 HOLIDAY-END-OF-FILE   VALUE "10".
           01 WS-RATE-STATUS     PIC X(02).
               88 RATE-FILE-OK          VALUE "00".
               88 RATE-END-OF-FILE      VALUE "10".
           01 WS-COST-STATUS     PIC X(02).
               88 COST-FILE-OK          VALUE "00".
               88 COST-END-OF-FILE      VALUE "10".
           01 WS-ID-STATUS       PIC X(02).
               88 ID-FILE-OK            VALUE "00".
               88 ID-END-OF-FILE        VALUE "10".
           01 WS-HISTORY-STATUS  PIC X(02).
               88 HISTORY-FILE-OK       VALUE "00".
               88 HISTORY-END-OF-FILE   VALUE "10".
           01 WS-CATALOG-STATUS  PIC X(02).
               88 CATALOG-FILE-OK       VALUE "00".
               88 CATALOG-END-OF-FILE   VALUE "10".
           01 WS-REQUIREMENTS-STATUS PIC X(02).
               88 REQUIREMENTS-FILE-OK     VALUE "00".
               88 REQUIREMENTS-END-OF-FILE VALUE "10".
           01 WS-DISPUTE-STATUS  PIC X(02).
               88 DISPUTE-FILE-OK       VALUE "00".
               88 DISPUTE-END-OF-FILE   VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).

      *> The rules, in report order: name, file walked, field
      *> checked. Counts are kept beside them by rule number.
           01 WS-RULE-DEFS.
               05 FILLER PIC X(41) VALUE
                   "SHIP-CUSTOMER shipment_master.dat".
               05 FILLER PIC X(19) VALUE "SM-CUSTOMER".
               05 FILLER PIC X(41) VALUE
                   "CONTRACT-CUST customer_contract_rates.dat".
               05 FILLER PIC X(19) VALUE "CR-CUSTOMER".
               05 FILLER PIC X(41) VALUE
                   "SHIP-CARRIER  shipment_master.dat".
               05 FILLER PIC X(19) VALUE "SM-CARRIER".
               05 FILLER PIC X(41) VALUE
                   "RATE-CARRIER  freight_rate_table.dat".
               05 FILLER PIC X(19) VALUE "RT-CARRIER".
               05 FILLER PIC X(41) VALUE
                   "COST-CARRIER  carrier_cost_rates.dat".
               05 FILLER PIC X(19) VALUE "CC-CARRIER".
               05 FILLER PIC X(41) VALUE
                   "HIST-STUDENT  student_history.dat".
               05 FILLER PIC X(19) VALUE "HIST-STUDENT-ID".
               05 FILLER PIC X(41) VALUE
                   "HIST-COURSE   student_history.dat".
               05 FILLER PIC X(19) VALUE "HIST-COURSE-ID".
               05 FILLER PIC X(41) VALUE
                   "REQ-COURSE    degree_requirements.dat".
               05 FILLER PIC X(19) VALUE "DR-COURSE-ID".
               05 FILLER PIC X(41) VALUE
                   "DISPUTE-SHIP  carrier_disputes.dat".
               05 FILLER PIC X(19) VALUE "DSP-SHIP-ID".
           01 WS-RULE-TABLE REDEFINES WS-RULE-DEFS.
               05 WS-RULE-ENTRY OCCURS 9 TIMES.
                   10 WS-RULE-NAME    PIC X(14).
                   10 WS-RULE-FILE    PIC X(27).
                   10 WS-RULE-FIELD   PIC X(19).
           01 WS-RULE-COUNTS.
               05 WS-RULE-COUNT-ENTRY OCCURS 9 TIMES.
                   10 WS-RULE-CHECKED PIC 9(7).
                   10 WS-RULE-ORPHANS PIC 9(7).
                   10 WS-RULE-JUDGED  PIC X(1).
           01 WS-RULE-IDX        PIC 9(2).
           01 WS-RULE-SHIP-CUSTOMER PIC 9(2) VALUE 1.
           01 WS-RULE-CONTRACT-CUST PIC 9(2) VALUE 2.
           01 WS-RULE-SHIP-CARRIER  PIC 9(2) VALUE 3.
           01 WS-RULE-RATE-CARRIER  PIC 9(2) VALUE 4.
           01 WS-RULE-COST-CARRIER  PIC 9(2) VALUE 5.
           01 WS-RULE-HIST-STUDENT  PIC 9(2) VALUE 6.
           01 WS-RULE-HIST-COURSE   PIC 9(2) VALUE 7.
           01 WS-RULE-REQ-COURSE    PIC 9(2) VALUE 8.
           01 WS-RULE-DISPUTE-SHIP  PIC 9(2) VALUE 9.

      *> The masters referenced, held in memory for the lookups.
           01 WS-CUSTOMER-MAX    PIC 9(4) VALUE 5000.
           01 WS-CUSTOMER-COUNT  PIC 9(4) VALUE 0.
           01 WS-CUSTOMER-TABLE.
               05 WS-CUSTOMER-CODE OCCURS 5000 TIMES PIC X(6).
           01 WS-CUSTOMER-LOADED PIC X(1) VALUE "N".
               88 CUSTOMERS-LOADED      VALUE "Y".

           01 WS-CALENDAR-MAX    PIC 9(3) VALUE 500.
           01 WS-CALENDAR-COUNT  PIC 9(3) VALUE 0.
           01 WS-CALENDAR-TABLE.
               05 WS-CALENDAR-CODE OCCURS 500 TIMES PIC X(4).
           01 WS-CALENDAR-LOADED PIC X(1) VALUE "N".
               88 CALENDARS-LOADED      VALUE "Y".

           01 WS-STUDENT-MAX     PIC 9(5) VALUE 20000.
           01 WS-STUDENT-COUNT   PIC 9(5) VALUE 0.
           01 WS-STUDENT-TABLE.
               05 WS-STUDENT-ID OCCURS 20000 TIMES PIC 9(6).
           01 WS-STUDENT-LOADED  PIC X(1) VALUE "N".
               88 STUDENTS-LOADED       VALUE "Y".

           01 WS-COURSE-MAX      PIC 9(4) VALUE 5000.
           01 WS-COURSE-COUNT    PIC 9(4) VALUE 0.
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ID OCCURS 5000 TIMES PIC X(8).
           01 WS-COURSE-LOADED   PIC X(1) VALUE "N".
               88 COURSES-LOADED        VALUE "Y".

           01 WS-LOOKUP-IDX      PIC 9(5).
           01 WS-FOUND-FLAG      PIC X(1).
               88 REFERENCE-FOUND       VALUE "Y".
           01 WS-LOOKUP-CODE     PIC X(8).
           01 WS-LOOKUP-ID       PIC 9(6).

           01 WS-RECORD-NUMBER   PIC 9(7).
           01 WS-DISPLAY-RECORD  PIC Z(6)9.
           01 WS-ORPHAN-KEY      PIC X(30).
           01 WS-ORPHAN-VALUE    PIC X(10).
           01 WS-TOTAL-ORPHANS   PIC 9(7) VALUE 0.
           01 WS-DISPLAY-CHECKED PIC Z(6)9.
           01 WS-DISPLAY-ORPHANS PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Referential Integrity Check ---".
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE.
           INITIALIZE WS-RULE-COUNTS.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "REFERENTIAL INTEGRITY CHECK FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "RULE" TO INTEGRITY-REPORT-RECORD(1:4)
           MOVE "FILE" TO INTEGRITY-REPORT-RECORD(15:4)
           MOVE "KEY" TO INTEGRITY-REPORT-RECORD(43:3)
           MOVE "FIELD=VALUE" TO INTEGRITY-REPORT-RECORD(74:11)
           WRITE INTEGRITY-REPORT-RECORD.

           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-CALENDARS.
           PERFORM LOAD-STUDENT-IDS.
           PERFORM LOAD-COURSES.

           PERFORM CHECK-SHIPMENTS.
           PERFORM CHECK-CONTRACTS.
           PERFORM CHECK-RATE-BANDS.
           PERFORM CHECK-COST-RATES.
           PERFORM CHECK-HISTORY.
           PERFORM CHECK-REQUIREMENTS.
           PERFORM CHECK-DISPUTES.

           PERFORM WRITE-RULE-SUMMARY.
           CLOSE INTEGRITY-REPORT-FILE.

           IF WS-TOTAL-ORPHANS > 0
               MOVE WS-TOTAL-ORPHANS TO WS-DISPLAY-ORPHANS
               DISPLAY "ORPHANED REFERENCES FOUND:" WS-DISPLAY-ORPHANS
                   " - see integrity_check_report.txt"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "All cross-master references resolve."
           END-IF.
           STOP RUN.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET CUSTOMERS-LOADED TO TRUE
           PERFORM UNTIL CUSTOMER-END-OF-FILE
               READ CUSTOMER-FILE
                   AT END
                       SET CUSTOMER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CUSTOMER-COUNT < WS-CUSTOMER-MAX
                           ADD 1 TO WS-CUSTOMER-COUNT
                           MOVE CU-CODE
                               TO WS-CUSTOMER-CODE(WS-CUSTOMER-COUNT)
                       ELSE
                           DISPLAY "Customer table full - code "
                               "dropped: " CU-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      *> Only coded calendars count; a blank calendar on a holiday
      *> is a shop-wide closure and belongs to no carrier.
       LOAD-CALENDARS.
           OPEN INPUT HOLIDAY-FILE
           IF NOT HOLIDAY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET CALENDARS-LOADED TO TRUE
           PERFORM UNTIL HOLIDAY-END-OF-FILE
               READ HOLIDAY-FILE
                   AT END
                       SET HOLIDAY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HOL-CALENDAR NOT = SPACES
                           PERFORM NOTE-ONE-CALENDAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

       NOTE-ONE-CALENDAR.
           MOVE HOL-CALENDAR TO WS-LOOKUP-CODE
           PERFORM FIND-CALENDAR
           IF REFERENCE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CALENDAR-COUNT < WS-CALENDAR-MAX
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE HOL-CALENDAR TO WS-CALENDAR-CODE(WS-CALENDAR-COUNT)
           END-IF.

       LOAD-STUDENT-IDS.
           OPEN INPUT ID-MASTER-FILE
           IF NOT ID-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET STUDENTS-LOADED TO TRUE
           PERFORM UNTIL ID-END-OF-FILE
               READ ID-MASTER-FILE
                   AT END
                       SET ID-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SID-STUDENT-ID NUMERIC
                           AND WS-STUDENT-COUNT < WS-STUDENT-MAX
                           ADD 1 TO WS-STUDENT-COUNT
                           MOVE SID-STUDENT-ID
                               TO WS-STUDENT-ID(WS-STUDENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ID-MASTER-FILE.

       LOAD-COURSES.
           OPEN INPUT CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               EXIT PARAGRAPH
           END-IF
           SET COURSES-LOADED TO TRUE
           PERFORM UNTIL CATALOG-END-OF-FILE
               READ CATALOG-FILE
                   AT END
                       SET CATALOG-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-COURSE-COUNT < WS-COURSE-MAX
                           ADD 1 TO WS-COURSE-COUNT
                           MOVE CAT-COURSE-ID
                               TO WS-COURSE-ID(WS-COURSE-COUNT)
                       ELSE
                           DISPLAY "Course table full - course "
                               "dropped: " CAT-COURSE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *> One pass of the shipment master serves both its customer
      *> and its carrier rule. Voided shipments are still on the
      *> master and still carry their references, so they count.
       CHECK-SHIPMENTS.
           OPEN INPUT SHIPMENT-MASTER
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMERS-LOADED
               MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-SHIP-CUSTOMER)
           END-IF
           IF CALENDARS-LOADED
               MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-SHIP-CARRIER)
           END-IF
           PERFORM UNTIL MASTER-END-OF-FILE
               READ SHIPMENT-MASTER NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-SHIPMENT
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-MASTER.

       CHECK-ONE-SHIPMENT.
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING "SHIP-ID=" SM-SHIP-ID
               DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           END-STRING
           IF CUSTOMERS-LOADED AND SM-CUSTOMER NOT = SPACES
               ADD 1 TO WS-RULE-CHECKED(WS-RULE-SHIP-CUSTOMER)
               MOVE SM-CUSTOMER TO WS-LOOKUP-CODE
               PERFORM FIND-CUSTOMER
               IF NOT REFERENCE-FOUND
                   MOVE WS-RULE-SHIP-CUSTOMER TO WS-RULE-IDX
                   MOVE SM-CUSTOMER TO WS-ORPHAN-VALUE
                   PERFORM REPORT-ORPHAN
               END-IF
           END-IF
           IF CALENDARS-LOADED AND SM-CARRIER NOT = SPACES
               ADD 1 TO WS-RULE-CHECKED(WS-RULE-SHIP-CARRIER)
               MOVE SM-CARRIER TO WS-LOOKUP-CODE
               PERFORM FIND-CALENDAR
               IF NOT REFERENCE-FOUND
                   MOVE WS-RULE-SHIP-CARRIER TO WS-RULE-IDX
                   MOVE SM-CARRIER TO WS-ORPHAN-VALUE
                   PERFORM REPORT-ORPHAN
               END-IF
           END-IF.

       CHECK-CONTRACTS.
           IF NOT CUSTOMERS-LOADED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTRACT-FILE
           IF NOT CONTRACT-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-CONTRACT-CUST)
           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL CONTRACT-END-OF-FILE
               READ CONTRACT-FILE
                   AT END
                       SET CONTRACT-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       IF CR-CUSTOMER NOT = SPACES
                           PERFORM CHECK-ONE-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

       CHECK-ONE-CONTRACT.
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-CONTRACT-CUST)
           MOVE CR-CUSTOMER TO WS-LOOKUP-CODE
           PERFORM FIND-CUSTOMER
           IF NOT REFERENCE-FOUND
               MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING "LINE " WS-DISPLAY-RECORD " " CR-UNIT
                   " EFF " CR-EFF-DATE
                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
               END-STRING
               MOVE WS-RULE-CONTRACT-CUST TO WS-RULE-IDX
               MOVE CR-CUSTOMER TO WS-ORPHAN-VALUE
               PERFORM REPORT-ORPHAN
           END-IF.

       CHECK-RATE-BANDS.
           IF NOT CALENDARS-LOADED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RATE-TABLE-FILE
           IF NOT RATE-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-RATE-CARRIER)
           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL RATE-END-OF-FILE
               READ RATE-TABLE-FILE
                   AT END
                       SET RATE-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       IF RT-CARRIER NOT = SPACES
                           PERFORM CHECK-ONE-RATE-BAND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

       CHECK-ONE-RATE-BAND.
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-RATE-CARRIER)
           MOVE RT-CARRIER TO WS-LOOKUP-CODE
           PERFORM FIND-CALENDAR
           IF NOT REFERENCE-FOUND
               MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING "LINE " WS-DISPLAY-RECORD " " RT-UNIT
                   " EFF " RT-EFF-DATE
                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
               END-STRING
               MOVE WS-RULE-RATE-CARRIER TO WS-RULE-IDX
               MOVE RT-CARRIER TO WS-ORPHAN-VALUE
               PERFORM REPORT-ORPHAN
           END-IF.

       CHECK-COST-RATES.
           IF NOT CALENDARS-LOADED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COST-RATE-FILE
           IF NOT COST-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-COST-CARRIER)
           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL COST-END-OF-FILE
               READ COST-RATE-FILE
                   AT END
                       SET COST-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       IF CC-CARRIER NOT = SPACES
                           PERFORM CHECK-ONE-COST-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COST-RATE-FILE.

       CHECK-ONE-COST-RATE.
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-COST-CARRIER)
           MOVE CC-CARRIER TO WS-LOOKUP-CODE
           PERFORM FIND-CALENDAR
           IF NOT REFERENCE-FOUND
               MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING "LINE " WS-DISPLAY-RECORD " " CC-UNIT
                   " EFF " CC-EFF-DATE
                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
               END-STRING
               MOVE WS-RULE-COST-CARRIER TO WS-RULE-IDX
               MOVE CC-CARRIER TO WS-ORPHAN-VALUE
               PERFORM REPORT-ORPHAN
           END-IF.

       CHECK-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-FILE-OK
               EXIT PARAGRAPH
           END-IF
           IF STUDENTS-LOADED
               MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-HIST-STUDENT)
           END-IF
           IF COURSES-LOADED
               MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-HIST-COURSE)
           END-IF
           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL HISTORY-END-OF-FILE
               READ HISTORY-FILE
                   AT END
                       SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM CHECK-ONE-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       CHECK-ONE-HISTORY-ROW.
           MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
           MOVE SPACES TO WS-ORPHAN-KEY
           STRING "LINE " WS-DISPLAY-RECORD " " HIST-TERM
               " " HIST-SECTION
               DELIMITED BY SIZE INTO WS-ORPHAN-KEY
           END-STRING
           IF STUDENTS-LOADED AND HIST-STUDENT-ID NUMERIC
                   AND HIST-STUDENT-ID NOT = 0
               ADD 1 TO WS-RULE-CHECKED(WS-RULE-HIST-STUDENT)
               MOVE HIST-STUDENT-ID TO WS-LOOKUP-ID
               PERFORM FIND-STUDENT
               IF NOT REFERENCE-FOUND
                   MOVE WS-RULE-HIST-STUDENT TO WS-RULE-IDX
                   MOVE HIST-STUDENT-ID TO WS-ORPHAN-VALUE
                   PERFORM REPORT-ORPHAN
               END-IF
           END-IF
           IF COURSES-LOADED AND HIST-COURSE-ID NOT = SPACES
               ADD 1 TO WS-RULE-CHECKED(WS-RULE-HIST-COURSE)
               MOVE HIST-COURSE-ID TO WS-LOOKUP-CODE
               PERFORM FIND-COURSE
               IF NOT REFERENCE-FOUND
                   MOVE WS-RULE-HIST-COURSE TO WS-RULE-IDX
                   MOVE HIST-COURSE-ID TO WS-ORPHAN-VALUE
                   PERFORM REPORT-ORPHAN
               END-IF
           END-IF.

      *> Required-course (C) and elective-group member (G) lines
      *> name courses; the program and group header lines do not.
       CHECK-REQUIREMENTS.
           IF NOT COURSES-LOADED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REQUIREMENTS-FILE
           IF NOT REQUIREMENTS-FILE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-REQ-COURSE)
           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL REQUIREMENTS-END-OF-FILE
               READ REQUIREMENTS-FILE
                   AT END
                       SET REQUIREMENTS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       EVALUATE DR-RECORD-TYPE
                           WHEN "C"
                               MOVE DR-COURSE-ID TO WS-LOOKUP-CODE
                               PERFORM CHECK-ONE-REQUIREMENT
                           WHEN "G"
                               MOVE DR-MEMBER-COURSE-ID
                                   TO WS-LOOKUP-CODE
                               PERFORM CHECK-ONE-REQUIREMENT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE REQUIREMENTS-FILE.

       CHECK-ONE-REQUIREMENT.
           IF WS-LOOKUP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-REQ-COURSE)
           MOVE WS-LOOKUP-CODE TO WS-ORPHAN-VALUE
           PERFORM FIND-COURSE
           IF NOT REFERENCE-FOUND
               MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING "LINE " WS-DISPLAY-RECORD " " DR-RECORD-TYPE
                   " " DR-PROGRAM-CODE
                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
               END-STRING
               MOVE WS-RULE-REQ-COURSE TO WS-RULE-IDX
               PERFORM REPORT-ORPHAN
           END-IF.

      *> Disputes are looked up on the master by key, closed ones
      *> included - a settled dispute whose shipment has gone still
      *> leaves its history pointing at nothing. A shipment the
      *> retention archive has moved off the master has not gone:
      *> its key is on the archive index.
       CHECK-DISPUTES.
           OPEN INPUT SHIPMENT-MASTER
           IF NOT MASTER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INDEX-OPEN-FLAG
           OPEN INPUT ARCHIVE-INDEX
           IF INDEX-OK
               SET INDEX-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF NOT DISPUTE-FILE-OK
               CLOSE SHIPMENT-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RULE-JUDGED(WS-RULE-DISPUTE-SHIP)
           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL DISPUTE-END-OF-FILE
               READ DISPUTE-FILE
                   AT END
                       SET DISPUTE-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       IF DSP-SHIP-ID NOT = SPACES
                           PERFORM CHECK-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           CLOSE SHIPMENT-MASTER
           IF INDEX-IS-OPEN
               CLOSE ARCHIVE-INDEX
           END-IF.

       CHECK-ONE-DISPUTE.
           ADD 1 TO WS-RULE-CHECKED(WS-RULE-DISPUTE-SHIP)
           MOVE DSP-SHIP-ID TO SM-SHIP-ID
           MOVE "Y" TO WS-FOUND-FLAG
           READ SHIPMENT-MASTER
               KEY IS SM-SHIP-ID
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF NOT REFERENCE-FOUND AND INDEX-IS-OPEN
               MOVE DSP-SHIP-ID TO AX-SHIP-ID
               MOVE "Y" TO WS-FOUND-FLAG
               READ ARCHIVE-INDEX
                   KEY IS AX-SHIP-ID
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-FLAG
               END-READ
           END-IF
           IF NOT REFERENCE-FOUND
               MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING "LINE " WS-DISPLAY-RECORD " OPENED "
                   DSP-OPEN-DATE
                   DELIMITED BY SIZE INTO WS-ORPHAN-KEY
               END-STRING
               MOVE WS-RULE-DISPUTE-SHIP TO WS-RULE-IDX
               MOVE DSP-SHIP-ID TO WS-ORPHAN-VALUE
               PERFORM REPORT-ORPHAN
           END-IF.

       FIND-CUSTOMER.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > WS-CUSTOMER-COUNT
                   OR REFERENCE-FOUND
               IF WS-CUSTOMER-CODE(WS-LOOKUP-IDX) = WS-LOOKUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       FIND-CALENDAR.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > WS-CALENDAR-COUNT
                   OR REFERENCE-FOUND
               IF WS-CALENDAR-CODE(WS-LOOKUP-IDX) = WS-LOOKUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       FIND-STUDENT.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > WS-STUDENT-COUNT
                   OR REFERENCE-FOUND
               IF WS-STUDENT-ID(WS-LOOKUP-IDX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       FIND-COURSE.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-LOOKUP-IDX FROM 1 BY 1
                   UNTIL WS-LOOKUP-IDX > WS-COURSE-COUNT
                   OR REFERENCE-FOUND
               IF WS-COURSE-ID(WS-LOOKUP-IDX) = WS-LOOKUP-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       REPORT-ORPHAN.
           ADD 1 TO WS-RULE-ORPHANS(WS-RULE-IDX)
           ADD 1 TO WS-TOTAL-ORPHANS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING WS-RULE-NAME(WS-RULE-IDX) WS-RULE-FILE(WS-RULE-IDX)
               " " WS-ORPHAN-KEY " "
               DELIMITED BY SIZE
               WS-RULE-FIELD(WS-RULE-IDX) DELIMITED BY SPACE
               "=" WS-ORPHAN-VALUE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD.

       WRITE-RULE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "RULE" TO INTEGRITY-REPORT-RECORD(1:4)
           MOVE "FILE" TO INTEGRITY-REPORT-RECORD(15:4)
           MOVE "CHECKED  ORPHANS" TO INTEGRITY-REPORT-RECORD(42:16)
           WRITE INTEGRITY-REPORT-RECORD
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 9
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               IF WS-RULE-JUDGED(WS-RULE-IDX) = "Y"
                   MOVE WS-RULE-CHECKED(WS-RULE-IDX)
                       TO WS-DISPLAY-CHECKED
                   MOVE WS-RULE-ORPHANS(WS-RULE-IDX)
                       TO WS-DISPLAY-ORPHANS
                   STRING WS-RULE-NAME(WS-RULE-IDX)
                       WS-RULE-FILE(WS-RULE-IDX)
                       WS-DISPLAY-CHECKED "  " WS-DISPLAY-ORPHANS
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING WS-RULE-NAME(WS-RULE-IDX)
                       WS-RULE-FILE(WS-RULE-IDX)
                       "NOT JUDGED - a file it needs is not on disk"
                       DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE INTEGRITY-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           IF WS-TOTAL-ORPHANS > 0
               MOVE WS-TOTAL-ORPHANS TO WS-DISPLAY-ORPHANS
               STRING "** ORPHANED REFERENCES=" WS-DISPLAY-ORPHANS
                   " **"
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
           ELSE
               MOVE "ALL CROSS-MASTER REFERENCES RESOLVE"
                   TO INTEGRITY-REPORT-RECORD
           END-IF
           WRITE INTEGRITY-REPORT-RECORD.

       END PROGRAM INTEGRITY-CHECK.
