      *>   - shipments the conversion batch wrote to the shipment
      *>     master, against the detail records on the carrier
      *>     interface work file, against the conversion entries on
      *>     the shared entry log, taken by the RUN= processing
      *>     date each manifest entry carries (older entries
      *>     without it fall back to their timestamp);
      *>     A shipment held for credit is on the master but its
      *>     detail waits on credit_hold.dat until it is released,
      *>     so the master leg must equal the detail records plus
      *>     tonight's holds;
      *>   - the extract run's valid records on the run history,
      *>     against the adds plus changes on the account update
      *>     journal. Every run-history entry for the date counts,
      *>     so the corrected rejects a reprocess run loads (its
      *>     own entry, its own journal lines) balance as well.
      *> A shipment voided since the conversion run no longer
      *> counts: it leaves the master leg, its detail record leaves
      *> the work-file leg, and the entry log - which carries no
      *> SHIP-ID - is reduced by the number of tonight's shipments
      *> that have been voided.
      *> Any disagreement fails the stream with a nonzero return
      *> code, the figures land in cross_balance_report.txt, and an
      *> OOB alert for the run date goes on ops_alerts.dat under
      *> CROSS-BAL, to stay open on ALERT-CONSOLE until someone
      *> closes it with the resolution.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "credit_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ENTRY-LOG-FILE ASSIGN TO "user_data.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ops_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO
                   "cross_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  CARRIER-WORK-FILE.
       01  CARRIER-WORK-RECORD.
           05 CW-UNIT            PIC X(2).
           05 CW-RUN-DATE        PIC 9(8).

       FD  CREDIT-HOLD-FILE.
       01  CREDIT-HOLD-RECORD.
           05 CH-SHIP-ID         PIC X(10).
           05 FILLER             PIC X(1).
           05 CH-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CH-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 CH-CARRIER         PIC X(4).
           05 FILLER             PIC X(1).
           05 CH-RUN-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 CH-WEIGHT          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 CH-UNIT            PIC X(2).
           05 FILLER             PIC X(1).
           05 CH-CHARGE          PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 CH-UNBILLED        PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 CH-LIMIT           PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 CH-RELEASE-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 CH-OPERATOR        PIC X(20).

       FD  ENTRY-LOG-FILE.
       01  LOG-RECORD.
           05 LOG-ENTRY-ID       PIC 9(6).
           05 FILLER             PIC X(1).
           05 UJ-AFTER-AMOUNT    PIC 9(7)V99.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-ALERT-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 AL-SUBSYSTEM       PIC X(12).
           05 FILLER             PIC X(1).
           05 AL-DIRECTION       PIC X(4).
           05 FILLER             PIC X(1).
           05 AL-COUNT           PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MINIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MAXIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-RAISED-STAMP    PIC 9(14).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD PIC X(80).

           01 WS-WORK-STATUS     PIC X(02).
               88 WORK-FILE-OK      VALUE "00".
               88 WORK-END-OF-FILE  VALUE "10".
           01 WS-HOLD-STATUS     PIC X(02).
               88 HOLD-FILE-OK      VALUE "00".
               88 HOLD-END-OF-FILE  VALUE "10".
           01 WS-LOG-STATUS      PIC X(02).
               88 LOG-FILE-OK      VALUE "00".
               88 LOG-END-OF-FILE  VALUE "10".
               88 JOURNAL-FILE-OK      VALUE "00".
               88 JOURNAL-END-OF-FILE  VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).
           01 WS-ALERT-STATUS    PIC X(02).

           01 WS-RUN-DATE-IN     PIC X(8).
           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).
           01 WS-LOG-RUN-DATE    PIC X(8).

           01 WS-MASTER-COUNT    PIC 9(6) VALUE 0.
           01 WS-WORK-COUNT      PIC 9(6) VALUE 0.
           01 WS-LOG-COUNT       PIC 9(6) VALUE 0.
           01 WS-VOIDED-COUNT    PIC 9(6) VALUE 0.
           01 WS-HELD-COUNT      PIC 9(6) VALUE 0.
           01 WS-DETAIL-AND-HELD PIC 9(7) VALUE 0.
           01 WS-MASTER-OPEN-FLAG PIC X(1) VALUE "N".
               88 MASTER-IS-OPEN      VALUE "Y".
           01 WS-HISTORY-FOUND   PIC X(1) VALUE "N".
               88 HISTORY-WAS-FOUND VALUE "Y".
           01 WS-EXTRACT-VALID   PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Nightly Cross-Step Balancing ---".
           DISPLAY "Run date YYYYMMDD (blank = processing date): ".
           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
               CALL "PROCESSING-DATE" USING WS-RUN-DATE
                   WS-RUN-DATE-SOURCE
           ELSE
               IF WS-RUN-DATE-IN NOT NUMERIC
                   DISPLAY "Run date must be numeric YYYYMMDD."

           PERFORM COUNT-MASTER-SHIPMENTS.
           PERFORM COUNT-CARRIER-DETAILS.
           PERFORM COUNT-CREDIT-HOLDS.
           PERFORM COUNT-ENTRY-LOG-CONVERSIONS.
           PERFORM READ-EXTRACT-HISTORY.
           PERFORM COUNT-APPLIED-UPDATES.
           IF STREAM-OUT-OF-BALANCE
               DISPLAY "NIGHTLY STREAM OUT OF BALANCE - see "
                   "cross_balance_report.txt"
               PERFORM RAISE-BALANCE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Nightly stream cross-foots clean."
                           SET MASTER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF SM-RUN-DATE = WS-RUN-DATE
                               IF SHIPMENT-IS-VOID
                                   ADD 1 TO WS-VOIDED-COUNT
                               ELSE
                                   ADD 1 TO WS-MASTER-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      *> the previous run's records, and counting those against a
      *> zero master leg would cry OUT OF BALANCE over nothing.
       COUNT-CARRIER-DETAILS.
           OPEN INPUT SHIPMENT-MASTER
           IF MASTER-OK
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CARRIER-WORK-FILE
           IF WORK-FILE-OK
               PERFORM UNTIL WORK-END-OF-FILE
                           SET WORK-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CW-RUN-DATE = WS-RUN-DATE
                               PERFORM COUNT-ONE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-WORK-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE SHIPMENT-MASTER
               MOVE "N" TO WS-MASTER-OPEN-FLAG
           END-IF.

       COUNT-ONE-DETAIL.
           IF MASTER-IS-OPEN
               MOVE CW-SHIP-ID TO SM-SHIP-ID
               READ SHIPMENT-MASTER
                   KEY IS SM-SHIP-ID
                   INVALID KEY
                       MOVE SPACES TO SM-VOID-FLAG
               END-READ
               IF SHIPMENT-IS-VOID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-WORK-COUNT.

      *> Tonight's holds, whatever has happened to them since: a
      *> release goes out on a later night's work file. A held
      *> shipment voided since has already left the master leg.
       COUNT-CREDIT-HOLDS.
           OPEN INPUT SHIPMENT-MASTER
           IF MASTER-OK
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CREDIT-HOLD-FILE
           IF HOLD-FILE-OK
               PERFORM UNTIL HOLD-END-OF-FILE
                   READ CREDIT-HOLD-FILE
                       AT END
                           SET HOLD-END-OF-FILE TO TRUE
                       NOT AT END
                           IF CH-RUN-DATE = WS-RUN-DATE
                               PERFORM COUNT-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE SHIPMENT-MASTER
               MOVE "N" TO WS-MASTER-OPEN-FLAG
           END-IF.

       COUNT-ONE-HOLD.
           IF MASTER-IS-OPEN
               MOVE CH-SHIP-ID TO SM-SHIP-ID
               READ SHIPMENT-MASTER
                   KEY IS SM-SHIP-ID
                   INVALID KEY
                       MOVE SPACES TO SM-VOID-FLAG
               END-READ
               IF SHIPMENT-IS-VOID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-HELD-COUNT.

       COUNT-ENTRY-LOG-CONVERSIONS.
           OPEN INPUT ENTRY-LOG-FILE
           IF LOG-FILE-OK
      *> Only the manifest batch's own records count - interactive
      *> conversions carry the CONVERSION tag and never touch the
      *> shipment master or the carrier work file.
                           IF LOG-MESSAGE(56:5) = " RUN="
                               MOVE LOG-MESSAGE(61:8)
                                   TO WS-LOG-RUN-DATE
                           ELSE
                               MOVE LOG-TIMESTAMP(1:8)
                                   TO WS-LOG-RUN-DATE
                           END-IF
                           IF WS-LOG-RUN-DATE = WS-RUN-DATE
                               AND LOG-MESSAGE(1:21)
                                   = "KG_TO_POUNDS MANIFEST"
                               ADD 1 TO WS-LOG-COUNT
                   END-READ
               END-PERFORM
               CLOSE ENTRY-LOG-FILE
           END-IF
           IF WS-LOG-COUNT >= WS-VOIDED-COUNT
               SUBTRACT WS-VOIDED-COUNT FROM WS-LOG-COUNT
           END-IF.

       READ-EXTRACT-HISTORY.
                       NOT AT END
                           IF RH-RUN-DATE = WS-RUN-DATE
                               SET HISTORY-WAS-FOUND TO TRUE
                               ADD RH-TOTAL-VALID
                                   TO WS-EXTRACT-VALID
                           END-IF
                   END-READ
           END-STRING
           WRITE BALANCE-REPORT-RECORD

           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING "HELD FOR CREDIT (NOT TENDERED)="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
               WRITE BALANCE-REPORT-RECORD
           END-IF

           MOVE WS-LOG-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO BALANCE-REPORT-RECORD
           STRING "ENTRY-LOG CONVERSIONS=" WS-DISPLAY-COUNT
           END-STRING
           WRITE BALANCE-REPORT-RECORD

           IF WS-VOIDED-COUNT > 0
               MOVE WS-VOIDED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING "VOIDED SINCE CONVERSION (EXCLUDED)="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               END-STRING
               WRITE BALANCE-REPORT-RECORD
           END-IF

           COMPUTE WS-DETAIL-AND-HELD = WS-WORK-COUNT + WS-HELD-COUNT
           IF WS-MASTER-COUNT NOT = WS-DETAIL-AND-HELD
               OR WS-MASTER-COUNT NOT = WS-LOG-COUNT
               SET STREAM-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
           END-IF.

      *> The alert's count and range columns belong to the volume
      *> check and stay zero here; the figures are on the report.
       RAISE-BALANCE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "05" OR "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-RUN-DATE TO AL-ALERT-DATE
           MOVE "CROSS-BAL" TO AL-SUBSYSTEM
           MOVE "OOB" TO AL-DIRECTION
           MOVE 0 TO AL-COUNT
           MOVE 0 TO AL-MINIMUM
           MOVE 0 TO AL-MAXIMUM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-RAISED-STAMP
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       END PROGRAM CROSS-BALANCE.
