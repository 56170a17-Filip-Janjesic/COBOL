       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMENT-ARCHIVE.
       AUTHOR. FILIP JANJESIC.
      *> Retention archive for the shipment master. Every SHIP-ID
      *> ever converted stayed on shipment_master.dat, and every
      *> nightly reader of the master paid for it. This moves the
      *> settled shipments off the master:
      *>   - invoiced (an invoice number on the master),
      *>   - acknowledged by the carrier (A or R - the same test
      *>     that takes a shipment off CARRIER-ACK's chase list),
      *>   - converted longer ago than the retention period,
      *>   - and with no open dispute on carrier_disputes.dat.
      *> The retention period, in days, is the first four columns
      *> of shipment_retention.dat; with no file it is 365.
      *> Each moved shipment is written whole to the dated archive
      *> for the run, shipment_archive_<date>.dat, and keyed on
      *> shipment_archive_index.dat with the archive date and its
      *> original run date - SHIPMENT-INQUIRY reads the index to
      *> find an archived shipment, and the conversion batch reads
      *> it so an archived SHIP-ID arriving again is still caught
      *> as a duplicate. Only then is it deleted from the master.
      *> shipment_archive_manifest.txt lists what moved, with the
      *> counts of what stayed and why, and the charge totals.
      *> If the open disputes cannot all be read, or the index, the
      *> master or the archive cannot be opened, nothing is moved
      *> and the run ends RC 8.
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

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "carrier_disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT RETENTION-FILE ASSIGN TO "shipment_retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.

           SELECT ARCHIVE-MANIFEST-FILE ASSIGN TO
                   "shipment_archive_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

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

      *> Where an archived shipment went: the date of the archive
      *> run names its shipment_archive_<date>.dat, and the run date
      *> it was converted on is what the duplicate check reports.
       FD  ARCHIVE-INDEX.
       01  ARCHIVE-INDEX-RECORD.
           05 AX-SHIP-ID         PIC X(10).
           05 AX-ARCHIVE-DATE    PIC 9(8).
           05 AX-RUN-DATE        PIC 9(8).

      *> The archive holds the master record image unchanged.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD        PIC X(146).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05 DSP-SHIP-ID        PIC X(10).
           05 FILLER             PIC X(1).
           05 DSP-STATUS         PIC X(1).
           05 FILLER             PIC X(113).

       FD  RETENTION-FILE.
       01  RETENTION-RECORD.
           05 SR-RETENTION-DAYS  PIC 9(4).

       FD  ARCHIVE-MANIFEST-FILE.
       01  ARCHIVE-MANIFEST-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS   PIC X(02).
               88 MASTER-OK            VALUE "00".
               88 MASTER-END-OF-FILE   VALUE "10".
           01 WS-INDEX-STATUS    PIC X(02).
               88 INDEX-OK             VALUE "00".
               88 INDEX-DUPLICATE-KEY  VALUE "22".
           01 WS-ARCHIVE-STATUS  PIC X(02).
               88 ARCHIVE-OK           VALUE "00".
           01 WS-DISPUTE-STATUS  PIC X(02).
               88 DISPUTE-FILE-OK      VALUE "00".
               88 DISPUTE-END-OF-FILE  VALUE "10".
           01 WS-RETENTION-STATUS PIC X(02).
               88 RETENTION-FILE-OK    VALUE "00".
           01 WS-MANIFEST-STATUS PIC X(02).

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).
           01 WS-ARCHIVE-NAME    PIC X(40).
           01 WS-ARCHIVE-NEW-FLAG PIC X(1) VALUE "N".
               88 ARCHIVE-IS-NEW       VALUE "Y".
           01 WS-RETENTION-DAYS  PIC 9(4) VALUE 365.
           01 WS-CUTOFF-DATE     PIC 9(8).

      *> SHIP-IDs with a dispute still open. A shipment under
      *> dispute may yet be repriced or credited, so it stays live.
           01 WS-DISPUTE-MAX     PIC 9(4) VALUE 5000.
           01 WS-DISPUTE-COUNT   PIC 9(4) VALUE 0.
           01 WS-DISPUTE-TABLE.
               05 WS-OPEN-DISPUTE-ID PIC X(10) OCCURS 5000 TIMES.
           01 WS-DISPUTE-IDX     PIC 9(4).
           01 WS-DISPUTE-FLAG    PIC X(1).
               88 SHIPMENT-IS-DISPUTED VALUE "Y".
           01 WS-TRUNCATED-FLAG  PIC X(1) VALUE "N".
               88 DISPUTES-WERE-TRUNCATED VALUE "Y".

           01 WS-STOP-REASON     PIC X(60) VALUE SPACES.

           01 WS-ARCHIVE-COUNTS.
               05 WS-READ-COUNT      PIC 9(7).
               05 WS-MOVED-COUNT     PIC 9(7).
               05 WS-NOT-INVOICED    PIC 9(7).
               05 WS-NOT-ACKED       PIC 9(7).
               05 WS-TOO-RECENT      PIC 9(7).
               05 WS-UNDER-DISPUTE   PIC 9(7).
               05 WS-MOVE-FAILED     PIC 9(7).
               05 WS-MOVED-CHARGE    PIC 9(9)V99.
               05 WS-MOVED-FUEL      PIC 9(9)V99.
           01 WS-KEPT-COUNT      PIC 9(7).

           01 WS-DISPLAY-COUNT   PIC Z(6)9.
           01 WS-DISPLAY-CHARGE  PIC Z(6)9.99.
           01 WS-DISPLAY-TOTAL   PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Shipment Retention Archive ---".
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE.
           INITIALIZE WS-ARCHIVE-COUNTS.
           PERFORM LOAD-RETENTION.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-RETENTION-DAYS)
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "shipment_archive_" WS-RUN-DATE ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           END-STRING

           OPEN OUTPUT ARCHIVE-MANIFEST-FILE.
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "SHIPMENT RETENTION ARCHIVE FOR " WS-RUN-DATE
               "  RETENTION " WS-RETENTION-DAYS " DAYS"
               "  CONVERTED BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD.
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "ARCHIVE FILE " WS-ARCHIVE-NAME
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD.
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           WRITE ARCHIVE-MANIFEST-RECORD.

           PERFORM LOAD-OPEN-DISPUTES.
           IF WS-STOP-REASON = SPACES
               PERFORM ARCHIVE-SETTLED-SHIPMENTS
           END-IF.

           IF WS-STOP-REASON NOT = SPACES
               MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
               STRING "** NOTHING MOVED - " WS-STOP-REASON
                   DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
               END-STRING
               WRITE ARCHIVE-MANIFEST-RECORD
               DISPLAY "Nothing archived - " WS-STOP-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ARCHIVE-TOTALS
               MOVE WS-MOVED-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "Shipments archived: " WS-DISPLAY-COUNT
               DISPLAY "Details in shipment_archive_manifest.txt"
               IF WS-MOVE-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ARCHIVE-MANIFEST-FILE.
           STOP RUN.

       LOAD-RETENTION.
           OPEN INPUT RETENTION-FILE
           IF NOT RETENTION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           READ RETENTION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-RETENTION-DAYS NUMERIC
                       MOVE SR-RETENTION-DAYS TO WS-RETENTION-DAYS
                   END-IF
           END-READ
           CLOSE RETENTION-FILE.

      *> carrier_disputes.dat keeps one record per dispute; a
      *> shipment counts as disputed while any of its records is
      *> still O (open). No file means no dispute was ever raised.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF NOT DISPUTE-FILE-OK
               IF WS-DISPUTE-STATUS NOT = "35"
                   STRING "carrier_disputes.dat UNREADABLE, STATUS "
                       WS-DISPUTE-STATUS
                       DELIMITED BY SIZE INTO WS-STOP-REASON
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISPUTE-END-OF-FILE
               READ DISPUTE-FILE
                   AT END
                       SET DISPUTE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF DSP-STATUS = "O" AND DSP-SHIP-ID NOT = SPACES
                           IF WS-DISPUTE-COUNT < WS-DISPUTE-MAX
                               ADD 1 TO WS-DISPUTE-COUNT
                               MOVE DSP-SHIP-ID TO
                                   WS-OPEN-DISPUTE-ID(WS-DISPUTE-COUNT)
                           ELSE
                               SET DISPUTES-WERE-TRUNCATED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           IF DISPUTES-WERE-TRUNCATED
               MOVE "MORE OPEN DISPUTES THAN THE TABLE HOLDS"
                   TO WS-STOP-REASON
           END-IF.

      *> The index is opened first so nothing can leave the master
      *> without a way back to it.
       ARCHIVE-SETTLED-SHIPMENTS.
           OPEN I-O ARCHIVE-INDEX
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT ARCHIVE-INDEX
               IF INDEX-OK
                   CLOSE ARCHIVE-INDEX
                   OPEN I-O ARCHIVE-INDEX
               END-IF
           END-IF
           IF NOT INDEX-OK
               STRING "shipment_archive_index.dat UNAVAILABLE, STATUS "
                   WS-INDEX-STATUS
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SHIPMENT-MASTER
           IF NOT MASTER-OK
               CLOSE ARCHIVE-INDEX
               STRING "shipment_master.dat UNAVAILABLE, STATUS "
                   WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ARCHIVE-NEW-FLAG
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "05" OR "35"
               OPEN OUTPUT ARCHIVE-FILE
               SET ARCHIVE-IS-NEW TO TRUE
           END-IF
           IF NOT ARCHIVE-OK
               CLOSE SHIPMENT-MASTER
               CLOSE ARCHIVE-INDEX
               STRING "CANNOT WRITE THE ARCHIVE, STATUS "
                   WS-ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE "SHIP-ID" TO ARCHIVE-MANIFEST-RECORD(1:7)
           MOVE "CUST" TO ARCHIVE-MANIFEST-RECORD(13:4)
           MOVE "CARR" TO ARCHIVE-MANIFEST-RECORD(21:4)
           MOVE "RUN DATE" TO ARCHIVE-MANIFEST-RECORD(27:8)
           MOVE "INVOICE" TO ARCHIVE-MANIFEST-RECORD(37:7)
           MOVE "CHARGE" TO ARCHIVE-MANIFEST-RECORD(50:6)
           MOVE "FUEL" TO ARCHIVE-MANIFEST-RECORD(62:4)
           MOVE "ACK" TO ARCHIVE-MANIFEST-RECORD(68:3)
           WRITE ARCHIVE-MANIFEST-RECORD

           PERFORM UNTIL MASTER-END-OF-FILE
               READ SHIPMENT-MASTER NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM JUDGE-ONE-SHIPMENT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE SHIPMENT-MASTER
           CLOSE ARCHIVE-INDEX
           IF ARCHIVE-IS-NEW AND WS-MOVED-COUNT = 0
               DELETE FILE ARCHIVE-FILE
           END-IF.

      *> The first test a shipment fails is the reason it stays.
       JUDGE-ONE-SHIPMENT.
           IF SM-INVOICE-NO = 0
               ADD 1 TO WS-NOT-INVOICED
               EXIT PARAGRAPH
           END-IF
           IF SM-ACK-STATUS NOT = "A" AND SM-ACK-STATUS NOT = "R"
               ADD 1 TO WS-NOT-ACKED
               EXIT PARAGRAPH
           END-IF
           IF SM-RUN-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-TOO-RECENT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DISPUTE-FLAG
           PERFORM VARYING WS-DISPUTE-IDX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
                   OR SHIPMENT-IS-DISPUTED
               IF WS-OPEN-DISPUTE-ID(WS-DISPUTE-IDX) = SM-SHIP-ID
                   SET SHIPMENT-IS-DISPUTED TO TRUE
               END-IF
           END-PERFORM
           IF SHIPMENT-IS-DISPUTED
               ADD 1 TO WS-UNDER-DISPUTE
               EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-ONE-SHIPMENT.

      *> Archive image, then index entry, then the delete. A run
      *> that stops part way leaves the shipment on the master and
      *> the next run moves it again; an index entry left by the
      *> stopped run is brought up to date rather than refused.
       MOVE-ONE-SHIPMENT.
           WRITE ARCHIVE-RECORD FROM SHIPMENT-MASTER-RECORD
           IF NOT ARCHIVE-OK
               PERFORM NOTE-MOVE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SM-SHIP-ID TO AX-SHIP-ID
           MOVE WS-RUN-DATE TO AX-ARCHIVE-DATE
           MOVE SM-RUN-DATE TO AX-RUN-DATE
           WRITE ARCHIVE-INDEX-RECORD
           IF INDEX-DUPLICATE-KEY
               REWRITE ARCHIVE-INDEX-RECORD
           END-IF
           IF NOT INDEX-OK
               PERFORM NOTE-MOVE-FAILED
               EXIT PARAGRAPH
           END-IF
           DELETE SHIPMENT-MASTER RECORD
           IF NOT MASTER-OK
               PERFORM NOTE-MOVE-FAILED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MOVED-COUNT
           ADD SM-CHARGE TO WS-MOVED-CHARGE
           ADD SM-FUEL-CHARGE TO WS-MOVED-FUEL
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           MOVE SM-SHIP-ID TO ARCHIVE-MANIFEST-RECORD(1:10)
           MOVE SM-CUSTOMER TO ARCHIVE-MANIFEST-RECORD(13:6)
           MOVE SM-CARRIER TO ARCHIVE-MANIFEST-RECORD(21:4)
           MOVE SM-RUN-DATE TO ARCHIVE-MANIFEST-RECORD(27:8)
           MOVE SM-INVOICE-NO TO ARCHIVE-MANIFEST-RECORD(37:6)
           MOVE SM-CHARGE TO WS-DISPLAY-CHARGE
           MOVE WS-DISPLAY-CHARGE TO ARCHIVE-MANIFEST-RECORD(46:10)
           MOVE SM-FUEL-CHARGE TO WS-DISPLAY-CHARGE
           MOVE WS-DISPLAY-CHARGE TO ARCHIVE-MANIFEST-RECORD(56:10)
           MOVE SM-ACK-STATUS TO ARCHIVE-MANIFEST-RECORD(68:1)
           IF SHIPMENT-IS-VOID
               MOVE "VOID" TO ARCHIVE-MANIFEST-RECORD(72:4)
           END-IF
           WRITE ARCHIVE-MANIFEST-RECORD.

       NOTE-MOVE-FAILED.
           ADD 1 TO WS-MOVE-FAILED
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING SM-SHIP-ID "  NOT MOVED - ARCHIVE " WS-ARCHIVE-STATUS
               "  INDEX " WS-INDEX-STATUS
               "  MASTER " WS-MASTER-STATUS
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD.

       WRITE-ARCHIVE-TOTALS.
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "SHIPMENTS READ          " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-MOVED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "MOVED TO ARCHIVE        " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           COMPUTE WS-KEPT-COUNT = WS-READ-COUNT - WS-MOVED-COUNT
           MOVE WS-KEPT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "KEPT ON THE MASTER      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-NOT-INVOICED TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "  NOT YET INVOICED      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-NOT-ACKED TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "  NOT ACKNOWLEDGED      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-TOO-RECENT TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "  WITHIN RETENTION      " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-UNDER-DISPUTE TO WS-DISPLAY-COUNT
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "  OPEN DISPUTE          " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           IF WS-MOVE-FAILED > 0
               MOVE WS-MOVE-FAILED TO WS-DISPLAY-COUNT
               MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
               STRING "  MOVE FAILED           " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
               END-STRING
               WRITE ARCHIVE-MANIFEST-RECORD
           END-IF
           MOVE WS-MOVED-CHARGE TO WS-DISPLAY-TOTAL
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "CHARGES ARCHIVED     " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD
           MOVE WS-MOVED-FUEL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO ARCHIVE-MANIFEST-RECORD
           STRING "FUEL ARCHIVED        " WS-DISPLAY-TOTAL
               DELIMITED BY SIZE INTO ARCHIVE-MANIFEST-RECORD
           END-STRING
           WRITE ARCHIVE-MANIFEST-RECORD.

       END PROGRAM SHIPMENT-ARCHIVE.
