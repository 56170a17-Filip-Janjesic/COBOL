      *> appended to ops_alerts.dat and the run ends with a nonzero
      *> return code so the driver records the night as flagged.
      *> Subsystem names match the journal's program IDs, plus
      *> EXTRACT-READ for the run-history record count. Each alert
      *> carries the moment it was raised; ALERT-CONSOLE is where it
      *> is acknowledged and closed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 AL-MINIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-MAXIMUM         PIC 9(6).
           05 FILLER             PIC X(1).
           05 AL-RAISED-STAMP    PIC 9(14).

       WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS  PIC X(02).
      *> The extract subsystem's volume is records read, which the
      *> journal does not carry - it comes off the run-history
      *> record for the day under the EXTRACT-READ threshold name.
      *> A reprocess of corrected rejects (no files, records read)
      *> reads records the night's load already counted.
       TALLY-EXTRACT-VOLUME.
           OPEN INPUT RUN-HISTORY-FILE
           IF HISTORY-FILE-OK
                       NOT AT END
                           IF RH-RUN-DATE =
                                   FUNCTION NUMVAL(WS-REPORT-DATE)
                                   AND (RH-FILES-PROCESSED > 0
                                       OR RH-TOTAL-READ = 0)
                               PERFORM VARYING WS-SCAN-IDX FROM 1
                                       BY 1 UNTIL WS-SCAN-IDX >
                                           WS-THRESHOLD-COUNT
           MOVE WS-VT-COUNT(WS-THRESHOLD-IDX) TO AL-COUNT
           MOVE WS-VT-MINIMUM(WS-THRESHOLD-IDX) TO AL-MINIMUM
           MOVE WS-VT-MAXIMUM(WS-THRESHOLD-IDX) TO AL-MAXIMUM
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-RAISED-STAMP
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

