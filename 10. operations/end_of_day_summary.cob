      *> history, and the day's control files instead of four report
      *> files and two console screens. A subsystem that produced no
      *> activity is flagged so a silently-failed job stands out.
      *> The page closes with the operations alerts still open and
      *> those escalated for want of an acknowledgment, as they
      *> stand when the summary is run (shared ALERT-STATUS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 JRN-ACTION         PIC X(12).
           05 FILLER             PIC X(1).
           05 JRN-KEY-VALUES     PIC X(60).
           05 FILLER             PIC X(1).
           05 FILLER             PIC 9(9).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           01 WS-EXT-VALID       PIC 9(9).
           01 WS-EXT-INVALID     PIC 9(9).
           01 WS-EXT-AMOUNT      PIC 9(9)V99.
           01 WS-EXT-REPROCESSED PIC 9(9) VALUE 0.
           01 WS-EXT-RELOADED    PIC 9(9) VALUE 0.

           01 WS-ALL-SUBSYSTEMS  PIC X(12) VALUE SPACES.
           01 WS-OPEN-ALERTS     PIC 9(5).
           01 WS-ESCALATED-ALERTS PIC 9(5).
           01 WS-ESCALATE-HOURS  PIC 9(3).

           01 WS-DISPLAY-COUNT   PIC ZZZZZ9.
           01 WS-DISPLAY-AMOUNT  PIC ZZZZZZZZ9.99.
           PERFORM WRITE-CALCULATOR-SECTION.
           PERFORM WRITE-SHIPMENT-SECTION.
           PERFORM WRITE-EXTRACT-SECTION.
           PERFORM WRITE-EXTRACT-REPROCESS-LINE.
           PERFORM WRITE-ENTRY-SECTION.
           PERFORM WRITE-STUDENT-SECTION.
           PERFORM WRITE-QUERY-SECTION.
           PERFORM WRITE-ALERT-SECTION.
           CLOSE SUMMARY-FILE.

           DISPLAY "Summary written to eod_summary_report.txt".
                       AT END
                           SET HISTORY-END-OF-FILE TO TRUE
                       NOT AT END
      *> A reprocess of corrected rejects reads no extract files;
      *> its entry is reported on a line of its own rather than
      *> taking the place of the night's load.
                           IF RH-RUN-DATE = FUNCTION
                                   NUMVAL(WS-REPORT-DATE)
                                   AND RH-FILES-PROCESSED = 0
                                   AND RH-TOTAL-READ > 0
                               ADD RH-TOTAL-READ TO WS-EXT-REPROCESSED
                               ADD RH-TOTAL-VALID TO WS-EXT-RELOADED
                           ELSE
                               IF RH-RUN-DATE = FUNCTION
                                       NUMVAL(WS-REPORT-DATE)
                                   SET HISTORY-WAS-FOUND TO TRUE
                                   MOVE RH-FILES-PROCESSED
                                       TO WS-EXT-FILES
                                   MOVE RH-TOTAL-READ TO WS-EXT-READ
                                   MOVE RH-TOTAL-VALID
                                       TO WS-EXT-VALID
                                   MOVE RH-TOTAL-INVALID
                                       TO WS-EXT-INVALID
                                   MOVE RH-TOTAL-AMOUNT
                                       TO WS-EXT-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM WRITE-NO-ACTIVITY-LINE
           END-IF.

       WRITE-EXTRACT-REPROCESS-LINE.
           IF WS-EXT-REPROCESSED > 0
               MOVE SPACES TO SUMMARY-RECORD
               MOVE WS-EXT-REPROCESSED TO WS-DISPLAY-COUNT
               STRING "             REJECTS REPROCESSED="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO SUMMARY-RECORD
               MOVE WS-EXT-RELOADED TO WS-DISPLAY-COUNT
               STRING "             REPROCESSED AND LOADED="
                   WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.

       WRITE-ENTRY-SECTION.
           MOVE WS-ENTRY-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-RECORD
               PERFORM WRITE-NO-ACTIVITY-LINE
           END-IF.

       WRITE-ALERT-SECTION.
           CALL "ALERT-STATUS" USING WS-ALL-SUBSYSTEMS WS-OPEN-ALERTS
               WS-ESCALATED-ALERTS WS-ESCALATE-HOURS
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE WS-OPEN-ALERTS TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-RECORD
           STRING "ALERTS       OPEN=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE WS-ESCALATED-ALERTS TO WS-DISPLAY-COUNT
           MOVE SPACES TO SUMMARY-RECORD
           STRING "             ESCALATED=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           IF WS-ESCALATED-ALERTS > 0
               MOVE SPACES TO SUMMARY-RECORD
               STRING "             ** UNACKNOWLEDGED OVER "
                   WS-ESCALATE-HOURS " HOURS - SEE ALERT-CONSOLE **"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.

       WRITE-NO-ACTIVITY-LINE.
           MOVE SPACES TO SUMMARY-RECORD
           STRING "             ** NO ACTIVITY RECORDED **"
