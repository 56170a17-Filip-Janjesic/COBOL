           DISPLAY "Report written to reading_trend_report.txt".
           STOP RUN.

      *> A reprocess of corrected rejects (no files processed but
      *> records read) is not a night's volume and is left out.
       LOAD-RUN-HISTORY.
           OPEN INPUT run-history-file
           IF history-file-ok
                       AT END
                           SET history-end-of-file TO TRUE
                       NOT AT END
                           IF rh-files-processed > 0
                                   OR rh-total-read = 0
                               PERFORM STORE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE run-history-file
