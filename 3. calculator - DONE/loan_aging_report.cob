       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "loan_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "loan_aging_report.txt"
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

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD   PIC X(80).
           WRITE AGING-REPORT-RECORD.

           PERFORM UNTIL MASTER-END-OF-FILE
               READ LOAN-MASTER-FILE NEXT
                   AT END
                       SET MASTER-END-OF-FILE TO TRUE
                   NOT AT END
