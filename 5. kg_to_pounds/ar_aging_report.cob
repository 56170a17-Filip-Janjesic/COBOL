       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.
       AUTHOR. FILIP JANJESIC.
      *> Open-item ledger and aging for freight receivables, read
      *> from the ledger CASH-APPLICATION maintains. For each
      *> customer on the customer master the report lists every
      *> invoice still carrying an open amount, with its age in days
      *> as of the report date, then a customer line bucketing the
      *> open amounts as current (0-30 days), 31-60, 61-90, 91-120,
      *> and over 120, the unapplied cash held on the account, and
      *> the net owed. Items on account codes the customer master
      *> does not know are listed at the end under their own
      *> heading, so no receivable drops off the collections list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "ar_open_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "ar_aging_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CU-CODE            PIC X(6).
           05 FILLER             PIC X(1).
           05 CU-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 CU-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CU-CREDIT-LIMIT    PIC 9(9)V99.

       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 AR-ITEM-TYPE       PIC X(1).
           05 FILLER             PIC X(1).
           05 AR-REFERENCE       PIC 9(6).
           05 FILLER             PIC X(1).
           05 AR-CUSTOMER        PIC X(6).
           05 FILLER             PIC X(1).
           05 AR-ITEM-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 AR-ORIGINAL        PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-APPLIED         PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-OPEN-AMOUNT     PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 AR-LAST-ACTIVITY   PIC 9(8).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC X(02).
               88 CUSTOMER-FILE-OK      VALUE "00".
               88 CUSTOMER-END-OF-FILE  VALUE "10".
           01 WS-LEDGER-STATUS   PIC X(02).
               88 LEDGER-FILE-OK        VALUE "00".
               88 LEDGER-END-OF-FILE    VALUE "10".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-AS-OF-IN        PIC X(8).
           01 WS-AS-OF-DATE      PIC 9(8).

           01 WS-CUSTOMER-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-CUSTOMER-COUNT  PIC 9(3) VALUE 0.
           01 WS-CUSTOMER-TABLE.
               05 WS-CUSTOMER-ENTRY OCCURS 200 TIMES.
                   10 WS-CU-CODE      PIC X(6).
                   10 WS-CU-NAME      PIC X(30).

           01 WS-LEDGER-TABLE-MAX PIC 9(5) VALUE 5000.
           01 WS-LEDGER-COUNT    PIC 9(5) VALUE 0.
           01 WS-LEDGER-TABLE.
               05 WS-LEDGER-ENTRY OCCURS 5000 TIMES.
                   10 WS-AR-ITEM-TYPE     PIC X(1).
                   10 WS-AR-REFERENCE     PIC 9(6).
                   10 WS-AR-CUSTOMER      PIC X(6).
                   10 WS-AR-ITEM-DATE     PIC 9(8).
                   10 WS-AR-ORIGINAL      PIC 9(9)V99.
                   10 WS-AR-OPEN-AMOUNT   PIC 9(9)V99.
                   10 WS-AR-REPORTED      PIC X(1).

           01 WS-CUST-IDX        PIC 9(3).
           01 WS-ITEM-IDX        PIC 9(5).
           01 WS-UNKNOWN-IDX     PIC 9(5).
           01 WS-CURRENT-CODE    PIC X(6).
           01 WS-CURRENT-NAME    PIC X(30).
           01 WS-HEADING-DONE    PIC X(1).
           01 WS-AGE-DAYS        PIC S9(7) COMP-3.

      *> Aging buckets for the customer in hand and for the run.
           01 WS-CUSTOMER-BUCKETS.
               05 WS-CB-CURRENT   PIC S9(11)V99 COMP-3.
               05 WS-CB-31-60     PIC S9(11)V99 COMP-3.
               05 WS-CB-61-90     PIC S9(11)V99 COMP-3.
               05 WS-CB-91-120    PIC S9(11)V99 COMP-3.
               05 WS-CB-OVER-120  PIC S9(11)V99 COMP-3.
               05 WS-CB-UNAPPLIED PIC S9(11)V99 COMP-3.
               05 WS-CB-NET       PIC S9(11)V99 COMP-3.
               05 WS-CB-ITEMS     PIC 9(5).
           01 WS-RUN-BUCKETS.
               05 WS-RB-CURRENT   PIC S9(11)V99 COMP-3 VALUE 0.
               05 WS-RB-31-60     PIC S9(11)V99 COMP-3 VALUE 0.
               05 WS-RB-61-90     PIC S9(11)V99 COMP-3 VALUE 0.
               05 WS-RB-91-120    PIC S9(11)V99 COMP-3 VALUE 0.
               05 WS-RB-OVER-120  PIC S9(11)V99 COMP-3 VALUE 0.
               05 WS-RB-UNAPPLIED PIC S9(11)V99 COMP-3 VALUE 0.
               05 WS-RB-NET       PIC S9(11)V99 COMP-3 VALUE 0.
           01 WS-ACCOUNTS-OWING  PIC 9(5) VALUE 0.

           01 WS-DISPLAY-AMOUNT  PIC -(9)9.99.
           01 WS-DISPLAY-ORIGINAL PIC -(9)9.99.
           01 WS-DISPLAY-AGE     PIC -(5)9.
           01 WS-DISPLAY-B1      PIC -(9)9.99.
           01 WS-DISPLAY-B2      PIC -(9)9.99.
           01 WS-DISPLAY-B3      PIC -(9)9.99.
           01 WS-DISPLAY-B4      PIC -(9)9.99.
           01 WS-DISPLAY-B5      PIC -(9)9.99.
           01 WS-DISPLAY-COUNT   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Receivables Open-Item Ledger and Aging ---".
           DISPLAY "Age as of date YYYYMMDD (blank = today): ".
           ACCEPT WS-AS-OF-IN.
           IF WS-AS-OF-IN = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               IF WS-AS-OF-IN NOT NUMERIC
                   DISPLAY "As-of date must be numeric YYYYMMDD."
                   STOP RUN
               END-IF
               MOVE WS-AS-OF-IN TO WS-AS-OF-DATE
           END-IF.

           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-LEDGER-TABLE.
           IF WS-LEDGER-COUNT = 0
               DISPLAY "No receivables ledger on file - run "
                   "CASH-APPLICATION first."
               STOP RUN
           END-IF.

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "FREIGHT RECEIVABLES OPEN ITEMS AND AGING AS OF "
               WS-AS-OF-DATE
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CU-CODE(WS-CUST-IDX) TO WS-CURRENT-CODE
               MOVE WS-CU-NAME(WS-CUST-IDX) TO WS-CURRENT-NAME
               PERFORM AGE-ONE-CUSTOMER
           END-PERFORM.

           PERFORM AGE-UNKNOWN-ACCOUNTS.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE AGING-REPORT-FILE.

           MOVE WS-ACCOUNTS-OWING TO WS-DISPLAY-COUNT
           DISPLAY "Accounts with open items: " WS-DISPLAY-COUNT.
           DISPLAY "Report written to ar_aging_report.txt".
           STOP RUN.

       LOAD-CUSTOMER-TABLE.
           MOVE 0 TO WS-CUSTOMER-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
               PERFORM UNTIL CUSTOMER-END-OF-FILE
                   READ CUSTOMER-FILE
                       AT END
                           SET CUSTOMER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CUSTOMER-COUNT <
                                   WS-CUSTOMER-TABLE-MAX
                               ADD 1 TO WS-CUSTOMER-COUNT
                               MOVE CU-CODE TO
                                   WS-CU-CODE(WS-CUSTOMER-COUNT)
                               MOVE CU-NAME TO
                                   WS-CU-NAME(WS-CUSTOMER-COUNT)
                           ELSE
                               DISPLAY "Customer table full - "
                                   "record dropped: " CU-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

      *> Only items still carrying an open amount are loaded - paid
      *> invoices stay on the ledger as history but have no place
      *> on a collections report.
       LOAD-LEDGER-TABLE.
           MOVE 0 TO WS-LEDGER-COUNT
           OPEN INPUT LEDGER-FILE
           IF LEDGER-FILE-OK
               PERFORM UNTIL LEDGER-END-OF-FILE
                   READ LEDGER-FILE
                       AT END
                           SET LEDGER-END-OF-FILE TO TRUE
                       NOT AT END
                           IF AR-OPEN-AMOUNT > 0
                               PERFORM STORE-LEDGER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       STORE-LEDGER-ENTRY.
           IF WS-LEDGER-COUNT >= WS-LEDGER-TABLE-MAX
               DISPLAY "Ledger table full - item not aged: "
                   AR-ITEM-TYPE " " AR-REFERENCE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LEDGER-COUNT
           MOVE AR-ITEM-TYPE TO WS-AR-ITEM-TYPE(WS-LEDGER-COUNT)
           MOVE AR-REFERENCE TO WS-AR-REFERENCE(WS-LEDGER-COUNT)
           MOVE AR-CUSTOMER TO WS-AR-CUSTOMER(WS-LEDGER-COUNT)
           MOVE AR-ITEM-DATE TO WS-AR-ITEM-DATE(WS-LEDGER-COUNT)
           MOVE AR-ORIGINAL TO WS-AR-ORIGINAL(WS-LEDGER-COUNT)
           MOVE AR-OPEN-AMOUNT TO WS-AR-OPEN-AMOUNT(WS-LEDGER-COUNT)
           MOVE "N" TO WS-AR-REPORTED(WS-LEDGER-COUNT).

       AGE-ONE-CUSTOMER.
           INITIALIZE WS-CUSTOMER-BUCKETS
           MOVE "N" TO WS-HEADING-DONE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-LEDGER-COUNT
               IF WS-AR-CUSTOMER(WS-ITEM-IDX) = WS-CURRENT-CODE
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-CB-ITEMS > 0
               PERFORM WRITE-CUSTOMER-TOTALS
           END-IF.

      *> Anything left unreported after the customer master pass
      *> belongs to an account code the master does not know.
       AGE-UNKNOWN-ACCOUNTS.
           PERFORM VARYING WS-UNKNOWN-IDX FROM 1 BY 1
                   UNTIL WS-UNKNOWN-IDX > WS-LEDGER-COUNT
               IF WS-AR-REPORTED(WS-UNKNOWN-IDX) = "N"
                   MOVE WS-AR-CUSTOMER(WS-UNKNOWN-IDX)
                       TO WS-CURRENT-CODE
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO WS-CURRENT-NAME
                   PERFORM AGE-ONE-CUSTOMER
               END-IF
           END-PERFORM.

       AGE-ONE-ITEM.
           MOVE "Y" TO WS-AR-REPORTED(WS-ITEM-IDX)
           IF WS-HEADING-DONE = "N"
               PERFORM WRITE-CUSTOMER-HEADING
           END-IF
           ADD 1 TO WS-CB-ITEMS

           IF WS-AR-ITEM-TYPE(WS-ITEM-IDX) = "U"
               ADD WS-AR-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-CB-UNAPPLIED
               MOVE WS-AR-OPEN-AMOUNT(WS-ITEM-IDX)
                   TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING "    UNAPPLIED CASH"
                   "              LAST RECEIPT "
                   WS-AR-ITEM-DATE(WS-ITEM-IDX)
                   "  CREDIT=" WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE
                   INTO AGING-REPORT-RECORD
               END-STRING
               WRITE AGING-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-AR-ITEM-DATE(WS-ITEM-IDX))
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD WS-AR-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-CB-CURRENT
               WHEN WS-AGE-DAYS <= 60
                   ADD WS-AR-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-CB-31-60
               WHEN WS-AGE-DAYS <= 90
                   ADD WS-AR-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-CB-61-90
               WHEN WS-AGE-DAYS <= 120
                   ADD WS-AR-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-CB-91-120
               WHEN OTHER
                   ADD WS-AR-OPEN-AMOUNT(WS-ITEM-IDX)
                       TO WS-CB-OVER-120
           END-EVALUATE

           MOVE WS-AR-ORIGINAL(WS-ITEM-IDX) TO WS-DISPLAY-ORIGINAL
           MOVE WS-AR-OPEN-AMOUNT(WS-ITEM-IDX) TO WS-DISPLAY-AMOUNT
           MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "    INVOICE=" WS-AR-REFERENCE(WS-ITEM-IDX)
               "  DATED " WS-AR-ITEM-DATE(WS-ITEM-IDX)
               "  AGE=" WS-DISPLAY-AGE
               "  ORIGINAL=" WS-DISPLAY-ORIGINAL
               "  OPEN=" WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.

       WRITE-CUSTOMER-HEADING.
           MOVE "Y" TO WS-HEADING-DONE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "ACCOUNT=" WS-CURRENT-CODE "  " WS-CURRENT-NAME
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.

      *> The net owed is the open invoices less the unapplied cash
      *> the customer already has with us - the figure collections
      *> actually chases.
       WRITE-CUSTOMER-TOTALS.
           ADD 1 TO WS-ACCOUNTS-OWING
           COMPUTE WS-CB-NET = WS-CB-CURRENT + WS-CB-31-60
               + WS-CB-61-90 + WS-CB-91-120 + WS-CB-OVER-120
               - WS-CB-UNAPPLIED
           ADD WS-CB-CURRENT TO WS-RB-CURRENT
           ADD WS-CB-31-60 TO WS-RB-31-60
           ADD WS-CB-61-90 TO WS-RB-61-90
           ADD WS-CB-91-120 TO WS-RB-91-120
           ADD WS-CB-OVER-120 TO WS-RB-OVER-120
           ADD WS-CB-UNAPPLIED TO WS-RB-UNAPPLIED
           ADD WS-CB-NET TO WS-RB-NET

           MOVE WS-CB-CURRENT TO WS-DISPLAY-B1
           MOVE WS-CB-31-60 TO WS-DISPLAY-B2
           MOVE WS-CB-61-90 TO WS-DISPLAY-B3
           MOVE WS-CB-91-120 TO WS-DISPLAY-B4
           MOVE WS-CB-OVER-120 TO WS-DISPLAY-B5
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "  AGED  0-30=" WS-DISPLAY-B1
               "  31-60=" WS-DISPLAY-B2
               "  61-90=" WS-DISPLAY-B3
               "  91-120=" WS-DISPLAY-B4
               "  OVER 120=" WS-DISPLAY-B5
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD

           MOVE WS-CB-UNAPPLIED TO WS-DISPLAY-B1
           MOVE WS-CB-NET TO WS-DISPLAY-B2
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "  UNAPPLIED CASH=" WS-DISPLAY-B1
               "  NET OWED=" WS-DISPLAY-B2
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "RUN TOTALS"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD

           MOVE WS-RB-CURRENT TO WS-DISPLAY-B1
           MOVE WS-RB-31-60 TO WS-DISPLAY-B2
           MOVE WS-RB-61-90 TO WS-DISPLAY-B3
           MOVE WS-RB-91-120 TO WS-DISPLAY-B4
           MOVE WS-RB-OVER-120 TO WS-DISPLAY-B5
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "  AGED  0-30=" WS-DISPLAY-B1
               "  31-60=" WS-DISPLAY-B2
               "  61-90=" WS-DISPLAY-B3
               "  91-120=" WS-DISPLAY-B4
               "  OVER 120=" WS-DISPLAY-B5
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD

           MOVE WS-RB-UNAPPLIED TO WS-DISPLAY-B1
           MOVE WS-RB-NET TO WS-DISPLAY-B2
           MOVE WS-ACCOUNTS-OWING TO WS-DISPLAY-COUNT
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "  UNAPPLIED CASH=" WS-DISPLAY-B1
               "  NET OWED=" WS-DISPLAY-B2
               "  ACCOUNTS=" WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING
           WRITE AGING-REPORT-RECORD.

       END PROGRAM AR-AGING.
