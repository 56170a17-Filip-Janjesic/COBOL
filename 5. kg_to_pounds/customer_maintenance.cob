      *> bills only customers on this file; a shipment carrying an
      *> unknown account code is reported on the invoice register
      *> instead of silently billed to nobody.
      *> Each customer carries a credit limit on its unbilled
      *> freight, checked by the conversion batch: a shipment that
      *> would take the account past it is held from the carrier
      *> manifest until the credit desk releases it. A blank limit
      *> (every record written before limits existed) is not
      *> checked. Raising a limit, removing one, or giving a new
      *> customer one above zero takes senior authority; lowering
      *> is open to any signed-on operator. Every limit set or
      *> changed goes to the operations journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CU-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 CU-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CU-CREDIT-LIMIT    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-STATUS PIC X(02).
                   10 WS-CU-CODE      PIC X(6).
                   10 WS-CU-NAME      PIC X(30).
                   10 WS-CU-STATUS    PIC X(1).
                   10 WS-CU-LIMIT-SET PIC X(1).
                   10 WS-CU-LIMIT     PIC 9(9)V99.

           01 WS-ENTRY-CODE      PIC X(6).
           01 WS-ENTRY-NAME      PIC X(30).
               88 CUSTOMER-WAS-FOUND  VALUE "Y".
           01 WS-DISPLAY-COUNT   PIC ZZ9.

      *> Credit limit entry. A limit is entered as an amount; N on
      *> a change removes the limit altogether.
           01 WS-ENTRY-LIMIT-IN  PIC X(14).
           01 WS-ENTRY-LIMIT     PIC S9(9)V99.
           01 WS-NEW-LIMIT-SET   PIC X(1).
           01 WS-OLD-LIMIT-TEXT  PIC X(12).
           01 WS-NEW-LIMIT-TEXT  PIC X(12).
           01 WS-DISPLAY-LIMIT   PIC Z(8)9.99.
           01 WS-LIMIT-RAISED-FLAG PIC X(1).
               88 LIMIT-IS-RAISED     VALUE "Y".
           01 WS-SENIOR-LEVEL    PIC 9(1) VALUE 2.

      *> Sign-on fields for the shared OPERATOR-CHECK routine.
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

      *> Common operations-journal fields passed to the shared
      *> JOURNAL-WRITE routine alongside the customer file.
           01 WS-JRN-PROGRAM     PIC X(12) VALUE "CUST-MAINT".
           01 WS-JRN-OPERATOR    PIC X(30).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Customer Master Maintenance ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-JRN-OPERATOR.

           PERFORM LOAD-CUSTOMER-TABLE

           PERFORM UNTIL MAINTENANCE-DONE
                                   WS-CU-NAME(WS-CUSTOMER-COUNT)
                               MOVE CU-STATUS TO
                                   WS-CU-STATUS(WS-CUSTOMER-COUNT)
                               PERFORM STORE-CREDIT-LIMIT
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                               DISPLAY "Customer table full - record "
           MOVE WS-CUSTOMER-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Customers loaded: " WS-DISPLAY-COUNT.

       STORE-CREDIT-LIMIT.
           IF CU-CREDIT-LIMIT NUMERIC
               MOVE "Y" TO WS-CU-LIMIT-SET(WS-CUSTOMER-COUNT)
               MOVE CU-CREDIT-LIMIT TO WS-CU-LIMIT(WS-CUSTOMER-COUNT)
           ELSE
               MOVE "N" TO WS-CU-LIMIT-SET(WS-CUSTOMER-COUNT)
               MOVE 0 TO WS-CU-LIMIT(WS-CUSTOMER-COUNT)
           END-IF.

       REFUSE-TRUNCATED-UPDATE.
           DISPLAY "customer_master.dat holds more records than this "
               "program can hold in storage."
               EXIT PARAGRAPH
           END-IF

      *> A new account starts with no credit until a senior
      *> operator gives it some: a clerk's add carries a zero
      *> limit, so its freight is held for the credit desk rather
      *> than tendered on unchecked credit.
           IF WS-AUTHORITY < WS-SENIOR-LEVEL
               MOVE "Y" TO WS-NEW-LIMIT-SET
               MOVE 0 TO WS-ENTRY-LIMIT
               DISPLAY "Credit limit set to zero - a senior operator "
                   "must grant the account its limit."
           ELSE
               DISPLAY "Enter credit limit (blank = no limit): "
               ACCEPT WS-ENTRY-LIMIT-IN
               IF WS-ENTRY-LIMIT-IN = SPACES
                   MOVE "N" TO WS-NEW-LIMIT-SET
                   MOVE 0 TO WS-ENTRY-LIMIT
               ELSE
                   MOVE "Y" TO WS-NEW-LIMIT-SET
                   COMPUTE WS-ENTRY-LIMIT =
                       FUNCTION NUMVAL(WS-ENTRY-LIMIT-IN)
                   IF WS-ENTRY-LIMIT < 0
                       DISPLAY "Credit limit cannot be negative."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE WS-ENTRY-CODE TO WS-CU-CODE(WS-CUSTOMER-COUNT)
           MOVE WS-ENTRY-NAME TO WS-CU-NAME(WS-CUSTOMER-COUNT)
           MOVE "A" TO WS-CU-STATUS(WS-CUSTOMER-COUNT)
           MOVE WS-NEW-LIMIT-SET TO WS-CU-LIMIT-SET(WS-CUSTOMER-COUNT)
           MOVE WS-ENTRY-LIMIT TO WS-CU-LIMIT(WS-CUSTOMER-COUNT)
           PERFORM REWRITE-CUSTOMER-FILE
           MOVE "NONE" TO WS-OLD-LIMIT-TEXT
           MOVE WS-CUSTOMER-COUNT TO WS-MATCH-IDX
           PERFORM FORMAT-NEW-LIMIT
           PERFORM JOURNAL-LIMIT-CHANGE
           DISPLAY "Customer added.".

       CHANGE-CUSTOMER.
               MOVE WS-ENTRY-STATUS TO WS-CU-STATUS(WS-MATCH-IDX)
           END-IF

           PERFORM FORMAT-OLD-LIMIT
           DISPLAY "Current credit limit: " WS-OLD-LIMIT-TEXT
           DISPLAY "Enter credit limit (blank = keep, "
               "N = no limit): "
           ACCEPT WS-ENTRY-LIMIT-IN
           IF WS-ENTRY-LIMIT-IN = SPACES
               PERFORM REWRITE-CUSTOMER-FILE
               DISPLAY "Customer updated."
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-LIMIT-IN = "N" OR WS-ENTRY-LIMIT-IN = "n"
               MOVE "N" TO WS-NEW-LIMIT-SET
               MOVE 0 TO WS-ENTRY-LIMIT
           ELSE
               MOVE "Y" TO WS-NEW-LIMIT-SET
               COMPUTE WS-ENTRY-LIMIT =
                   FUNCTION NUMVAL(WS-ENTRY-LIMIT-IN)
               IF WS-ENTRY-LIMIT < 0
                   DISPLAY "Credit limit cannot be negative."
                   PERFORM KEEP-LIMIT-UNCHANGED
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> Removing a limit, or raising one, widens what the account
      *> can run up unbilled. Setting a limit on an account that
      *> had none narrows it.
           MOVE "N" TO WS-LIMIT-RAISED-FLAG
           IF WS-CU-LIMIT-SET(WS-MATCH-IDX) = "Y"
               IF WS-NEW-LIMIT-SET = "N"
                   OR WS-ENTRY-LIMIT > WS-CU-LIMIT(WS-MATCH-IDX)
                   SET LIMIT-IS-RAISED TO TRUE
               END-IF
           END-IF
           IF LIMIT-IS-RAISED AND WS-AUTHORITY < WS-SENIOR-LEVEL
               DISPLAY "Raising or removing a credit limit takes "
                   "senior authority."
               PERFORM KEEP-LIMIT-UNCHANGED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-LIMIT-SET TO WS-CU-LIMIT-SET(WS-MATCH-IDX)
           MOVE WS-ENTRY-LIMIT TO WS-CU-LIMIT(WS-MATCH-IDX)
           PERFORM REWRITE-CUSTOMER-FILE
           PERFORM FORMAT-NEW-LIMIT
           IF WS-NEW-LIMIT-TEXT NOT = WS-OLD-LIMIT-TEXT
               PERFORM JOURNAL-LIMIT-CHANGE
           END-IF
           DISPLAY "Customer updated.".

      *> The name and status entered above still stand.
       KEEP-LIMIT-UNCHANGED.
           PERFORM REWRITE-CUSTOMER-FILE
           DISPLAY "Customer updated - credit limit left unchanged.".

       FORMAT-OLD-LIMIT.
           IF WS-CU-LIMIT-SET(WS-MATCH-IDX) = "Y"
               MOVE WS-CU-LIMIT(WS-MATCH-IDX) TO WS-DISPLAY-LIMIT
               MOVE WS-DISPLAY-LIMIT TO WS-OLD-LIMIT-TEXT
           ELSE
               MOVE "NONE" TO WS-OLD-LIMIT-TEXT
           END-IF.

       FORMAT-NEW-LIMIT.
           IF WS-CU-LIMIT-SET(WS-MATCH-IDX) = "Y"
               MOVE WS-CU-LIMIT(WS-MATCH-IDX) TO WS-DISPLAY-LIMIT
               MOVE WS-DISPLAY-LIMIT TO WS-NEW-LIMIT-TEXT
           ELSE
               MOVE "NONE" TO WS-NEW-LIMIT-TEXT
           END-IF.

       JOURNAL-LIMIT-CHANGE.
           MOVE "CREDIT-LIMIT" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "CUST=" WS-CU-CODE(WS-MATCH-IDX)
               " OLD=" WS-OLD-LIMIT-TEXT
               " NEW=" WS-NEW-LIMIT-TEXT
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-JRN-OPERATOR WS-JRN-ACTION WS-JRN-KEY-VALUES.

       LIST-CUSTOMERS.
           IF WS-CUSTOMER-COUNT = 0
               DISPLAY "No customers on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code    Name                            Status"
               "  Credit limit"
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CUSTOMER-COUNT
               MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
               PERFORM FORMAT-OLD-LIMIT
               DISPLAY WS-CU-CODE(WS-SEARCH-IDX) "  "
                   WS-CU-NAME(WS-SEARCH-IDX) "  "
                   WS-CU-STATUS(WS-SEARCH-IDX) "       "
                   WS-OLD-LIMIT-TEXT
           END-PERFORM.

       PROMPT-FOR-CODE.
               MOVE WS-CU-CODE(WS-SEARCH-IDX) TO CU-CODE
               MOVE WS-CU-NAME(WS-SEARCH-IDX) TO CU-NAME
               MOVE WS-CU-STATUS(WS-SEARCH-IDX) TO CU-STATUS
               IF WS-CU-LIMIT-SET(WS-SEARCH-IDX) = "Y"
                   MOVE WS-CU-LIMIT(WS-SEARCH-IDX) TO CU-CREDIT-LIMIT
               END-IF
               WRITE CUSTOMER-RECORD
           END-PERFORM
           CLOSE CUSTOMER-FILE.
