       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MAINTENANCE.
       AUTHOR. FILIP JANJESIC.
      *> Maintenance for customer_contract_rates.dat, the negotiated
      *> rates for individual customers, in the style of
      *> RATE-MAINTENANCE. A contract band belongs to one customer
      *> code, covers a weight range in one destination unit, runs
      *> from its effective date to an optional expiry date, and
      *> may carry a minimum charge per shipment. The conversion
      *> batch checks the shipment's customer here before the
      *> carrier and house bands in freight_rate_table.dat, so a
      *> contract customer bills at the contract without anyone
      *> crediting list price by hand afterwards.
      *> A new band is refused when another live band for the same
      *> customer, unit and effective date overlaps its weight
      *> range - the same rule RATE-MAINTENANCE applies, for the
      *> same reason: the batch takes the latest effective date,
      *> and two live bands on the same date covering the same
      *> weight would bill whichever the scan found first. Every
      *> change goes to a contract audit file and the operations
      *> journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO
                   "customer_contract_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-STATUS.

           SELECT CONTRACT-AUDIT-FILE ASSIGN TO
                   "contract_rate_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout the conversion batch, DISPUTE-RESOLUTION and
      *> RATE-IMPACT load. An expiry date of zero is open-ended.
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

       FD  CONTRACT-AUDIT-FILE.
       01  CONTRACT-AUDIT-RECORD.
           05 CA-TIMESTAMP       PIC X(21).
           05 FILLER             PIC X(1).
           05 CA-OPERATOR        PIC X(30).
           05 FILLER             PIC X(1).
           05 CA-ACTION          PIC X(6).
           05 FILLER             PIC X(1).
           05 CA-BAND-IMAGE      PIC X(70).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CU-CODE            PIC X(6).
           05 FILLER             PIC X(1).
           05 CU-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 CU-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 CU-CREDIT-LIMIT    PIC 9(9)V99.

       WORKING-STORAGE SECTION.
           01 WS-CONTRACT-STATUS PIC X(02).
               88 CONTRACT-FILE-OK     VALUE "00".
               88 CONTRACT-END-OF-FILE VALUE "10".
           01 WS-AUDIT-STATUS    PIC X(02).
           01 WS-CUSTOMER-STATUS PIC X(02).
               88 CUSTOMER-FILE-OK     VALUE "00".
               88 CUSTOMER-END-OF-FILE VALUE "10".

           01 WS-MENU-CHOICE     PIC X(1).
           01 WS-DONE-FLAG       PIC X(1) VALUE "N".
               88 MAINTENANCE-DONE    VALUE "Y".

           01 WS-OPERATOR-ID     PIC X(30).
      *> Contract rates move billing money the same as the house
      *> rate table, so they take the same senior authority.
           01 WS-SIGNON-ID       PIC X(20).
           01 WS-REQUIRED-LEVEL  PIC 9(1).
           01 WS-AUTHORITY       PIC 9(1).
           01 WS-CHECK-STATUS    PIC X(1).

           01 WS-CONTRACT-TABLE-MAX PIC 9(3) VALUE 200.
           01 WS-CONTRACT-COUNT  PIC 9(3) VALUE 0.
      *> If the file outgrows the table, updates are refused: a
      *> rewrite from a truncated table would silently drop the
      *> bands beyond it.
           01 WS-LOAD-TRUNCATED-FLAG PIC X(1) VALUE "N".
               88 CONTRACTS-WERE-TRUNCATED VALUE "Y".
           01 WS-CONTRACT-TABLE.
               05 WS-CONTRACT-ENTRY OCCURS 200 TIMES.
                   10 WS-CR-CUSTOMER   PIC X(6).
                   10 WS-CR-UNIT       PIC X(2).
                   10 WS-CR-BAND-LOW   PIC 9(5)V99.
                   10 WS-CR-BAND-HIGH  PIC 9(5)V99.
                   10 WS-CR-EFF-DATE   PIC 9(8).
                   10 WS-CR-EXP-DATE   PIC 9(8).
                   10 WS-CR-RATE       PIC 9(3)V9(4).
                   10 WS-CR-MIN-CHARGE PIC 9(5)V99.

           01 WS-ENTRY-CUSTOMER  PIC X(6).
           01 WS-ENTRY-UNIT      PIC X(2).
           01 WS-ENTRY-LOW-IN    PIC X(10).
           01 WS-ENTRY-HIGH-IN   PIC X(10).
           01 WS-ENTRY-RATE-IN   PIC X(10).
           01 WS-ENTRY-MIN-IN    PIC X(10).
           01 WS-ENTRY-DATE-IN   PIC X(8).
           01 WS-ENTRY-LOW       PIC 9(5)V99.
           01 WS-ENTRY-HIGH      PIC 9(5)V99.
           01 WS-ENTRY-RATE      PIC 9(3)V9(4).
           01 WS-ENTRY-MIN       PIC 9(5)V99.
           01 WS-ENTRY-DATE      PIC 9(8).
           01 WS-ENTRY-EXP-DATE  PIC 9(8).

           01 WS-ENTRY-OK-FLAG   PIC X(1).
               88 ENTRY-IS-VALID     VALUE "Y".
           01 WS-OVERLAP-FLAG    PIC X(1).
               88 BAND-OVERLAPS      VALUE "Y".
           01 WS-CUSTOMER-FOUND-FLAG PIC X(1).
               88 CUSTOMER-IS-KNOWN  VALUE "Y".
           01 WS-OVERLAP-IDX     PIC 9(3).
           01 WS-SEARCH-IDX      PIC 9(3).
           01 WS-TODAY           PIC 9(8).
           01 WS-PICK-INPUT      PIC X(4).
           01 WS-PICKED-IDX      PIC 9(3).
           01 WS-LIST-CUSTOMER   PIC X(6).
           01 WS-LISTED-COUNT    PIC 9(3).

           01 WS-TIMESTAMP       PIC X(21).
           01 WS-ACTION-CODE     PIC X(6).
           01 WS-BAND-IMAGE      PIC X(70).
           01 WS-DISPLAY-LOW     PIC ZZZZ9.99.
           01 WS-DISPLAY-HIGH    PIC ZZZZ9.99.
           01 WS-DISPLAY-RATE    PIC ZZ9.9999.
           01 WS-DISPLAY-MIN     PIC ZZZZ9.99.
           01 WS-DISPLAY-COUNT   PIC ZZ9.

           01 WS-JRN-PROGRAM     PIC X(12) VALUE "CONTRACT-MNT".
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Customer Contract Rate Maintenance ---".
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-SIGNON-ID.
           MOVE 2 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - contract maintenance "
                   "takes senior authority."
               STOP RUN
           END-IF
           MOVE WS-SIGNON-ID TO WS-OPERATOR-ID.

           PERFORM LOAD-CONTRACT-TABLE

           PERFORM UNTIL MAINTENANCE-DONE
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM ADD-CONTRACT-BAND
                   WHEN "2"
                       PERFORM EXPIRE-CONTRACT-BAND
                   WHEN "3"
                       PERFORM LIST-CONTRACT-BANDS
                   WHEN "4"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1. Add a contract band".
           DISPLAY "2. Expire a contract band".
           DISPLAY "3. List contract bands".
           DISPLAY "4. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       LOAD-CONTRACT-TABLE.
           MOVE 0 TO WS-CONTRACT-COUNT
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-OK
               PERFORM UNTIL CONTRACT-END-OF-FILE
                   READ CONTRACT-FILE
                       AT END
                           SET CONTRACT-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           ELSE
               DISPLAY "customer_contract_rates.dat not found - "
                   "starting with no contracts."
           END-IF
           MOVE WS-CONTRACT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Contract bands loaded: " WS-DISPLAY-COUNT.

       STORE-ONE-CONTRACT.
           IF WS-CONTRACT-COUNT < WS-CONTRACT-TABLE-MAX
               ADD 1 TO WS-CONTRACT-COUNT
               MOVE CR-CUSTOMER TO WS-CR-CUSTOMER(WS-CONTRACT-COUNT)
               MOVE CR-UNIT TO WS-CR-UNIT(WS-CONTRACT-COUNT)
               MOVE CR-BAND-LOW TO WS-CR-BAND-LOW(WS-CONTRACT-COUNT)
               MOVE CR-BAND-HIGH
                   TO WS-CR-BAND-HIGH(WS-CONTRACT-COUNT)
               MOVE CR-EFF-DATE TO WS-CR-EFF-DATE(WS-CONTRACT-COUNT)
               MOVE CR-EXP-DATE TO WS-CR-EXP-DATE(WS-CONTRACT-COUNT)
               MOVE CR-RATE TO WS-CR-RATE(WS-CONTRACT-COUNT)
               MOVE CR-MIN-CHARGE
                   TO WS-CR-MIN-CHARGE(WS-CONTRACT-COUNT)
           ELSE
               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
               DISPLAY "Contract table full - record dropped: "
                   CR-CUSTOMER " " CR-UNIT " " CR-BAND-LOW "-"
                   CR-BAND-HIGH
           END-IF.

       REFUSE-TRUNCATED-UPDATE.
           DISPLAY "customer_contract_rates.dat holds more records "
               "than this program can hold in storage."
           DISPLAY "Updates are refused - a rewrite would drop the "
               "bands beyond the table. Listing still works.".

       ADD-CONTRACT-BAND.
           IF CONTRACTS-WERE-TRUNCATED
               PERFORM REFUSE-TRUNCATED-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTRACT-COUNT >= WS-CONTRACT-TABLE-MAX
               DISPLAY "Contract table is full."
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-FOR-BAND
           IF NOT ENTRY-IS-VALID
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BAND-OVERLAP
           IF BAND-OVERLAPS
               MOVE WS-CR-BAND-LOW(WS-OVERLAP-IDX) TO WS-DISPLAY-LOW
               MOVE WS-CR-BAND-HIGH(WS-OVERLAP-IDX)
                   TO WS-DISPLAY-HIGH
               DISPLAY "Refused - overlaps contract band "
                   WS-DISPLAY-LOW "-" WS-DISPLAY-HIGH " for unit "
                   WS-CR-UNIT(WS-OVERLAP-IDX)
                   " effective " WS-CR-EFF-DATE(WS-OVERLAP-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONTRACT-COUNT
           MOVE WS-ENTRY-CUSTOMER
               TO WS-CR-CUSTOMER(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-UNIT TO WS-CR-UNIT(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-LOW TO WS-CR-BAND-LOW(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-HIGH TO WS-CR-BAND-HIGH(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-DATE TO WS-CR-EFF-DATE(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-EXP-DATE
               TO WS-CR-EXP-DATE(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-RATE TO WS-CR-RATE(WS-CONTRACT-COUNT)
           MOVE WS-ENTRY-MIN TO WS-CR-MIN-CHARGE(WS-CONTRACT-COUNT)
           PERFORM REWRITE-CONTRACT-FILE

           MOVE WS-CONTRACT-COUNT TO WS-SEARCH-IDX
           MOVE "ADD" TO WS-ACTION-CODE
           PERFORM WRITE-CONTRACT-AUDIT
           DISPLAY "Contract band added.".

       PROMPT-FOR-BAND.
           MOVE "N" TO WS-ENTRY-OK-FLAG

           DISPLAY "Customer code: ".
           ACCEPT WS-ENTRY-CUSTOMER
           IF WS-ENTRY-CUSTOMER = SPACES
               DISPLAY "Customer code cannot be blank."
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-CUSTOMER
           IF NOT CUSTOMER-IS-KNOWN
               DISPLAY "Customer " WS-ENTRY-CUSTOMER
                   " is not on customer_master.dat."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Destination unit (KG, LB, OZ, GR, TN): ".
           ACCEPT WS-ENTRY-UNIT
           IF WS-ENTRY-UNIT NOT = "KG" AND WS-ENTRY-UNIT NOT = "LB"
                   AND WS-ENTRY-UNIT NOT = "OZ"
                   AND WS-ENTRY-UNIT NOT = "GR"
                   AND WS-ENTRY-UNIT NOT = "TN"
               DISPLAY "Not a recognized unit code."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Band low weight: ".
           ACCEPT WS-ENTRY-LOW-IN
           DISPLAY "Band high weight: ".
           ACCEPT WS-ENTRY-HIGH-IN
           IF WS-ENTRY-LOW-IN = SPACES OR WS-ENTRY-HIGH-IN = SPACES
               DISPLAY "Band weights cannot be blank."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-LOW = FUNCTION NUMVAL(WS-ENTRY-LOW-IN)
           COMPUTE WS-ENTRY-HIGH = FUNCTION NUMVAL(WS-ENTRY-HIGH-IN)
           IF WS-ENTRY-HIGH <= WS-ENTRY-LOW
               DISPLAY "Band high must be greater than band low."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Effective date (YYYYMMDD): ".
           ACCEPT WS-ENTRY-DATE-IN
           IF WS-ENTRY-DATE-IN NOT NUMERIC
               DISPLAY "Effective date must be numeric YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-DATE-IN TO WS-ENTRY-DATE

           DISPLAY "Expiry date YYYYMMDD (blank = open-ended): ".
           ACCEPT WS-ENTRY-DATE-IN
           IF WS-ENTRY-DATE-IN = SPACES
               MOVE 0 TO WS-ENTRY-EXP-DATE
           ELSE
               IF WS-ENTRY-DATE-IN NOT NUMERIC
                   DISPLAY "Expiry date must be numeric YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ENTRY-DATE-IN TO WS-ENTRY-EXP-DATE
               IF WS-ENTRY-EXP-DATE <= WS-ENTRY-DATE
                   DISPLAY "Expiry date must be after the "
                       "effective date."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Rate per unit of weight (e.g. 1.2500): ".
           ACCEPT WS-ENTRY-RATE-IN
           IF WS-ENTRY-RATE-IN = SPACES
               DISPLAY "Rate cannot be blank."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ENTRY-RATE = FUNCTION NUMVAL(WS-ENTRY-RATE-IN)
           IF WS-ENTRY-RATE <= 0
               DISPLAY "Rate must be greater than zero."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Minimum charge per shipment (blank = none): ".
           ACCEPT WS-ENTRY-MIN-IN
           IF WS-ENTRY-MIN-IN = SPACES
               MOVE 0 TO WS-ENTRY-MIN
           ELSE
               COMPUTE WS-ENTRY-MIN = FUNCTION NUMVAL(WS-ENTRY-MIN-IN)
           END-IF

           MOVE "Y" TO WS-ENTRY-OK-FLAG.

      *> The contract is written against a billing account, so the
      *> code must already be on the customer master - a typo here
      *> would leave the customer billed at list without anyone
      *> noticing.
       VERIFY-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CUSTOMER-END-OF-FILE
                   OR CUSTOMER-IS-KNOWN
               READ CUSTOMER-FILE
                   AT END
                       SET CUSTOMER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CU-CODE = WS-ENTRY-CUSTOMER
                           MOVE "Y" TO WS-CUSTOMER-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      *> Two bands for the same customer, unit and effective date
      *> must not cover any common weight while both are still
      *> live - no expiry, or an expiry not yet passed.
       CHECK-BAND-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FLAG
           MOVE 0 TO WS-OVERLAP-IDX
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CONTRACT-COUNT
                   OR BAND-OVERLAPS
               IF WS-CR-CUSTOMER(WS-SEARCH-IDX) = WS-ENTRY-CUSTOMER
                   AND WS-CR-UNIT(WS-SEARCH-IDX) = WS-ENTRY-UNIT
                   AND WS-CR-EFF-DATE(WS-SEARCH-IDX) = WS-ENTRY-DATE
                   AND (WS-CR-EXP-DATE(WS-SEARCH-IDX) = 0
                       OR WS-CR-EXP-DATE(WS-SEARCH-IDX) > WS-TODAY)
                   AND WS-ENTRY-LOW <= WS-CR-BAND-HIGH(WS-SEARCH-IDX)
                   AND WS-ENTRY-HIGH >= WS-CR-BAND-LOW(WS-SEARCH-IDX)
                   MOVE "Y" TO WS-OVERLAP-FLAG
                   MOVE WS-SEARCH-IDX TO WS-OVERLAP-IDX
               END-IF
           END-PERFORM.

       EXPIRE-CONTRACT-BAND.
           IF CONTRACTS-WERE-TRUNCATED
               PERFORM REFUSE-TRUNCATED-UPDATE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-CONTRACT-BANDS
           IF WS-LISTED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter row number to expire: ".
           ACCEPT WS-PICK-INPUT
           IF WS-PICK-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PICKED-IDX = FUNCTION NUMVAL(WS-PICK-INPUT)
           IF WS-PICKED-IDX < 1 OR WS-PICKED-IDX > WS-CONTRACT-COUNT
               DISPLAY "Not a valid row number."
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-EXP-DATE(WS-PICKED-IDX) NOT = 0
               DISPLAY "Band already expires on "
                   WS-CR-EXP-DATE(WS-PICKED-IDX)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Expiry date (YYYYMMDD): ".
           ACCEPT WS-ENTRY-DATE-IN
           IF WS-ENTRY-DATE-IN NOT NUMERIC
               DISPLAY "Expiry date must be numeric YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-DATE-IN TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE <= WS-CR-EFF-DATE(WS-PICKED-IDX)
               DISPLAY "Expiry date must be after the effective date."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRY-DATE TO WS-CR-EXP-DATE(WS-PICKED-IDX)
           PERFORM REWRITE-CONTRACT-FILE

           MOVE WS-PICKED-IDX TO WS-SEARCH-IDX
           MOVE "EXPIRE" TO WS-ACTION-CODE
           PERFORM WRITE-CONTRACT-AUDIT
           DISPLAY "Contract band expired.".

      *> Listing is by customer, or every contract when the code is
      *> left blank. Row numbers are table positions, so the expire
      *> option can take them straight from either listing.
       LIST-CONTRACT-BANDS.
           MOVE 0 TO WS-LISTED-COUNT
           IF WS-CONTRACT-COUNT = 0
               DISPLAY "No contract bands on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer code (blank = all): ".
           ACCEPT WS-LIST-CUSTOMER
           DISPLAY "Row  Cust   Unit Low      High     Effective "
               "Rate      Minimum  Expires".
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CONTRACT-COUNT
               IF WS-LIST-CUSTOMER = SPACES
                   OR WS-CR-CUSTOMER(WS-SEARCH-IDX)
                       = WS-LIST-CUSTOMER
                   PERFORM LIST-ONE-BAND
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "No contract bands for that customer."
           END-IF.

       LIST-ONE-BAND.
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-SEARCH-IDX TO WS-DISPLAY-COUNT
           MOVE WS-CR-BAND-LOW(WS-SEARCH-IDX) TO WS-DISPLAY-LOW
           MOVE WS-CR-BAND-HIGH(WS-SEARCH-IDX) TO WS-DISPLAY-HIGH
           MOVE WS-CR-RATE(WS-SEARCH-IDX) TO WS-DISPLAY-RATE
           MOVE WS-CR-MIN-CHARGE(WS-SEARCH-IDX) TO WS-DISPLAY-MIN
           IF WS-CR-EXP-DATE(WS-SEARCH-IDX) = 0
               DISPLAY WS-DISPLAY-COUNT "  "
                   WS-CR-CUSTOMER(WS-SEARCH-IDX) " "
                   WS-CR-UNIT(WS-SEARCH-IDX) "   "
                   WS-DISPLAY-LOW " " WS-DISPLAY-HIGH " "
                   WS-CR-EFF-DATE(WS-SEARCH-IDX) "  "
                   WS-DISPLAY-RATE "  " WS-DISPLAY-MIN "  OPEN"
           ELSE
               DISPLAY WS-DISPLAY-COUNT "  "
                   WS-CR-CUSTOMER(WS-SEARCH-IDX) " "
                   WS-CR-UNIT(WS-SEARCH-IDX) "   "
                   WS-DISPLAY-LOW " " WS-DISPLAY-HIGH " "
                   WS-CR-EFF-DATE(WS-SEARCH-IDX) "  "
                   WS-DISPLAY-RATE "  " WS-DISPLAY-MIN "  "
                   WS-CR-EXP-DATE(WS-SEARCH-IDX)
           END-IF.

       REWRITE-CONTRACT-FILE.
           OPEN OUTPUT CONTRACT-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-CONTRACT-COUNT
               MOVE SPACES TO CONTRACT-RECORD
               MOVE WS-CR-CUSTOMER(WS-SEARCH-IDX) TO CR-CUSTOMER
               MOVE WS-CR-UNIT(WS-SEARCH-IDX) TO CR-UNIT
               MOVE WS-CR-BAND-LOW(WS-SEARCH-IDX) TO CR-BAND-LOW
               MOVE WS-CR-BAND-HIGH(WS-SEARCH-IDX) TO CR-BAND-HIGH
               MOVE WS-CR-EFF-DATE(WS-SEARCH-IDX) TO CR-EFF-DATE
               MOVE WS-CR-EXP-DATE(WS-SEARCH-IDX) TO CR-EXP-DATE
               MOVE WS-CR-RATE(WS-SEARCH-IDX) TO CR-RATE
               MOVE WS-CR-MIN-CHARGE(WS-SEARCH-IDX) TO CR-MIN-CHARGE
               WRITE CONTRACT-RECORD
           END-PERFORM
           CLOSE CONTRACT-FILE.

      *> WS-SEARCH-IDX names the band being audited; the image is
      *> the band as it now stands.
       WRITE-CONTRACT-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-BAND-IMAGE
           STRING WS-CR-CUSTOMER(WS-SEARCH-IDX) " "
               WS-CR-UNIT(WS-SEARCH-IDX) " "
               WS-CR-BAND-LOW(WS-SEARCH-IDX) " "
               WS-CR-BAND-HIGH(WS-SEARCH-IDX) " "
               WS-CR-EFF-DATE(WS-SEARCH-IDX) " "
               WS-CR-RATE(WS-SEARCH-IDX) " "
               WS-CR-MIN-CHARGE(WS-SEARCH-IDX) " "
               WS-CR-EXP-DATE(WS-SEARCH-IDX)
               DELIMITED BY SIZE
               INTO WS-BAND-IMAGE
           END-STRING

           OPEN EXTEND CONTRACT-AUDIT-FILE
           IF WS-AUDIT-STATUS = "05" OR "35"
               OPEN OUTPUT CONTRACT-AUDIT-FILE
           END-IF
           MOVE SPACES TO CONTRACT-AUDIT-RECORD
           MOVE WS-TIMESTAMP TO CA-TIMESTAMP
           MOVE WS-OPERATOR-ID TO CA-OPERATOR
           MOVE WS-ACTION-CODE TO CA-ACTION
           MOVE WS-BAND-IMAGE TO CA-BAND-IMAGE
           WRITE CONTRACT-AUDIT-RECORD
           CLOSE CONTRACT-AUDIT-FILE

           MOVE WS-ACTION-CODE TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "BAND=" WS-BAND-IMAGE
               DELIMITED BY SIZE
               INTO WS-JRN-KEY-VALUES
           END-STRING
           CALL "JOURNAL-WRITE" USING WS-JRN-PROGRAM
               WS-OPERATOR-ID WS-JRN-ACTION WS-JRN-KEY-VALUES.

       END PROGRAM CONTRACT-MAINTENANCE.
