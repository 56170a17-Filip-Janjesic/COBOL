       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-ROUTE.
       AUTHOR. Filip.

      *> Keyword routing for the entries USER-ENTRY takes. Every
      *> message used to land in one undifferentiated pile; the
      *> rules in user_routing_rules.dat now map a keyword found in
      *> the message to a category and the queue that owns it
      *> (BILLING, FREIGHT, REGISTRAR, GENERAL, ...). The rules are
      *> tried in file order and the first keyword found anywhere
      *> in the message wins, upper or lower case alike, so the
      *> more specific keywords belong at the top of the file.
      *> A message no rule matches goes to the GENERAL queue with
      *> category UNMATCHED, which the queue-depth report counts so
      *> the rules can be tuned.
      *> Rule record layout (fixed columns):
      *>   keyword (20), space, category (10), space, queue (10).
      *> A record with "*" in column 1 is a comment.
      *>   LK-MESSAGE:    the message to route
      *>   LK-CATEGORY:   category of the first matching rule
      *>   LK-QUEUE:      owning queue of the first matching rule
      *>   LK-MATCH-FLAG: "Y" = a rule matched, "N" = sent to
      *>                  GENERAL unmatched
      *> The rules are loaded once per run unit, so a batch caller
      *> does not reread them for every entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "user_routing_rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULES-RECORD.
           05 RR-KEYWORD     PIC X(20).
           05 FILLER         PIC X(1).
           05 RR-CATEGORY    PIC X(10).
           05 FILLER         PIC X(1).
           05 RR-QUEUE       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS   PIC X(02).
           88 RULES-OK            VALUE "00".
           88 RULES-END-OF-FILE   VALUE "10".
       01  WS-LOADED-FLAG    PIC X(1) VALUE "N".
           88 RULES-ARE-LOADED    VALUE "Y".

       01  WS-RULE-MAX       PIC 9(3) VALUE 100.
       01  WS-RULE-COUNT     PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 100 TIMES.
               10 WS-RULE-KEYWORD  PIC X(20).
               10 WS-RULE-KEY-LEN  PIC 9(2).
               10 WS-RULE-CATEGORY PIC X(10).
               10 WS-RULE-QUEUE    PIC X(10).
       01  WS-RULE-IDX       PIC 9(3).
       01  WS-KEY-LEN        PIC 9(2).

       01  WS-UPPER-MESSAGE  PIC X(70).
       01  WS-HIT-COUNT      PIC 9(3).

       LINKAGE SECTION.
       01  LK-MESSAGE        PIC X(70).
       01  LK-CATEGORY       PIC X(10).
       01  LK-QUEUE          PIC X(10).
       01  LK-MATCH-FLAG     PIC X(1).

       PROCEDURE DIVISION USING LK-MESSAGE LK-CATEGORY LK-QUEUE
               LK-MATCH-FLAG.
       MAIN-LOGIC.
           IF NOT RULES-ARE-LOADED
               PERFORM LOAD-ROUTING-RULES
               MOVE "Y" TO WS-LOADED-FLAG
           END-IF

           MOVE "UNMATCHED" TO LK-CATEGORY
           MOVE "GENERAL" TO LK-QUEUE
           MOVE "N" TO LK-MATCH-FLAG
           MOVE FUNCTION UPPER-CASE(LK-MESSAGE) TO WS-UPPER-MESSAGE

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   OR LK-MATCH-FLAG = "Y"
               MOVE 0 TO WS-HIT-COUNT
               MOVE WS-RULE-KEY-LEN(WS-RULE-IDX) TO WS-KEY-LEN
               INSPECT WS-UPPER-MESSAGE TALLYING WS-HIT-COUNT
                   FOR ALL WS-RULE-KEYWORD(WS-RULE-IDX)(1:WS-KEY-LEN)
               IF WS-HIT-COUNT > 0
                   MOVE WS-RULE-CATEGORY(WS-RULE-IDX) TO LK-CATEGORY
                   MOVE WS-RULE-QUEUE(WS-RULE-IDX) TO LK-QUEUE
                   MOVE "Y" TO LK-MATCH-FLAG
               END-IF
           END-PERFORM
           GOBACK.

      *> With no rules file every entry routes to GENERAL, which is
      *> exactly where the whole pile sat before routing existed.
       LOAD-ROUTING-RULES.
           MOVE 0 TO WS-RULE-COUNT
           OPEN INPUT RULES-FILE
           IF NOT RULES-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RULES-END-OF-FILE
               READ RULES-FILE
                   AT END
                       SET RULES-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE RULES-FILE.

       STORE-ONE-RULE.
           IF RR-KEYWORD(1:1) = "*" OR RR-KEYWORD = SPACES
                   OR RR-QUEUE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY "Routing rule table full - rule ignored: "
                   RR-KEYWORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE FUNCTION UPPER-CASE(RR-KEYWORD)
               TO WS-RULE-KEYWORD(WS-RULE-COUNT)
           MOVE FUNCTION UPPER-CASE(RR-CATEGORY)
               TO WS-RULE-CATEGORY(WS-RULE-COUNT)
           MOVE FUNCTION UPPER-CASE(RR-QUEUE)
               TO WS-RULE-QUEUE(WS-RULE-COUNT)
      *> The keyword is matched without its trailing spaces, so a
      *> keyword may still carry embedded ones ("CREDIT CARD").
           MOVE 20 TO WS-KEY-LEN
           PERFORM UNTIL WS-KEY-LEN = 1
                   OR RR-KEYWORD(WS-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEY-LEN
           END-PERFORM
           MOVE WS-KEY-LEN TO WS-RULE-KEY-LEN(WS-RULE-COUNT).

       END PROGRAM USER-ROUTE.
