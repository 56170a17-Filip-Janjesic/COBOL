           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

      *> Every edit and delete is recorded with who did it, when,
      *> and the full record image before and after - the answer to
       01  WS-REQUIRED-LEVEL PIC 9(1).
       01  WS-AUTHORITY      PIC 9(1).
       01  WS-CHECK-STATUS   PIC X(1).
       01  WS-SIGNON-PROGRAM PIC X(12) VALUE "USER-MAINT".
       01  WS-ACTION-CODE    PIC X(6).
       01  WS-BEFORE-IMAGE   PIC X(156).
       01  WS-AFTER-IMAGE    PIC X(156).
           MOVE 1 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-OPERATOR-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-SIGNON-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - operator not on the "
                   "master or inactive."
