      *> also waves the very first session through while the master
      *> is still empty, so the first supervisor can be keyed in.
      *>   Authority levels: 1 = clerk, 2 = senior, 3 = supervisor.
      *> Passwords are kept on the master only as a PASSWORD-HASH.
      *> A new operator is given a temporary password here, which
      *> OPERATOR-CHECK makes them change at the first sign-on; an
      *> operator locked out after three bad passwords, or one who
      *> has forgotten theirs, is reset the same way - a new
      *> temporary password, the failure count cleared and the lock
      *> lifted. An operator with no password on file at all -
      *> carried over from before passwords - is given one by the
      *> same reset. The nightly stream's sign-on ID is set up as a
      *> batch account (type B): no password, never more than clerk
      *> authority.
      *>   Account types: I = interactive (password), B = batch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 OP-LEVEL           PIC 9(1).
           05 FILLER             PIC X(1).
           05 OP-STATUS          PIC X(1).
           05 FILLER             PIC X(1).
           05 OP-PASSWORD-HASH   PIC X(18).
           05 FILLER             PIC X(1).
           05 OP-PASSWORD-DATE   PIC 9(8).
           05 FILLER             PIC X(1).
           05 OP-MUST-CHANGE     PIC X(1).
           05 FILLER             PIC X(1).
           05 OP-FAIL-COUNT      PIC 9(1).
           05 FILLER             PIC X(1).
           05 OP-LOCK-FLAG       PIC X(1).
           05 FILLER             PIC X(1).
           05 OP-ACCOUNT-TYPE    PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-STATUS PIC X(02).
                   10 WS-OP-NAME      PIC X(30).
                   10 WS-OP-LEVEL     PIC 9(1).
                   10 WS-OP-STATUS    PIC X(1).
                   10 WS-OP-HASH      PIC X(18).
                   10 WS-OP-PWD-DATE  PIC 9(8).
                   10 WS-OP-MUST-CHANGE PIC X(1).
                   10 WS-OP-FAIL-COUNT PIC 9(1).
                   10 WS-OP-LOCK-FLAG PIC X(1).
                   10 WS-OP-ACCOUNT-TYPE PIC X(1).

           01 WS-ENTRY-ID        PIC X(20).
           01 WS-ENTRY-NAME      PIC X(30).
           01 WS-ENTRY-LEVEL     PIC X(1).
           01 WS-ENTRY-STATUS    PIC X(1).
           01 WS-ENTRY-TYPE      PIC X(1).
           01 WS-PASSWORD-IN     PIC X(20).
           01 WS-PASSWORD-AGAIN  PIC X(20).
           01 WS-PASSWORD-LENGTH PIC 9(2).
           01 WS-MIN-PASSWORD-LENGTH PIC 9(2) VALUE 6.
           01 WS-NEW-HASH        PIC X(18).
           01 WS-PASSWORD-OK-FLAG PIC X(1).
               88 PASSWORD-IS-OK      VALUE "Y".
           01 WS-DISPLAY-LOCK    PIC X(6).
           01 WS-SEARCH-IDX      PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).
           01 WS-FOUND-FLAG      PIC X(1).
           MOVE 3 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SIGNON-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Sign-on refused - supervisor authority is "
                   "required for operator maintenance."
                   WHEN "2"
                       PERFORM CHANGE-OPERATOR
                   WHEN "3"
                       PERFORM RESET-OPERATOR
                   WHEN "4"
                       PERFORM LIST-OPERATORS
                   WHEN "5"
                       MOVE "Y" TO WS-DONE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice."
           DISPLAY " ".
           DISPLAY "1. Add an operator".
           DISPLAY "2. Change an operator".
           DISPLAY "3. Reset a password / unlock an operator".
           DISPLAY "4. List operators".
           DISPLAY "5. Exit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

                                   WS-OP-LEVEL(WS-OPERATOR-COUNT)
                               MOVE OP-STATUS TO
                                   WS-OP-STATUS(WS-OPERATOR-COUNT)
                               PERFORM STORE-SIGNON-FIELDS
                           ELSE
                               MOVE "Y" TO WS-LOAD-TRUNCATED-FLAG
                               DISPLAY "Operator table full - "
           MOVE WS-OPERATOR-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Operators loaded: " WS-DISPLAY-COUNT.

       STORE-SIGNON-FIELDS.
           MOVE OP-PASSWORD-HASH TO WS-OP-HASH(WS-OPERATOR-COUNT)
           IF OP-PASSWORD-DATE NUMERIC
               MOVE OP-PASSWORD-DATE
                   TO WS-OP-PWD-DATE(WS-OPERATOR-COUNT)
           ELSE
               MOVE 0 TO WS-OP-PWD-DATE(WS-OPERATOR-COUNT)
           END-IF
           MOVE OP-MUST-CHANGE TO WS-OP-MUST-CHANGE(WS-OPERATOR-COUNT)
           IF OP-FAIL-COUNT NUMERIC
               MOVE OP-FAIL-COUNT
                   TO WS-OP-FAIL-COUNT(WS-OPERATOR-COUNT)
           ELSE
               MOVE 0 TO WS-OP-FAIL-COUNT(WS-OPERATOR-COUNT)
           END-IF
           MOVE OP-LOCK-FLAG TO WS-OP-LOCK-FLAG(WS-OPERATOR-COUNT)
           MOVE OP-ACCOUNT-TYPE
               TO WS-OP-ACCOUNT-TYPE(WS-OPERATOR-COUNT).

       REFUSE-TRUNCATED-UPDATE.
           DISPLAY "operator_master.dat holds more records than this "
               "program can hold in storage."
               DISPLAY "Authority level must be 1, 2, or 3."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account type (I = interactive, B = batch, "
               "blank = I): ".
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = SPACE
               MOVE "I" TO WS-ENTRY-TYPE
           END-IF
           IF WS-ENTRY-TYPE NOT = "I" AND WS-ENTRY-TYPE NOT = "B"
               DISPLAY "Account type must be I or B."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-HASH
           IF WS-ENTRY-TYPE = "I"
               PERFORM PROMPT-TEMPORARY-PASSWORD
               IF NOT PASSWORD-IS-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-OPERATOR-COUNT
           MOVE WS-ENTRY-ID TO WS-OP-ID(WS-OPERATOR-COUNT)
           MOVE WS-ENTRY-NAME TO WS-OP-NAME(WS-OPERATOR-COUNT)
           MOVE WS-ENTRY-LEVEL TO WS-OP-LEVEL(WS-OPERATOR-COUNT)
           MOVE "A" TO WS-OP-STATUS(WS-OPERATOR-COUNT)
           MOVE WS-NEW-HASH TO WS-OP-HASH(WS-OPERATOR-COUNT)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-OP-PWD-DATE(WS-OPERATOR-COUNT)
           MOVE "Y" TO WS-OP-MUST-CHANGE(WS-OPERATOR-COUNT)
           MOVE 0 TO WS-OP-FAIL-COUNT(WS-OPERATOR-COUNT)
           MOVE SPACE TO WS-OP-LOCK-FLAG(WS-OPERATOR-COUNT)
           MOVE WS-ENTRY-TYPE TO WS-OP-ACCOUNT-TYPE(WS-OPERATOR-COUNT)
           PERFORM REWRITE-OPERATOR-FILE

           MOVE "ADD-OPER" TO WS-JRN-ACTION
               MOVE WS-ENTRY-STATUS TO WS-OP-STATUS(WS-MATCH-IDX)
           END-IF

      *>   Turning an account interactive issues it a temporary
      *>   password at once; OPERATOR-CHECK refuses an interactive
      *>   account with no password on file.
           DISPLAY "Current account type: "
               WS-OP-ACCOUNT-TYPE(WS-MATCH-IDX)
           DISPLAY "Enter type (I = interactive, B = batch, "
               "blank = keep): "
           ACCEPT WS-ENTRY-TYPE
           IF WS-ENTRY-TYPE = "I" OR WS-ENTRY-TYPE = "B"
               IF WS-ENTRY-TYPE = "I"
                   AND WS-OP-ACCOUNT-TYPE(WS-MATCH-IDX) = "B"
                   PERFORM PROMPT-TEMPORARY-PASSWORD
                   IF NOT PASSWORD-IS-OK
                       DISPLAY "Account type left as batch."
                   ELSE
                       PERFORM ISSUE-TEMPORARY-PASSWORD
                       MOVE "I" TO WS-OP-ACCOUNT-TYPE(WS-MATCH-IDX)
                   END-IF
               ELSE
                   MOVE WS-ENTRY-TYPE
                       TO WS-OP-ACCOUNT-TYPE(WS-MATCH-IDX)
               END-IF
           END-IF

           PERFORM REWRITE-OPERATOR-FILE
           MOVE "CHG-OPER" TO WS-JRN-ACTION
           PERFORM WRITE-JOURNAL-RECORD
           DISPLAY "Operator updated.".

      *> A supervisor cannot reset a batch account - it has no
      *> password to reset.
       RESET-OPERATOR.
           IF OPERATORS-WERE-TRUNCATED
               PERFORM REFUSE-TRUNCATED-UPDATE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter operator ID: ".
           ACCEPT WS-ENTRY-ID
           PERFORM FIND-OPERATOR-ID
           IF NOT OPERATOR-WAS-FOUND
               DISPLAY "No operator found with that ID."
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-ACCOUNT-TYPE(WS-MATCH-IDX) = "B"
               DISPLAY "That is a batch account - it has no "
                   "password."
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-LOCK-FLAG(WS-MATCH-IDX) = "L"
               DISPLAY "Operator is locked out after "
                   WS-OP-FAIL-COUNT(WS-MATCH-IDX)
                   " failed password(s)."
           END-IF

           PERFORM PROMPT-TEMPORARY-PASSWORD
           IF NOT PASSWORD-IS-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM ISSUE-TEMPORARY-PASSWORD
           PERFORM REWRITE-OPERATOR-FILE

           MOVE "RESET-OPER" TO WS-JRN-ACTION
           PERFORM WRITE-JOURNAL-RECORD
           DISPLAY "Operator reset - the temporary password must be "
               "changed at the next sign-on.".

       ISSUE-TEMPORARY-PASSWORD.
           MOVE WS-NEW-HASH TO WS-OP-HASH(WS-MATCH-IDX)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-OP-PWD-DATE(WS-MATCH-IDX)
           MOVE "Y" TO WS-OP-MUST-CHANGE(WS-MATCH-IDX)
           MOVE 0 TO WS-OP-FAIL-COUNT(WS-MATCH-IDX)
           MOVE SPACE TO WS-OP-LOCK-FLAG(WS-MATCH-IDX).

      *> The temporary password is keyed twice and hashed under the
      *> operator ID it is being issued to (WS-ENTRY-ID).
       PROMPT-TEMPORARY-PASSWORD.
           MOVE "N" TO WS-PASSWORD-OK-FLAG
           DISPLAY "Temporary password (at least "
               WS-MIN-PASSWORD-LENGTH " characters): "
           ACCEPT WS-PASSWORD-IN
           DISPLAY "Key the temporary password again: "
           ACCEPT WS-PASSWORD-AGAIN
           IF WS-PASSWORD-IN NOT = WS-PASSWORD-AGAIN
               DISPLAY "The two entries differ - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PASSWORD-LENGTH
           INSPECT FUNCTION REVERSE(WS-PASSWORD-IN)
               TALLYING WS-PASSWORD-LENGTH FOR LEADING SPACES
           COMPUTE WS-PASSWORD-LENGTH = 20 - WS-PASSWORD-LENGTH
           IF WS-PASSWORD-LENGTH < WS-MIN-PASSWORD-LENGTH
               DISPLAY "Password too short - nothing changed."
               EXIT PARAGRAPH
           END-IF
           CALL "PASSWORD-HASH" USING WS-ENTRY-ID WS-PASSWORD-IN
               WS-NEW-HASH
           MOVE "Y" TO WS-PASSWORD-OK-FLAG.

       LIST-OPERATORS.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operators on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID                    Name                       "
               "     Lvl Sts Typ Lock"
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OPERATOR-COUNT
               IF WS-OP-LOCK-FLAG(WS-SEARCH-IDX) = "L"
                   MOVE "LOCKED" TO WS-DISPLAY-LOCK
               ELSE
                   MOVE SPACES TO WS-DISPLAY-LOCK
               END-IF
               DISPLAY WS-OP-ID(WS-SEARCH-IDX) "  "
                   WS-OP-NAME(WS-SEARCH-IDX) "  "
                   WS-OP-LEVEL(WS-SEARCH-IDX) "   "
                   WS-OP-STATUS(WS-SEARCH-IDX) "   "
                   WS-OP-ACCOUNT-TYPE(WS-SEARCH-IDX) "   "
                   WS-DISPLAY-LOCK
           END-PERFORM.

       FIND-OPERATOR-ID.
               MOVE WS-OP-NAME(WS-SEARCH-IDX) TO OP-NAME
               MOVE WS-OP-LEVEL(WS-SEARCH-IDX) TO OP-LEVEL
               MOVE WS-OP-STATUS(WS-SEARCH-IDX) TO OP-STATUS
               MOVE WS-OP-HASH(WS-SEARCH-IDX) TO OP-PASSWORD-HASH
               MOVE WS-OP-PWD-DATE(WS-SEARCH-IDX) TO OP-PASSWORD-DATE
               MOVE WS-OP-MUST-CHANGE(WS-SEARCH-IDX) TO OP-MUST-CHANGE
               MOVE WS-OP-FAIL-COUNT(WS-SEARCH-IDX) TO OP-FAIL-COUNT
               MOVE WS-OP-LOCK-FLAG(WS-SEARCH-IDX) TO OP-LOCK-FLAG
               MOVE WS-OP-ACCOUNT-TYPE(WS-SEARCH-IDX)
                   TO OP-ACCOUNT-TYPE
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE.
