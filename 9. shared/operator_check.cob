      *>              "1" = operator not on the master
      *>              "2" = operator inactive
      *>              "3" = authority below the required level
      *>              "4" = operator locked out
      *>              "5" = password not given or not changed
      *> With no operator master on disk every check passes at
      *> supervisor authority, so the shop is not locked out before
      *> the file is first built - the gap is announced once.
      *>
      *> Operator IDs are printed on every report, so the ID alone
      *> no longer signs anyone on: the routine asks for the
      *> operator's password and compares its PASSWORD-HASH with
      *> the hash on the master - the password itself is kept
      *> nowhere. Up to three tries are given per sign-on; a blank
      *> entry gives up without counting. The third failure in a
      *> row, across sign-ons, locks the operator until a
      *> supervisor resets them through OPERATOR-MAINTENANCE, and a
      *> good password clears the count.
      *> A password issued by a supervisor (add or reset) must be
      *> changed at its first use, and every password must be
      *> changed once it is older than the expiry period. An
      *> operator carried over from before passwords, with no hash
      *> on the master, is refused (status "5", logged NOPASS)
      *> until a supervisor issues a temporary password through
      *> OPERATOR-MAINTENANCE option 3. The one exception is the
      *> changeover itself: while no operator on the master has a
      *> password yet, a supervisor with none chooses one at
      *> sign-on, so there is someone to issue the rest.
      *> The nightly stream signs its batch steps on under an ID
      *> flagged as a batch account (type B) - there is nobody at
      *> the console to key a password. A batch account takes no
      *> password and is never given more than clerk authority, so
      *> it cannot authorize a force, restore or backout however it
      *> was set up.
      *> Every attempt, good or bad, is written to
      *> operator_signon_log.dat with the calling program (LK-
      *> PROGRAM, the caller's journal program name) and the time;
      *> SIGNON-REPORT reads it weekly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SIGNON-LOG-FILE ASSIGN TO "operator_signon_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
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

      *> Result codes: SIGNON, NOMASTER, UNKNOWN, INACTIVE, LOCKED
      *> (tried while locked), BADPASS, LOCKOUT (the failure that
      *> locked), CANCEL, NOPASS (no password on file), PWDSET,
      *> PWDCHG, CHGFAIL, LEVEL, BATCH.
       FD  SIGNON-LOG-FILE.
       01  SIGNON-LOG-RECORD.
           05 SL-DATE            PIC 9(8).
           05 FILLER             PIC X(1).
           05 SL-TIME            PIC 9(6).
           05 FILLER             PIC X(1).
           05 SL-PROGRAM         PIC X(12).
           05 FILLER             PIC X(1).
           05 SL-OPERATOR        PIC X(20).
           05 FILLER             PIC X(1).
           05 SL-RESULT          PIC X(8).
           05 FILLER             PIC X(1).
           05 SL-REQUIRED-LEVEL  PIC 9(1).

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-STATUS PIC X(02).
               88 OPERATOR-FILE-OK      VALUE "00".
               88 OPERATOR-END-OF-FILE  VALUE "10".
           01 WS-SIGNON-LOG-STATUS PIC X(02).

           01 WS-LOADED-FLAG     PIC X(1) VALUE "N".
               88 OPERATORS-WERE-LOADED VALUE "Y".
           01 WS-NO-MASTER-FLAG  PIC X(1) VALUE "N".
               88 MASTER-IS-MISSING     VALUE "Y".
           01 WS-TRUNCATED-FLAG  PIC X(1) VALUE "N".
               88 OPERATORS-WERE-TRUNCATED VALUE "Y".
           01 WS-OPERATOR-TABLE-MAX PIC 9(3) VALUE 100.
           01 WS-OPERATOR-COUNT  PIC 9(3) VALUE 0.
           01 WS-OPERATOR-TABLE.
                   10 WS-OP-NAME      PIC X(30).
                   10 WS-OP-LEVEL     PIC 9(1).
                   10 WS-OP-STATUS    PIC X(1).
                   10 WS-OP-HASH      PIC X(18).
                   10 WS-OP-PWD-DATE  PIC 9(8).
                   10 WS-OP-MUST-CHANGE PIC X(1).
                   10 WS-OP-FAIL-COUNT PIC 9(1).
                   10 WS-OP-LOCK-FLAG PIC X(1).
                   10 WS-OP-ACCOUNT-TYPE PIC X(1).

           01 WS-SEARCH-IDX      PIC 9(3).
           01 WS-MATCH-IDX       PIC 9(3).
           01 WS-FOUND-FLAG      PIC X(1).
               88 OPERATOR-WAS-FOUND   VALUE "Y".
           01 WS-ANY-HASH-FLAG   PIC X(1).
               88 SOME-PASSWORD-IS-SET VALUE "Y".

           01 WS-MAX-FAILURES    PIC 9(1) VALUE 3.
           01 WS-EXPIRY-DAYS     PIC 9(3) VALUE 90.
           01 WS-MIN-PASSWORD-LENGTH PIC 9(2) VALUE 6.
           01 WS-PASSWORD-IN     PIC X(20).
           01 WS-PASSWORD-AGAIN  PIC X(20).
           01 WS-ENTERED-HASH    PIC X(18).
           01 WS-PASSWORD-LENGTH PIC 9(2).
           01 WS-TRY-COUNT       PIC 9(1).
           01 WS-VERIFIED-FLAG   PIC X(1).
               88 PASSWORD-WAS-VERIFIED VALUE "Y".
           01 WS-GAVE-UP-FLAG    PIC X(1).
               88 OPERATOR-GAVE-UP     VALUE "Y".
           01 WS-CHANGED-FLAG    PIC X(1).
               88 PASSWORD-WAS-CHANGED VALUE "Y".
           01 WS-CHANGE-REASON   PIC X(41).
           01 WS-PASSWORD-AGE    PIC S9(7).

           01 WS-NOW             PIC X(21).
           01 WS-TODAY           PIC 9(8).
           01 WS-LOG-RESULT      PIC X(8).

      *> The matched operator's sign-on state as this call leaves
      *> it, applied to a fresh copy of the master on the way out.
           01 WS-SAVE-ID         PIC X(20).
           01 WS-SAVE-HASH       PIC X(18).
           01 WS-SAVE-PWD-DATE   PIC 9(8).
           01 WS-SAVE-MUST-CHANGE PIC X(1).
           01 WS-SAVE-FAIL-COUNT PIC 9(1).
           01 WS-SAVE-LOCK-FLAG  PIC X(1).

       LINKAGE SECTION.
           01 LK-OPERATOR-ID     PIC X(20).
           01 LK-REQUIRED-LEVEL  PIC 9(1).
           01 LK-AUTHORITY       PIC 9(1).
           01 LK-STATUS          PIC X(1).
           01 LK-PROGRAM         PIC X(12).

       PROCEDURE DIVISION USING LK-OPERATOR-ID LK-REQUIRED-LEVEL
               LK-AUTHORITY LK-STATUS LK-PROGRAM.
       MAIN-LOGIC.
           IF NOT OPERATORS-WERE-LOADED
               PERFORM LOAD-OPERATOR-TABLE
               MOVE "Y" TO WS-LOADED-FLAG
               IF WS-OPERATOR-COUNT = 0
                   MOVE "Y" TO WS-NO-MASTER-FLAG
                   DISPLAY "No operator master on file - sign-on "
                       "checks are off until operator_master.dat "
                       "is built."
               END-IF
           END-IF

           IF MASTER-IS-MISSING
               MOVE 3 TO LK-AUTHORITY
               MOVE "0" TO LK-STATUS
               MOVE "NOMASTER" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               GOBACK
           END-IF

           MOVE 0 TO LK-AUTHORITY
           PERFORM FIND-OPERATOR

           IF NOT OPERATOR-WAS-FOUND
               MOVE "1" TO LK-STATUS
               MOVE "UNKNOWN" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               GOBACK
           END-IF

           MOVE WS-OP-LEVEL(WS-MATCH-IDX) TO LK-AUTHORITY
           IF WS-OP-STATUS(WS-MATCH-IDX) NOT = "A"
               MOVE "2" TO LK-STATUS
               MOVE "INACTIVE" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               GOBACK
           END-IF

           IF WS-OP-ACCOUNT-TYPE(WS-MATCH-IDX) = "B"
               MOVE 1 TO LK-AUTHORITY
               IF LK-REQUIRED-LEVEL > 1
                   MOVE "3" TO LK-STATUS
                   MOVE "LEVEL" TO WS-LOG-RESULT
               ELSE
                   MOVE "0" TO LK-STATUS
                   MOVE "BATCH" TO WS-LOG-RESULT
               END-IF
               PERFORM WRITE-SIGNON-LOG
               GOBACK
           END-IF

           IF WS-OP-LOCK-FLAG(WS-MATCH-IDX) = "L"
               DISPLAY "Operator " LK-OPERATOR-ID " is locked out - "
                   "a supervisor must reset it through operator "
                   "maintenance."
               MOVE "4" TO LK-STATUS
               MOVE "LOCKED" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               GOBACK
           END-IF

           IF WS-OP-HASH(WS-MATCH-IDX) = SPACES
               PERFORM CHECK-FOR-ANY-PASSWORD
               IF SOME-PASSWORD-IS-SET
                       OR WS-OP-LEVEL(WS-MATCH-IDX) < 3
                   DISPLAY "No password on file for " LK-OPERATOR-ID
                       " - a supervisor must issue a temporary one "
                       "through operator maintenance."
                   MOVE "5" TO LK-STATUS
                   MOVE "NOPASS" TO WS-LOG-RESULT
                   PERFORM WRITE-SIGNON-LOG
                   GOBACK
               END-IF
               PERFORM SET-FIRST-PASSWORD
           ELSE
               PERFORM VERIFY-PASSWORD
           END-IF
           IF LK-STATUS NOT = SPACE
               GOBACK
           END-IF

           IF WS-OP-LEVEL(WS-MATCH-IDX) < LK-REQUIRED-LEVEL
               MOVE "3" TO LK-STATUS
               MOVE "LEVEL" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               GOBACK
           END-IF

           MOVE "0" TO LK-STATUS
           MOVE "SIGNON" TO WS-LOG-RESULT
           PERFORM WRITE-SIGNON-LOG
           GOBACK.

       FIND-OPERATOR.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OPERATOR-COUNT
                   OR OPERATOR-WAS-FOUND
               IF WS-OP-ID(WS-SEARCH-IDX) = LK-OPERATOR-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

      *> Leaves LK-STATUS blank when the password was good and any
      *> change it was due for has been made; otherwise sets the
      *> refusal status and logs it.
       VERIFY-PASSWORD.
           MOVE SPACE TO LK-STATUS
           MOVE "N" TO WS-VERIFIED-FLAG
           MOVE "N" TO WS-GAVE-UP-FLAG
           MOVE 0 TO WS-TRY-COUNT
           PERFORM UNTIL PASSWORD-WAS-VERIFIED OR OPERATOR-GAVE-UP
                   OR WS-OP-LOCK-FLAG(WS-MATCH-IDX) = "L"
                   OR WS-TRY-COUNT >= WS-MAX-FAILURES
               DISPLAY "Password for " LK-OPERATOR-ID ":"
               ACCEPT WS-PASSWORD-IN
               IF WS-PASSWORD-IN = SPACES
                   MOVE "Y" TO WS-GAVE-UP-FLAG
               ELSE
                   ADD 1 TO WS-TRY-COUNT
                   CALL "PASSWORD-HASH" USING LK-OPERATOR-ID
                       WS-PASSWORD-IN WS-ENTERED-HASH
                   IF WS-ENTERED-HASH = WS-OP-HASH(WS-MATCH-IDX)
                       MOVE "Y" TO WS-VERIFIED-FLAG
                   ELSE
                       PERFORM NOTE-FAILED-PASSWORD
                   END-IF
               END-IF
           END-PERFORM

           IF OPERATOR-GAVE-UP
               MOVE "5" TO LK-STATUS
               MOVE "CANCEL" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF
           IF NOT PASSWORD-WAS-VERIFIED
               IF WS-OP-LOCK-FLAG(WS-MATCH-IDX) = "L"
                   MOVE "4" TO LK-STATUS
               ELSE
                   MOVE "5" TO LK-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-OP-FAIL-COUNT(WS-MATCH-IDX) > 0
               MOVE 0 TO WS-OP-FAIL-COUNT(WS-MATCH-IDX)
               PERFORM SAVE-OPERATOR-STATE
           END-IF

           MOVE SPACES TO WS-CHANGE-REASON
           IF WS-OP-MUST-CHANGE(WS-MATCH-IDX) = "Y"
               MOVE "Temporary password - choose your own now."
                   TO WS-CHANGE-REASON
           ELSE
               PERFORM COMPUTE-PASSWORD-AGE
               IF WS-PASSWORD-AGE > WS-EXPIRY-DAYS
                   MOVE "Password has expired - choose a new one."
                       TO WS-CHANGE-REASON
               END-IF
           END-IF
           IF WS-CHANGE-REASON NOT = SPACES
               DISPLAY WS-CHANGE-REASON
               PERFORM CHANGE-PASSWORD
               IF NOT PASSWORD-WAS-CHANGED
                   MOVE "5" TO LK-STATUS
                   MOVE "CHGFAIL" TO WS-LOG-RESULT
                   PERFORM WRITE-SIGNON-LOG
                   EXIT PARAGRAPH
               END-IF
               MOVE "PWDCHG" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
           END-IF.

       NOTE-FAILED-PASSWORD.
           ADD 1 TO WS-OP-FAIL-COUNT(WS-MATCH-IDX)
           IF WS-OP-FAIL-COUNT(WS-MATCH-IDX) >= WS-MAX-FAILURES
               MOVE "L" TO WS-OP-LOCK-FLAG(WS-MATCH-IDX)
               DISPLAY "Password incorrect - operator " LK-OPERATOR-ID
                   " is now locked out. A supervisor must reset it."
               MOVE "LOCKOUT" TO WS-LOG-RESULT
           ELSE
               DISPLAY "Password incorrect."
               MOVE "BADPASS" TO WS-LOG-RESULT
           END-IF
           PERFORM WRITE-SIGNON-LOG
           PERFORM SAVE-OPERATOR-STATE.

      *> Read afresh, so a password another session has just set
      *> ends the changeover for this run unit too.
       CHECK-FOR-ANY-PASSWORD.
           PERFORM LOAD-OPERATOR-TABLE
           MOVE "N" TO WS-ANY-HASH-FLAG
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OPERATOR-COUNT
                   OR SOME-PASSWORD-IS-SET
               IF WS-OP-HASH(WS-SEARCH-IDX) NOT = SPACES
                   MOVE "Y" TO WS-ANY-HASH-FLAG
               END-IF
           END-PERFORM
           IF OPERATORS-WERE-TRUNCATED
               MOVE "Y" TO WS-ANY-HASH-FLAG
           END-IF
           PERFORM FIND-OPERATOR
           IF NOT OPERATOR-WAS-FOUND
               MOVE "Y" TO WS-ANY-HASH-FLAG
               MOVE 1 TO WS-MATCH-IDX
           END-IF.

      *> Only reached during the changeover - see the banner.
       SET-FIRST-PASSWORD.
           MOVE SPACE TO LK-STATUS
           DISPLAY "No password on file for " LK-OPERATOR-ID
               " - choose one now."
           PERFORM CHANGE-PASSWORD
           IF NOT PASSWORD-WAS-CHANGED
               MOVE "5" TO LK-STATUS
               MOVE "CHGFAIL" TO WS-LOG-RESULT
               PERFORM WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE "PWDSET" TO WS-LOG-RESULT
           PERFORM WRITE-SIGNON-LOG.

      *> The new password is keyed twice, must be at least the
      *> minimum length, may not be the operator ID, and may not be
      *> the password it replaces.
       CHANGE-PASSWORD.
           MOVE "N" TO WS-CHANGED-FLAG
           DISPLAY "New password (at least " WS-MIN-PASSWORD-LENGTH
               " characters):"
           ACCEPT WS-PASSWORD-IN
           DISPLAY "Key the new password again:"
           ACCEPT WS-PASSWORD-AGAIN
           IF WS-PASSWORD-IN NOT = WS-PASSWORD-AGAIN
               DISPLAY "The two entries differ - password not "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PASSWORD-LENGTH
           INSPECT FUNCTION REVERSE(WS-PASSWORD-IN)
               TALLYING WS-PASSWORD-LENGTH FOR LEADING SPACES
           COMPUTE WS-PASSWORD-LENGTH = 20 - WS-PASSWORD-LENGTH
           IF WS-PASSWORD-LENGTH < WS-MIN-PASSWORD-LENGTH
               DISPLAY "Password too short - password not changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-PASSWORD-IN = LK-OPERATOR-ID
               DISPLAY "Password may not be the operator ID - "
                   "password not changed."
               EXIT PARAGRAPH
           END-IF
           CALL "PASSWORD-HASH" USING LK-OPERATOR-ID WS-PASSWORD-IN
               WS-ENTERED-HASH
           IF WS-ENTERED-HASH = WS-OP-HASH(WS-MATCH-IDX)
               DISPLAY "The new password must differ from the old "
                   "one - password not changed."
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-TODAY
           MOVE WS-ENTERED-HASH TO WS-OP-HASH(WS-MATCH-IDX)
           MOVE WS-TODAY TO WS-OP-PWD-DATE(WS-MATCH-IDX)
           MOVE "N" TO WS-OP-MUST-CHANGE(WS-MATCH-IDX)
           MOVE 0 TO WS-OP-FAIL-COUNT(WS-MATCH-IDX)
           PERFORM SAVE-OPERATOR-STATE
           MOVE "Y" TO WS-CHANGED-FLAG
           DISPLAY "Password changed.".

      *> A missing or unreadable change date counts as expired.
       COMPUTE-PASSWORD-AGE.
           PERFORM SET-TODAY
           MOVE 999 TO WS-PASSWORD-AGE
           IF WS-OP-PWD-DATE(WS-MATCH-IDX) NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (WS-OP-PWD-DATE(WS-MATCH-IDX)) = 0
                   COMPUTE WS-PASSWORD-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-OP-PWD-DATE(WS-MATCH-IDX))
               END-IF
           END-IF.

       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE "N" TO WS-TRUNCATED-FLAG
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-OK
               PERFORM UNTIL OPERATOR-END-OF-FILE
                           IF WS-OPERATOR-COUNT <
                                   WS-OPERATOR-TABLE-MAX
                               ADD 1 TO WS-OPERATOR-COUNT
                               PERFORM STORE-OPERATOR-ENTRY
                           ELSE
                               MOVE "Y" TO WS-TRUNCATED-FLAG
                               DISPLAY "Operator table full - record "
                                   "dropped: " OP-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       STORE-OPERATOR-ENTRY.
           MOVE OP-ID TO WS-OP-ID(WS-OPERATOR-COUNT)
           MOVE OP-NAME TO WS-OP-NAME(WS-OPERATOR-COUNT)
           IF OP-LEVEL NUMERIC
               MOVE OP-LEVEL TO WS-OP-LEVEL(WS-OPERATOR-COUNT)
           ELSE
               MOVE 1 TO WS-OP-LEVEL(WS-OPERATOR-COUNT)
           END-IF
           MOVE OP-STATUS TO WS-OP-STATUS(WS-OPERATOR-COUNT)
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

      *> The master is read afresh before the one operator's sign-on
      *> state is written back, so a change OPERATOR-MAINTENANCE
      *> made while this program was running is not undone.
       SAVE-OPERATOR-STATE.
           MOVE WS-OP-ID(WS-MATCH-IDX) TO WS-SAVE-ID
           MOVE WS-OP-HASH(WS-MATCH-IDX) TO WS-SAVE-HASH
           MOVE WS-OP-PWD-DATE(WS-MATCH-IDX) TO WS-SAVE-PWD-DATE
           MOVE WS-OP-MUST-CHANGE(WS-MATCH-IDX) TO WS-SAVE-MUST-CHANGE
           MOVE WS-OP-FAIL-COUNT(WS-MATCH-IDX) TO WS-SAVE-FAIL-COUNT
           MOVE WS-OP-LOCK-FLAG(WS-MATCH-IDX) TO WS-SAVE-LOCK-FLAG

           PERFORM LOAD-OPERATOR-TABLE
           IF OPERATORS-WERE-TRUNCATED
               DISPLAY "operator_master.dat is larger than the "
                   "operator table - sign-on state not saved."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF NOT OPERATOR-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SAVE-HASH TO WS-OP-HASH(WS-MATCH-IDX)
           MOVE WS-SAVE-PWD-DATE TO WS-OP-PWD-DATE(WS-MATCH-IDX)
           MOVE WS-SAVE-MUST-CHANGE TO WS-OP-MUST-CHANGE(WS-MATCH-IDX)
           MOVE WS-SAVE-FAIL-COUNT TO WS-OP-FAIL-COUNT(WS-MATCH-IDX)
           MOVE WS-SAVE-LOCK-FLAG TO WS-OP-LOCK-FLAG(WS-MATCH-IDX)

           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OPERATOR-COUNT
               MOVE SPACES TO OPERATOR-RECORD
               MOVE WS-OP-ID(WS-SEARCH-IDX) TO OP-ID
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

       WRITE-SIGNON-LOG.
           PERFORM SET-TODAY
           OPEN EXTEND SIGNON-LOG-FILE
           IF WS-SIGNON-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT SIGNON-LOG-FILE
           END-IF
           MOVE SPACES TO SIGNON-LOG-RECORD
           MOVE WS-TODAY TO SL-DATE
           MOVE WS-NOW(9:6) TO SL-TIME
           MOVE LK-PROGRAM TO SL-PROGRAM
           MOVE LK-OPERATOR-ID TO SL-OPERATOR
           MOVE WS-LOG-RESULT TO SL-RESULT
           MOVE LK-REQUIRED-LEVEL TO SL-REQUIRED-LEVEL
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG-FILE.

       END PROGRAM OPERATOR-CHECK.
