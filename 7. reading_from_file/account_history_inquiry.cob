       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-HISTORY-INQUIRY.
       AUTHOR. FILIP JANJESIC.
      *> Point-in-time inquiry on one account. The master only ever
      *> held the current amount, so "what was the balance on the
      *> 31st" could not be answered once the next extract had been
      *> loaded. This lists the account's history from
      *> account_history.dat up to the as-of date - every add,
      *> change and backout with its run date, source and before
      *> and after amounts - and gives the balance it stood at:
      *>   - the after amount of its last record on or before the
      *>     date (a BO-ADD there means the account had been removed
      *>     by a backout and was not on file);
      *>   - with nothing on or before the date, its first later
      *>     record decides: a later CHANGE carries the balance it
      *>     held before it, a later ADD means it did not yet exist;
      *>   - with no history at all, the master amount stands if
      *>     the account was last updated on or before the date.
      *> The history only starts when it was first written, so the
      *> last two rules cover the accounts loaded before it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT account-master ASSIGN TO "account_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS acct-id
               FILE STATUS IS master-status.

           SELECT account-history-file ASSIGN TO
                   "account_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-history-status.

       DATA DIVISION.
       FILE SECTION.
       FD  account-master.
       01  account-master-record.
           05 acct-id               PIC 9(6).
           05 acct-name             PIC X(30).
           05 acct-amount           PIC 9(7)V99.
           05 acct-last-update      PIC 9(8).

       FD  account-history-file.
       01  account-history-record.
           05 ah-run-date           PIC 9(8).
           05 FILLER                PIC X(1).
           05 ah-action             PIC X(6).
           05 FILLER                PIC X(1).
           05 ah-acct-id            PIC 9(6).
           05 FILLER                PIC X(1).
           05 ah-source-id          PIC X(10).
           05 FILLER                PIC X(1).
           05 ah-before-amount      PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 ah-after-amount       PIC 9(7)V99.
           05 FILLER                PIC X(1).
           05 ah-acct-name          PIC X(30).
           05 FILLER                PIC X(1).
           05 ah-reversed-run-date  PIC 9(8).
           05 FILLER                PIC X(1).
           05 ah-timestamp          PIC X(14).

       WORKING-STORAGE SECTION.
       01  master-status            PIC XX.
           88 master-is-ok             VALUE "00".
       01  account-history-status   PIC XX.
           88 history-is-ok            VALUE "00".
           88 history-end-of-file      VALUE "10".

       01  ws-acct-id-in            PIC X(6).
       01  ws-acct-id               PIC 9(6).
       01  ws-as-of-in              PIC X(8).
       01  ws-as-of-date            PIC 9(8).
       01  ws-date-source           PIC X(1).
       01  ws-done-flag             PIC X(1) VALUE "N".
           88 inquiry-is-done          VALUE "Y".

      *> What the history says about the as-of date.
       01  ws-found-before-flag     PIC X(1).
           88 found-on-or-before       VALUE "Y".
       01  ws-found-after-flag      PIC X(1).
           88 found-after              VALUE "Y".
       01  ws-last-action           PIC X(6).
       01  ws-last-after-amount     PIC 9(7)V99.
       01  ws-last-name             PIC X(30).
       01  ws-first-later-action    PIC X(6).
       01  ws-first-later-before    PIC 9(7)V99.
       01  ws-later-count           PIC 9(6).
       01  ws-listed-count          PIC 9(6).

       01  ws-on-master-flag        PIC X(1).
           88 account-on-master        VALUE "Y".
       01  ws-balance-known-flag    PIC X(1).
           88 balance-is-known         VALUE "Y".
           88 balance-is-unknown       VALUE "U".
       01  ws-as-of-balance         PIC 9(7)V99.
       01  ws-balance-basis         PIC X(40).

       01  ws-display-before        PIC ZZZZZZ9.99.
       01  ws-display-after         PIC ZZZZZZ9.99.
       01  ws-display-count         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Account Balance History Inquiry ---".
           PERFORM UNTIL inquiry-is-done
               DISPLAY " "
               DISPLAY "Account ID (blank to finish): "
               ACCEPT ws-acct-id-in
               IF ws-acct-id-in = SPACES
                   SET inquiry-is-done TO TRUE
               ELSE
                   PERFORM ONE-INQUIRY
               END-IF
           END-PERFORM
           STOP RUN.

       ONE-INQUIRY.
           IF ws-acct-id-in NOT NUMERIC
               DISPLAY "Account ID must be six digits."
               EXIT PARAGRAPH
           END-IF
           MOVE ws-acct-id-in TO ws-acct-id

           DISPLAY "Balance as of date YYYYMMDD "
               "(blank = processing date): "
           ACCEPT ws-as-of-in
           IF ws-as-of-in = SPACES
               CALL "PROCESSING-DATE" USING ws-as-of-date
                   ws-date-source
           ELSE
               IF ws-as-of-in NOT NUMERIC
                   DISPLAY "As-of date must be a valid YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE ws-as-of-in TO ws-as-of-date
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-as-of-date) NOT = 0
                   DISPLAY "As-of date must be a valid YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM READ-MASTER-ACCOUNT
           DISPLAY " "
           DISPLAY "ACCOUNT " ws-acct-id "  HISTORY TO " ws-as-of-date
           DISPLAY "RUN-DATE ACTION SOURCE         BEFORE      AFTER"
           PERFORM SCAN-ACCOUNT-HISTORY
           IF ws-later-count > 0
               MOVE ws-later-count TO ws-display-count
               DISPLAY "(" ws-display-count
                   " later record(s) not listed)"
           END-IF
           PERFORM DECIDE-AS-OF-BALANCE
           DISPLAY " "
           IF balance-is-known
               MOVE ws-as-of-balance TO ws-display-after
               DISPLAY "BALANCE AS OF " ws-as-of-date ": "
                   ws-display-after
           ELSE
               IF balance-is-unknown
                   DISPLAY "BALANCE AS OF " ws-as-of-date
                       " CANNOT BE PLACED"
               ELSE
                   DISPLAY "NOT ON FILE AS OF " ws-as-of-date
               END-IF
           END-IF
           DISPLAY "  (" FUNCTION TRIM(ws-balance-basis) ")".

       READ-MASTER-ACCOUNT.
           MOVE "N" TO ws-on-master-flag
           OPEN INPUT account-master
           IF NOT master-is-ok
               DISPLAY "Unable to open account_master.dat. Status="
                   master-status
               EXIT PARAGRAPH
           END-IF
           MOVE ws-acct-id TO acct-id
           READ account-master
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ws-on-master-flag
                   DISPLAY "ON MASTER NOW: " acct-name
           END-READ
           CLOSE account-master.

       SCAN-ACCOUNT-HISTORY.
           MOVE "N" TO ws-found-before-flag
           MOVE "N" TO ws-found-after-flag
           MOVE 0 TO ws-later-count
           MOVE 0 TO ws-listed-count
           OPEN INPUT account-history-file
           IF NOT history-is-ok
               DISPLAY "No account_history.dat on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL history-end-of-file
               READ account-history-file
                   AT END
                       SET history-end-of-file TO TRUE
                   NOT AT END
                       IF ah-acct-id = ws-acct-id
                           PERFORM NOTE-ONE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-history-file.

      *> The file is appended in the order things happened, so the
      *> last record read on or before the date is the one in force.
       NOTE-ONE-HISTORY-RECORD.
           IF ah-run-date > ws-as-of-date
               ADD 1 TO ws-later-count
               IF NOT found-after
                   MOVE "Y" TO ws-found-after-flag
                   MOVE ah-action TO ws-first-later-action
                   MOVE ah-before-amount TO ws-first-later-before
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ws-found-before-flag
           MOVE ah-action TO ws-last-action
           MOVE ah-after-amount TO ws-last-after-amount
           MOVE ah-acct-name TO ws-last-name
           ADD 1 TO ws-listed-count
           MOVE ah-before-amount TO ws-display-before
           MOVE ah-after-amount TO ws-display-after
           IF ah-source-id = "BACKOUT"
               DISPLAY ah-run-date " " ah-action " " ah-source-id
                   " " ws-display-before " " ws-display-after
                   "  (RUN " ah-reversed-run-date ")"
           ELSE
               DISPLAY ah-run-date " " ah-action " " ah-source-id
                   " " ws-display-before " " ws-display-after
           END-IF.

       DECIDE-AS-OF-BALANCE.
           MOVE "N" TO ws-balance-known-flag
           MOVE 0 TO ws-as-of-balance
           EVALUATE TRUE
               WHEN found-on-or-before
                   IF ws-last-action = "BO-ADD"
                       MOVE "REMOVED BY BACKOUT"
                           TO ws-balance-basis
                   ELSE
                       MOVE "Y" TO ws-balance-known-flag
                       MOVE ws-last-after-amount TO ws-as-of-balance
                       MOVE "LAST HISTORY RECORD ON OR BEFORE DATE"
                           TO ws-balance-basis
                   END-IF
               WHEN found-after
                   IF ws-first-later-action = "ADD"
                       MOVE "ADDED AFTER THE DATE"
                           TO ws-balance-basis
                   ELSE
                       MOVE "Y" TO ws-balance-known-flag
                       MOVE ws-first-later-before TO ws-as-of-balance
                       MOVE "BEFORE AMOUNT OF FIRST LATER CHANGE"
                           TO ws-balance-basis
                   END-IF
               WHEN account-on-master
                   IF acct-last-update <= ws-as-of-date
                       MOVE "Y" TO ws-balance-known-flag
                       MOVE acct-amount TO ws-as-of-balance
                       MOVE "MASTER AMOUNT - NO HISTORY"
                           TO ws-balance-basis
                   ELSE
                       MOVE "U" TO ws-balance-known-flag
                       MOVE "MASTER UPDATED AFTER DATE - NO HISTORY"
                           TO ws-balance-basis
                   END-IF
               WHEN OTHER
                   MOVE "NO HISTORY AND NOT ON MASTER"
                       TO ws-balance-basis
           END-EVALUATE.

       END PROGRAM ACCOUNT-HISTORY-INQUIRY.
