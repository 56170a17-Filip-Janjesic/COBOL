       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-BALANCE-SNAPSHOT.
       AUTHOR. FILIP JANJESIC.
      *> Month-end balance snapshot - every account's balance as it
      *> stood on a chosen date, however many extracts have been
      *> loaded since. The date defaults to the last month-end
      *> before the processing date.
      *> account_history.dat is sorted by account, keeping the order
      *> the records were written in within each account, and merged
      *> against the master in key order, so accounts added since
      *> the date are left out and accounts a backout or a later
      *> change has touched are shown at their old balance. The
      *> balance is decided exactly as ACCOUNT-HISTORY-INQUIRY
      *> decides it:
      *>   - the after amount of the last record on or before the
      *>     date, or not on file if that record is a BO-ADD;
      *>   - else the before amount of the first later record if it
      *>     is a change, or not on file if it is an add;
      *>   - else, with no history, the master amount if the account
      *>     was last updated on or before the date.
      *> An account with no history updated after the date cannot
      *> be placed and is listed as UNKNOWN, outside the total.
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

           SELECT snapshot-report-file ASSIGN TO
                   "account_balance_snapshot.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-status.

           SELECT snapshot-sort-file ASSIGN TO "snapshot_sort_work".

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

       FD  snapshot-report-file.
       01  snapshot-report-record   PIC X(100).

       SD  snapshot-sort-file.
       01  snapshot-sort-record.
           05 ss-acct-id            PIC 9(6).
           05 ss-sequence           PIC 9(8).
           05 ss-run-date           PIC 9(8).
           05 ss-action             PIC X(6).
           05 ss-before-amount      PIC 9(7)V99.
           05 ss-after-amount       PIC 9(7)V99.
           05 ss-acct-name          PIC X(30).

       WORKING-STORAGE SECTION.
       01  master-status            PIC XX.
           88 master-is-ok             VALUE "00".
       01  account-history-status   PIC XX.
           88 history-is-ok            VALUE "00".
           88 history-end-of-file      VALUE "10".
       01  report-status            PIC XX.

       01  ws-snapshot-in           PIC X(8).
       01  ws-snapshot-date         PIC 9(8).
       01  ws-processing-date       PIC 9(8).
       01  ws-date-source           PIC X(1).
       01  ws-month-start           PIC 9(8).
       01  ws-date-integer          PIC S9(9) COMP.
       01  ws-history-sequence      PIC 9(8) VALUE 0.

      *> Merge keys - one past the highest account number marks the
      *> end of each side.
       01  ws-end-key               PIC 9(7) VALUE 9999999.
       01  ws-master-key            PIC 9(7).
       01  ws-history-key           PIC 9(7).
       01  ws-current-key           PIC 9(7).

      *> What one account's history says about the snapshot date.
       01  ws-found-before-flag     PIC X(1).
           88 found-on-or-before       VALUE "Y".
       01  ws-found-after-flag      PIC X(1).
           88 found-after              VALUE "Y".
       01  ws-last-action           PIC X(6).
       01  ws-last-after-amount     PIC 9(7)V99.
       01  ws-first-later-action    PIC X(6).
       01  ws-first-later-before    PIC 9(7)V99.
       01  ws-group-name            PIC X(30).
       01  ws-on-master-flag        PIC X(1).
           88 account-on-master        VALUE "Y".
       01  ws-master-name           PIC X(30).
       01  ws-master-amount         PIC 9(7)V99.
       01  ws-master-last-update    PIC 9(8).

       01  ws-balance-state         PIC X(1).
           88 balance-is-known         VALUE "K".
           88 balance-not-on-file      VALUE "N".
           88 balance-is-unknown       VALUE "U".
       01  ws-as-of-balance         PIC 9(7)V99.
       01  ws-basis                 PIC X(7).

       01  ws-listed-count          PIC 9(6) VALUE 0.
       01  ws-unknown-count         PIC 9(6) VALUE 0.
       01  ws-history-based-count   PIC 9(6) VALUE 0.
       01  ws-snapshot-total        PIC S9(11)V99 COMP-3 VALUE 0.

       01  ws-display-amount        PIC ZZZZZZ9.99.
       01  ws-display-total         PIC ZZZZZZZZZ9.99.
       01  ws-display-count         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Account Balance Snapshot ---".
           CALL "PROCESSING-DATE" USING ws-processing-date
               ws-date-source
           MOVE ws-processing-date TO ws-month-start
           MOVE "01" TO ws-month-start(7:2)
           COMPUTE ws-date-integer =
               FUNCTION INTEGER-OF-DATE(ws-month-start) - 1
           COMPUTE ws-snapshot-date =
               FUNCTION DATE-OF-INTEGER(ws-date-integer)

           DISPLAY "Snapshot date YYYYMMDD (blank = "
               ws-snapshot-date "): "
           ACCEPT ws-snapshot-in
           IF ws-snapshot-in NOT = SPACES
               IF ws-snapshot-in NOT NUMERIC
                   DISPLAY "Snapshot date must be a valid YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-snapshot-in TO ws-snapshot-date
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-snapshot-date) NOT = 0
                   DISPLAY "Snapshot date must be a valid YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT account-master
           IF NOT master-is-ok
               DISPLAY "Unable to open account_master.dat. Status="
                   master-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT snapshot-report-file
           MOVE SPACES TO snapshot-report-record
           STRING "ACCOUNT BALANCES AS OF " ws-snapshot-date
               "   PRODUCED " ws-processing-date
               DELIMITED BY SIZE INTO snapshot-report-record
           END-STRING
           WRITE snapshot-report-record
           MOVE SPACES TO snapshot-report-record
           WRITE snapshot-report-record
           MOVE "ID      NAME                               BALANCE"
               & "  BASIS" TO snapshot-report-record
           WRITE snapshot-report-record

           SORT snapshot-sort-file
               ON ASCENDING KEY ss-acct-id ss-sequence
               INPUT PROCEDURE IS RELEASE-HISTORY-RECORDS
               OUTPUT PROCEDURE IS MERGE-WITH-MASTER

           CLOSE account-master

           MOVE SPACES TO snapshot-report-record
           WRITE snapshot-report-record
           MOVE ws-listed-count TO ws-display-count
           MOVE SPACES TO snapshot-report-record
           STRING "ACCOUNTS ON FILE=" ws-display-count
               DELIMITED BY SIZE INTO snapshot-report-record
           END-STRING
           WRITE snapshot-report-record
           MOVE ws-history-based-count TO ws-display-count
           MOVE SPACES TO snapshot-report-record
           STRING "TAKEN FROM HISTORY=" ws-display-count
               DELIMITED BY SIZE INTO snapshot-report-record
           END-STRING
           WRITE snapshot-report-record
           MOVE ws-unknown-count TO ws-display-count
           MOVE SPACES TO snapshot-report-record
           STRING "BALANCE UNKNOWN=" ws-display-count
               DELIMITED BY SIZE INTO snapshot-report-record
           END-STRING
           WRITE snapshot-report-record
           MOVE ws-snapshot-total TO ws-display-total
           MOVE SPACES TO snapshot-report-record
           STRING "TOTAL BALANCE=" ws-display-total
               DELIMITED BY SIZE INTO snapshot-report-record
           END-STRING
           WRITE snapshot-report-record
           CLOSE snapshot-report-file

           DISPLAY "Report written to account_balance_snapshot.txt"
           IF ws-unknown-count > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The sequence number keeps each account's records in the
      *> order they were written once the file is sorted by account.
       RELEASE-HISTORY-RECORDS.
           OPEN INPUT account-history-file
           IF NOT history-is-ok
               DISPLAY "No account_history.dat - master amounts only."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL history-end-of-file
               READ account-history-file
                   AT END
                       SET history-end-of-file TO TRUE
                   NOT AT END
                       ADD 1 TO ws-history-sequence
                       MOVE ah-acct-id TO ss-acct-id
                       MOVE ws-history-sequence TO ss-sequence
                       MOVE ah-run-date TO ss-run-date
                       MOVE ah-action TO ss-action
                       MOVE ah-before-amount TO ss-before-amount
                       MOVE ah-after-amount TO ss-after-amount
                       MOVE ah-acct-name TO ss-acct-name
                       RELEASE snapshot-sort-record
               END-READ
           END-PERFORM
           CLOSE account-history-file.

       MERGE-WITH-MASTER.
           MOVE 0 TO acct-id
           START account-master KEY IS >= acct-id
               INVALID KEY
                   MOVE ws-end-key TO ws-master-key
               NOT INVALID KEY
                   PERFORM READ-NEXT-MASTER
           END-START
           PERFORM RETURN-NEXT-HISTORY

           PERFORM UNTIL ws-master-key = ws-end-key
                   AND ws-history-key = ws-end-key
               IF ws-master-key < ws-history-key
                   MOVE ws-master-key TO ws-current-key
               ELSE
                   MOVE ws-history-key TO ws-current-key
               END-IF
               PERFORM SNAPSHOT-ONE-ACCOUNT
           END-PERFORM.

       READ-NEXT-MASTER.
           READ account-master NEXT
               AT END
                   MOVE ws-end-key TO ws-master-key
               NOT AT END
                   MOVE acct-id TO ws-master-key
           END-READ.

       RETURN-NEXT-HISTORY.
           RETURN snapshot-sort-file
               AT END
                   MOVE ws-end-key TO ws-history-key
               NOT AT END
                   MOVE ss-acct-id TO ws-history-key
           END-RETURN.

       SNAPSHOT-ONE-ACCOUNT.
           MOVE "N" TO ws-found-before-flag
           MOVE "N" TO ws-found-after-flag
           MOVE SPACES TO ws-group-name
           PERFORM UNTIL ws-history-key NOT = ws-current-key
               PERFORM NOTE-ONE-HISTORY-RECORD
               PERFORM RETURN-NEXT-HISTORY
           END-PERFORM

           MOVE "N" TO ws-on-master-flag
           IF ws-master-key = ws-current-key
               MOVE "Y" TO ws-on-master-flag
               MOVE acct-name TO ws-master-name
               MOVE acct-amount TO ws-master-amount
               MOVE acct-last-update TO ws-master-last-update
               PERFORM READ-NEXT-MASTER
           END-IF

           PERFORM DECIDE-SNAPSHOT-BALANCE
           IF balance-not-on-file
               EXIT PARAGRAPH
           END-IF

           IF account-on-master
               MOVE ws-master-name TO ws-group-name
           END-IF
           MOVE SPACES TO snapshot-report-record
           IF balance-is-unknown
               ADD 1 TO ws-unknown-count
               STRING ws-current-key(2:6) "  " ws-group-name
                   "     UNKNOWN  " ws-basis
                   DELIMITED BY SIZE INTO snapshot-report-record
               END-STRING
           ELSE
               ADD 1 TO ws-listed-count
               ADD ws-as-of-balance TO ws-snapshot-total
               MOVE ws-as-of-balance TO ws-display-amount
               STRING ws-current-key(2:6) "  " ws-group-name
                   "  " ws-display-amount "  " ws-basis
                   DELIMITED BY SIZE INTO snapshot-report-record
               END-STRING
           END-IF
           WRITE snapshot-report-record.

       NOTE-ONE-HISTORY-RECORD.
           IF ss-run-date > ws-snapshot-date
               IF NOT found-after
                   MOVE "Y" TO ws-found-after-flag
                   MOVE ss-action TO ws-first-later-action
                   MOVE ss-before-amount TO ws-first-later-before
                   IF NOT found-on-or-before
                       MOVE ss-acct-name TO ws-group-name
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ws-found-before-flag
           MOVE ss-action TO ws-last-action
           MOVE ss-after-amount TO ws-last-after-amount
           MOVE ss-acct-name TO ws-group-name.

       DECIDE-SNAPSHOT-BALANCE.
           MOVE 0 TO ws-as-of-balance
           EVALUATE TRUE
               WHEN found-on-or-before
                   IF ws-last-action = "BO-ADD"
                       SET balance-not-on-file TO TRUE
                   ELSE
                       SET balance-is-known TO TRUE
                       MOVE ws-last-after-amount TO ws-as-of-balance
                       MOVE "HISTORY" TO ws-basis
                       ADD 1 TO ws-history-based-count
                   END-IF
               WHEN found-after
                   IF ws-first-later-action = "ADD"
                       SET balance-not-on-file TO TRUE
                   ELSE
                       SET balance-is-known TO TRUE
                       MOVE ws-first-later-before TO ws-as-of-balance
                       MOVE "HISTORY" TO ws-basis
                       ADD 1 TO ws-history-based-count
                   END-IF
               WHEN account-on-master
                   IF ws-master-last-update <= ws-snapshot-date
                       SET balance-is-known TO TRUE
                       MOVE ws-master-amount TO ws-as-of-balance
                       MOVE "MASTER" TO ws-basis
                   ELSE
                       SET balance-is-unknown TO TRUE
                       MOVE "MASTER" TO ws-basis
                   END-IF
               WHEN OTHER
                   SET balance-not-on-file TO TRUE
           END-EVALUATE.

       END PROGRAM ACCOUNT-BALANCE-SNAPSHOT.
