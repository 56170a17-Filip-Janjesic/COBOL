      *> deleting the adds and restoring the changes' before names
      *> and amounts - and writes its own backout register for the
      *> auditors. Reversing a run takes supervisor authority.
      *> Every reversal is also appended to account_history.dat,
      *> dated the day of the backout and naming the run reversed,
      *> so the balance history shows the account as it really
      *> stood on each date.
      *> A backout is dual-controlled: the supervisor who names the
      *> run queues it on the shared approval queue, a second
      *> supervisor approves it on APPROVAL-REVIEW, and the approved
      *> backout is offered here at the next sign-on. Only then is
      *> a single account touched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS acct-id
               FILE STATUS IS master-status.

           SELECT account-history-file ASSIGN TO
                   "account_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS account-history-status.

           SELECT backout-register-file ASSIGN TO
                   "account_backout_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  backout-register-file.
       01  backout-register-record  PIC X(100).

       01  master-status            PIC XX.
           88 master-is-ok             VALUE "00".
       01  backout-status           PIC XX.
       01  account-history-status   PIC XX.
       01  ws-history-action        PIC X(6).
       01  ws-history-before        PIC 9(7)V99.

       01  ws-target-date-in        PIC X(8).
       01  ws-target-date           PIC 9(8).
       01  ws-jrn-action            PIC X(12).
       01  ws-jrn-key-values        PIC X(60).

      *> Request area for the shared APPROVAL-QUEUE routine, and the
      *> run a backout request carries.
       01  ws-appr-function         PIC X.
       01  ws-appr-request.
           05 ws-appr-request-id    PIC 9(6).
           05 ws-appr-status        PIC X.
           05 ws-appr-program       PIC X(12).
           05 ws-appr-action        PIC X(12).
           05 ws-appr-level         PIC 9.
           05 ws-appr-requester     PIC X(20).
           05 ws-appr-req-stamp     PIC 9(14).
           05 ws-appr-actor         PIC X(20).
           05 ws-appr-act-stamp     PIC 9(14).
           05 ws-appr-detail        PIC X(120).
       01  ws-appr-result           PIC X.
       01  ws-confirm-answer        PIC X.
       01  ws-backout-flag          PIC X.
           88 backout-was-run          VALUE 'Y'.

       01  ws-backout-proposal.
           05 FILLER                PIC X(9) VALUE "RUN-DATE=".
           05 ws-bp-run-date        PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Account Master Run Backout ---".
           MOVE 3 TO ws-required-level
           CALL "OPERATOR-CHECK" USING ws-supervisor-id
               ws-required-level ws-authority ws-check-status
               ws-jrn-program
           IF ws-check-status NOT = "0"
               DISPLAY "Backout refused - supervisor authority is "
                   "required."
           END-IF
           MOVE ws-supervisor-id TO ws-jrn-operator.

           PERFORM OFFER-APPROVED-BACKOUT.

           DISPLAY "Run date to back out (YYYYMMDD): ".
           ACCEPT ws-target-date-in.
           IF ws-target-date-in NOT NUMERIC
               STOP RUN
           END-IF
           MOVE ws-target-date-in TO ws-target-date.

           PERFORM LOAD-RUN-JOURNAL.
           IF ws-work-count = 0
           IF journal-was-truncated
               DISPLAY "The run holds more records than this "
                   "program can hold in storage - backout "
                   "could not be run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ws-work-count TO ws-display-count
           DISPLAY "Run " ws-target-date " holds " ws-display-count
               " updates."
           DISPLAY "Queue a backout of this run for approval? (Y/N): "
           ACCEPT ws-confirm-answer
           IF ws-confirm-answer NOT = "Y"
                   AND ws-confirm-answer NOT = "y"
               DISPLAY "Backout abandoned - nothing queued."
               STOP RUN
           END-IF.

           MOVE ws-target-date TO ws-bp-run-date
           MOVE SPACES TO ws-appr-request
           MOVE ws-jrn-program TO ws-appr-program
           MOVE "BACKOUT" TO ws-appr-action
           MOVE 3 TO ws-appr-level
           MOVE ws-supervisor-id TO ws-appr-requester
           MOVE ws-backout-proposal TO ws-appr-detail
           MOVE "S" TO ws-appr-function
           CALL "APPROVAL-QUEUE" USING ws-appr-function
               ws-appr-request ws-appr-result
           DISPLAY "Backout queued for approval as request "
               ws-appr-request-id " - no account changes until a "
               "second supervisor approves it.".
           STOP RUN.

      *> An approved backout waiting for this program is offered
      *> before anything else; applying it ends the run. Declined,
      *> it stays approved for the next sign-on.
       OFFER-APPROVED-BACKOUT.
           MOVE SPACES TO ws-appr-request
           MOVE ws-jrn-program TO ws-appr-program
           MOVE "BACKOUT" TO ws-appr-action
           MOVE "N" TO ws-appr-function
           CALL "APPROVAL-QUEUE" USING ws-appr-function
               ws-appr-request ws-appr-result
           IF ws-appr-result NOT = "0"
               EXIT PARAGRAPH
           END-IF

           MOVE ws-appr-detail TO ws-backout-proposal
           MOVE ws-bp-run-date TO ws-target-date
           DISPLAY "Approved backout waiting - request "
               ws-appr-request-id
           DISPLAY "  run " ws-target-date
               " requested by " ws-appr-requester
               " approved by " ws-appr-actor
           DISPLAY "Apply the backout now? (Y/N): "
           ACCEPT ws-confirm-answer
           IF ws-confirm-answer NOT = "Y"
                   AND ws-confirm-answer NOT = "y"
               DISPLAY "Approved backout left waiting."
               EXIT PARAGRAPH
           END-IF

           PERFORM RUN-THE-BACKOUT
           MOVE ws-supervisor-id TO ws-appr-actor
           IF backout-was-run
               MOVE "D" TO ws-appr-function
           ELSE
               MOVE "X" TO ws-appr-function
           END-IF
           CALL "APPROVAL-QUEUE" USING ws-appr-function
               ws-appr-request ws-appr-result
           STOP RUN.

       RUN-THE-BACKOUT.
           MOVE 'N' TO ws-backout-flag
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-backout-date.

           PERFORM LOAD-RUN-JOURNAL.
           IF ws-work-count = 0
               DISPLAY "No journal records for run " ws-target-date
                   " - nothing to back out."
               EXIT PARAGRAPH
           END-IF.
           IF journal-was-truncated
               DISPLAY "The run holds more records than this "
                   "program can hold in storage - backout "
                   "abandoned before any reversal."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O account-master
           IF NOT master-is-ok
               DISPLAY "Unable to open account_master.dat. Status="
                   master-status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT backout-register-file.
               DELIMITED BY SIZE INTO backout-register-record
           END-STRING
           WRITE backout-register-record.
           MOVE SPACES TO backout-register-record
           STRING "APPROVAL REQUEST " ws-appr-request-id
               " REQUESTED BY " ws-appr-requester
               " APPROVED BY " ws-appr-actor
               DELIMITED BY SIZE INTO backout-register-record
           END-STRING
           WRITE backout-register-record.

           PERFORM VARYING ws-work-idx FROM ws-work-count BY -1
                   UNTIL ws-work-idx < 1
           DISPLAY "Backout complete - " ws-display-count
               " updates reversed. Register in "
               "account_backout_register.txt".
           MOVE 'Y' TO ws-backout-flag.

       LOAD-RUN-JOURNAL.
           MOVE 0 TO ws-work-count
           MOVE 'N' TO ws-truncated-flag
           OPEN INPUT update-journal-file
           IF journal-file-ok
               PERFORM UNTIL journal-end-of-file
           END-READ.

       REVERSE-AN-ADD.
           MOVE acct-amount TO ws-history-before
           DELETE account-master
               INVALID KEY
                   ADD 1 TO ws-skipped-count
                   MOVE ws-register-line
                       TO backout-register-record
                   WRITE backout-register-record
                   MOVE "BO-ADD" TO ws-history-action
                   MOVE 0 TO acct-amount
                   PERFORM WRITE-ACCOUNT-HISTORY
           END-DELETE.

       REVERSE-A-CHANGE.
           MOVE acct-amount TO ws-display-after
           MOVE acct-amount TO ws-history-before
           MOVE ws-wk-before-name(ws-work-idx) TO acct-name
           MOVE ws-wk-before-amount(ws-work-idx) TO acct-amount
           MOVE ws-backout-date TO acct-last-update
                   MOVE ws-register-line
                       TO backout-register-record
                   WRITE backout-register-record
                   MOVE "BO-CHG" TO ws-history-action
                   PERFORM WRITE-ACCOUNT-HISTORY
           END-REWRITE.

      *> A removed account is recorded with a zero after amount; the
      *> inquiry and snapshot read a BO-ADD as "not on file" from
      *> that date.
       WRITE-ACCOUNT-HISTORY.
           OPEN EXTEND account-history-file
           IF account-history-status = "05" OR "35"
               OPEN OUTPUT account-history-file
           END-IF
           MOVE SPACES TO account-history-record
           MOVE ws-backout-date TO ah-run-date
           MOVE ws-history-action TO ah-action
           MOVE ws-wk-acct-id(ws-work-idx) TO ah-acct-id
           MOVE "BACKOUT" TO ah-source-id
           MOVE ws-history-before TO ah-before-amount
           MOVE acct-amount TO ah-after-amount
           MOVE acct-name TO ah-acct-name
           MOVE ws-target-date TO ah-reversed-run-date
           MOVE FUNCTION CURRENT-DATE(1:14) TO ah-timestamp
           WRITE account-history-record
           CLOSE account-history-file.

       WRITE-SKIPPED-LINE.
           MOVE SPACES TO ws-register-line
           STRING "NOT REVERSED ID=" ws-wk-acct-id(ws-work-idx)
