      *> only then is the indexed master rebuilt from the record
      *> images. Replacing a master wholesale takes supervisor
      *> authority, and the restore is journaled.
      *> A restore is dual-controlled: the supervisor who keys it
      *> queues it on the shared approval queue once the generation
      *> proves out, a second supervisor approves it on
      *> APPROVAL-REVIEW, and the approved restore is offered here
      *> at the next sign-on - the generation is proved again before
      *> a single record is replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 UM-STATUS          PIC X(1).
           05 UM-REVIEWER        PIC X(20).
           05 UM-STATUS-DATE     PIC 9(8).
           05 UM-CATEGORY        PIC X(10).
           05 UM-QUEUE           PIC X(10).

       FD  SHIPMENT-MASTER.
       01  SHIPMENT-MASTER-RECORD.
           05 SM-SHIP-ID         PIC X(10).
           05 SM-BODY            PIC X(136).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05 BK-TYPE            PIC X(1).
           05 BK-IMAGE           PIC X(180).
       01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
           05 BK-T-TYPE          PIC X(1).
           05 BK-T-RECORD-COUNT  PIC 9(9).
           05 FILLER             PIC X(171).

       WORKING-STORAGE SECTION.
           01 WS-USER-STATUS     PIC X(02).
           01 WS-JRN-ACTION      PIC X(12).
           01 WS-JRN-KEY-VALUES  PIC X(60).

      *> Request area for the shared APPROVAL-QUEUE routine, and the
      *> restore a request carries.
           01 WS-APPR-FUNCTION   PIC X(1).
           01 WS-APPR-REQUEST.
               05 WS-APPR-REQUEST-ID  PIC 9(6).
               05 WS-APPR-STATUS      PIC X(1).
               05 WS-APPR-PROGRAM     PIC X(12).
               05 WS-APPR-ACTION      PIC X(12).
               05 WS-APPR-LEVEL       PIC 9(1).
               05 WS-APPR-REQUESTER   PIC X(20).
               05 WS-APPR-REQ-STAMP   PIC 9(14).
               05 WS-APPR-ACTOR       PIC X(20).
               05 WS-APPR-ACT-STAMP   PIC 9(14).
               05 WS-APPR-DETAIL      PIC X(120).
           01 WS-APPR-RESULT     PIC X(1).

           01 WS-RESTORE-PROPOSAL.
               05 FILLER             PIC X(7) VALUE "MASTER=".
               05 WS-RP-MASTER-PICK  PIC X(1).
               05 FILLER             PIC X(12) VALUE " GENERATION=".
               05 WS-RP-GEN-DATE     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Indexed Master Restore ---".
           MOVE 3 TO WS-REQUIRED-LEVEL
           CALL "OPERATOR-CHECK" USING WS-SUPERVISOR-ID
               WS-REQUIRED-LEVEL WS-AUTHORITY WS-CHECK-STATUS
               WS-JRN-PROGRAM
           IF WS-CHECK-STATUS NOT = "0"
               DISPLAY "Restore refused - supervisor authority is "
                   "required."
           END-IF
           MOVE WS-SUPERVISOR-ID TO WS-JRN-OPERATOR.

           PERFORM OFFER-APPROVED-RESTORE.

           DISPLAY "Master to restore (U = user, S = shipment, "
               "A = account): ".
           ACCEPT WS-MASTER-PICK.
           PERFORM NAME-THE-MASTER.
           IF WS-MASTER-NAME = SPACES
               DISPLAY "Pick must be U, S, or A."
               STOP RUN
           END-IF.

           DISPLAY "Generation date (YYYYMMDD): ".
           ACCEPT WS-GEN-DATE-IN.
           END-IF
           MOVE WS-GEN-DATE-IN TO WS-GEN-DATE.

           PERFORM NAME-THE-GENERATION.
           PERFORM PROVE-GENERATION.
           IF WS-TRAILER-SEEN NOT = "Y"
               OR WS-PROVE-COUNT NOT = WS-TRAILER-COUNT
           MOVE WS-PROVE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Generation proves out: " WS-DISPLAY-COUNT
               " records."
           DISPLAY "Queue a restore of " FUNCTION TRIM(WS-MASTER-NAME)
               " for approval? (Y/N): ".
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = "Y"
                   AND WS-CONFIRM-ANSWER NOT = "y"
               DISPLAY "Restore abandoned - nothing queued."
               STOP RUN
           END-IF.

           MOVE WS-MASTER-PICK TO WS-RP-MASTER-PICK
           MOVE WS-GEN-DATE TO WS-RP-GEN-DATE
           MOVE SPACES TO WS-APPR-REQUEST
           MOVE WS-JRN-PROGRAM TO WS-APPR-PROGRAM
           MOVE "RESTORE" TO WS-APPR-ACTION
           MOVE 3 TO WS-APPR-LEVEL
           MOVE WS-SUPERVISOR-ID TO WS-APPR-REQUESTER
           MOVE WS-RESTORE-PROPOSAL TO WS-APPR-DETAIL
           MOVE "S" TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           DISPLAY "Restore queued for approval as request "
               WS-APPR-REQUEST-ID " - nothing is replaced until a "
               "second supervisor approves it.".
           STOP RUN.

      *> An approved restore waiting for this program is offered
      *> before anything else; applying it ends the run. Declined,
      *> it stays approved for the next sign-on.
       OFFER-APPROVED-RESTORE.
           MOVE SPACES TO WS-APPR-REQUEST
           MOVE WS-JRN-PROGRAM TO WS-APPR-PROGRAM
           MOVE "RESTORE" TO WS-APPR-ACTION
           MOVE "N" TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           IF WS-APPR-RESULT NOT = "0"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APPR-DETAIL TO WS-RESTORE-PROPOSAL
           MOVE WS-RP-MASTER-PICK TO WS-MASTER-PICK
           MOVE WS-RP-GEN-DATE TO WS-GEN-DATE
           PERFORM NAME-THE-MASTER
           DISPLAY "Approved restore waiting - request "
               WS-APPR-REQUEST-ID
           DISPLAY "  " FUNCTION TRIM(WS-MASTER-NAME)
               " from generation " WS-GEN-DATE
           DISPLAY "  requested by " WS-APPR-REQUESTER
               " approved by " WS-APPR-ACTOR
           DISPLAY "THE CURRENT " FUNCTION TRIM(WS-MASTER-NAME)
               " WILL BE REPLACED. Apply now? (Y/N): ".
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER NOT = "Y"
                   AND WS-CONFIRM-ANSWER NOT = "y"
               DISPLAY "Approved restore left waiting."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUPERVISOR-ID TO WS-APPR-ACTOR
           PERFORM NAME-THE-GENERATION
           PERFORM PROVE-GENERATION
           IF WS-MASTER-NAME = SPACES
               OR WS-TRAILER-SEEN NOT = "Y"
               OR WS-PROVE-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY "Generation does not prove out against its "
                   "trailer - restore not applied: " WS-BACKUP-NAME
               MOVE "X" TO WS-APPR-FUNCTION
               CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
                   WS-APPR-REQUEST WS-APPR-RESULT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RELOAD-THE-MASTER.
           PERFORM JOURNAL-THE-RESTORE.
           MOVE "D" TO WS-APPR-FUNCTION
           CALL "APPROVAL-QUEUE" USING WS-APPR-FUNCTION
               WS-APPR-REQUEST WS-APPR-RESULT
           STOP RUN.

       NAME-THE-MASTER.
           EVALUATE WS-MASTER-PICK
               WHEN "U"
               WHEN "u"
                   MOVE "user_master" TO WS-MASTER-NAME
               WHEN "S"
               WHEN "s"
                   MOVE "shipment_master" TO WS-MASTER-NAME
               WHEN "A"
               WHEN "a"
                   MOVE "account_master" TO WS-MASTER-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-MASTER-NAME
           END-EVALUATE.

       NAME-THE-GENERATION.
           MOVE SPACES TO WS-BACKUP-NAME
           STRING "backup_" FUNCTION TRIM(WS-MASTER-NAME)
               "_" WS-GEN-DATE ".dat"
               DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           END-STRING.

       JOURNAL-THE-RESTORE.
           MOVE "RESTORE" TO WS-JRN-ACTION
           MOVE SPACES TO WS-JRN-KEY-VALUES
           STRING "MASTER=" WS-MASTER-NAME
                   WS-DISPLAY-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROVE-GENERATION.
           MOVE 0 TO WS-PROVE-COUNT
           OPEN INPUT BACKUP-FILE
           IF NOT BACKUP-FILE-OK
               DISPLAY "No generation on disk: " WS-BACKUP-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BACKUP-END-OF-FILE
               READ BACKUP-FILE
           EVALUATE WS-MASTER-PICK
               WHEN "U"
               WHEN "u"
      *> A generation taken before entries carried a category and
      *> queue reloads with those blank, which the review programs
      *> read as the GENERAL queue.
                   MOVE BK-IMAGE(1:176) TO USER-MASTER-RECORD
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                   END-WRITE
               WHEN "S"
               WHEN "s"
                   MOVE BK-IMAGE(1:146) TO SHIPMENT-MASTER-RECORD
                   WRITE SHIPMENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
