       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-ROUTE-CONVERT.
       AUTHOR. Filip.

      *> One-time conversion for the routing fields. A
      *> user_master.dat built before MST-CATEGORY and MST-QUEUE
      *> were added fails to open under the new file definition, so
      *> this job must run once at deployment:
      *>   1. put the routing rules in user_routing_rules.dat
      *>   2. rename the existing master to user_master_old.dat
      *>   3. run this program - it copies every record into a
      *>      fresh user_master.dat, review status untouched, and
      *>      routes each message through USER-ROUTE so the entries
      *>      already waiting land in their queues too
      *>   4. keep user_master_old.dat until the new master is
      *>      confirmed good, then remove it
      *> The old file is opened under its previous definition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "user_master_old.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ENTRY-ID
               ALTERNATE RECORD KEY IS OLD-NAME WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "user_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ENTRY-ID
               ALTERNATE RECORD KEY IS MST-NAME WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05 OLD-ENTRY-ID   PIC 9(6).
           05 OLD-TIMESTAMP  PIC X(21).
           05 OLD-NAME       PIC X(30).
           05 OLD-MESSAGE    PIC X(70).
           05 OLD-STATUS     PIC X(1).
           05 OLD-REVIEWER   PIC X(20).
           05 OLD-STATUS-DATE PIC 9(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-ENTRY-ID   PIC 9(6).
           05 MST-TIMESTAMP  PIC X(21).
           05 MST-NAME       PIC X(30).
           05 MST-MESSAGE    PIC X(70).
           05 MST-STATUS     PIC X(1).
           05 MST-REVIEWER   PIC X(20).
           05 MST-STATUS-DATE PIC 9(8).
           05 MST-CATEGORY   PIC X(10).
           05 MST-QUEUE      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC X(02).
           88 OLD-MASTER-OK      VALUE "00".
       01  WS-MASTER-STATUS  PIC X(02).
           88 MASTER-OK          VALUE "00".
       01  WS-OLD-EOF-FLAG   PIC X(1) VALUE "N".
           88 OLD-END-OF-FILE    VALUE "Y".
       01  WS-CONVERTED-COUNT PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01  WS-DISPLAY-COUNT  PIC ZZZZZ9.
       01  WS-ROUTE-MATCH-FLAG PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- User Master Routing Conversion ---".

           OPEN INPUT OLD-MASTER-FILE
           IF NOT OLD-MASTER-OK
               DISPLAY "Unable to open user_master_old.dat. Status="
                   WS-OLD-STATUS
               DISPLAY "Rename the existing user_master.dat to "
                   "user_master_old.dat first."
               GOBACK
           END-IF

           OPEN OUTPUT MASTER-FILE
           IF NOT MASTER-OK
               DISPLAY "Unable to create user_master.dat. Status="
                   WS-MASTER-STATUS
               CLOSE OLD-MASTER-FILE
               GOBACK
           END-IF

           MOVE 0 TO OLD-ENTRY-ID
           START OLD-MASTER-FILE
               KEY IS >= OLD-ENTRY-ID
               INVALID KEY
                   SET OLD-END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL OLD-END-OF-FILE
               READ OLD-MASTER-FILE NEXT
                   AT END
                       SET OLD-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-MASTER-FILE
           CLOSE MASTER-FILE

           MOVE WS-CONVERTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Records converted: " WS-DISPLAY-COUNT
           MOVE WS-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "Matched no routing rule (GENERAL): "
               WS-DISPLAY-COUNT
           DISPLAY "Keep user_master_old.dat until the new master "
               "is confirmed good."
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE SPACES TO MASTER-RECORD
           MOVE OLD-ENTRY-ID TO MST-ENTRY-ID
           MOVE OLD-TIMESTAMP TO MST-TIMESTAMP
           MOVE OLD-NAME TO MST-NAME
           MOVE OLD-MESSAGE TO MST-MESSAGE
           MOVE OLD-STATUS TO MST-STATUS
           MOVE OLD-REVIEWER TO MST-REVIEWER
           MOVE OLD-STATUS-DATE TO MST-STATUS-DATE
           CALL "USER-ROUTE" USING MST-MESSAGE MST-CATEGORY MST-QUEUE
               WS-ROUTE-MATCH-FLAG
           IF WS-ROUTE-MATCH-FLAG NOT = "Y"
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error writing entry " MST-ENTRY-ID
                       " status " WS-MASTER-STATUS
           END-WRITE
           IF MASTER-OK
               ADD 1 TO WS-CONVERTED-COUNT
           END-IF.

       END PROGRAM USER-ROUTE-CONVERT.
