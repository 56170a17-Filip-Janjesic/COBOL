           05 UM-STATUS          PIC X(1).
           05 UM-REVIEWER        PIC X(20).
           05 UM-STATUS-DATE     PIC 9(8).
           05 UM-CATEGORY        PIC X(10).
           05 UM-QUEUE           PIC X(10).

      *> The backup treats each record as an opaque image, so only
      *> the keys are broken out; the bodies are sized to the full
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
       01  BACKUP-HEADER-RECORD REDEFINES BACKUP-RECORD.
           05 BK-H-TYPE          PIC X(1).
           05 BK-H-MASTER-NAME   PIC X(20).
           05 BK-H-BACKUP-DATE   PIC 9(8).
           05 FILLER             PIC X(152).
       01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
           05 BK-T-TYPE          PIC X(1).
           05 BK-T-RECORD-COUNT  PIC 9(9).
           05 FILLER             PIC X(171).

       WORKING-STORAGE SECTION.
           01 WS-USER-STATUS     PIC X(02).
