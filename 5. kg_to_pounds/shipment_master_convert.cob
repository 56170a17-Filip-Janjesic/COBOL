       PROGRAM-ID. SHIPMENT-MASTER-CONVERT.
       AUTHOR. Filip.

      *> One-time conversion of the shipment master from its
      *> 102-byte layout, which ends at SM-CHARGEABLE, to the
      *> 146-byte layout. A shipment_master.dat built under the
      *> 102-byte definition fails to open (status 39) under the
      *> new one, so this job must run once at deployment:
      *>   1. rename the existing master to shipment_master_old.dat
      *>   2. run this program - it copies every record into a
      *>      fresh shipment_master.dat, carrying every field across
      *>      and giving the new fields their resting values
      *>   3. keep shipment_master_old.dat until the new master is
      *>      confirmed good, then remove it
      *> The old file is opened under its 102-byte definition, so
      *> nothing about it has to change. The 146-byte layout adds
      *> the fuel surcharge (SM-FUEL-CHARGE), the void marker
      *> (SM-VOID-FLAG, SM-VOID-DATE) and the carrier tracking
      *> fields (SM-TRACK-STATUS, SM-TRACK-DATE, SM-PICKUP-DATE,
      *> SM-DELIVERY-DATE). Every converted shipment starts with no
      *> surcharge, not void and no tracking events - the same
      *> values the manifest batch writes for a new shipment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 OLD-CONVERTED      PIC 9(7)V99.
           05 OLD-RUN-DATE       PIC 9(8).
           05 OLD-TIMESTAMP      PIC X(21).
           05 OLD-CUSTOMER       PIC X(6).
           05 OLD-CHARGE         PIC 9(7)V99.
           05 OLD-INVOICE-NO     PIC 9(6).
           05 OLD-CARRIER        PIC X(4).
           05 OLD-ACK-STATUS     PIC X(1).
           05 OLD-ACK-DATE       PIC 9(8).
           05 OLD-CHARGEABLE     PIC 9(7)V99.

       FD  SHIPMENT-MASTER.
       01  SHIPMENT-MASTER-RECORD.
           05 SM-ACK-STATUS      PIC X(1).
           05 SM-ACK-DATE        PIC 9(8).
           05 SM-CHARGEABLE      PIC 9(7)V99.
           05 SM-FUEL-CHARGE     PIC 9(7)V99.
           05 SM-VOID-FLAG       PIC X(1).
               88 SHIPMENT-IS-VOID   VALUE "V".
           05 SM-VOID-DATE       PIC 9(8).
           05 SM-TRACK-STATUS    PIC X(2).
           05 SM-TRACK-DATE      PIC 9(8).
           05 SM-PICKUP-DATE     PIC 9(8).
           05 SM-DELIVERY-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC X(02).
           88 MASTER-OK          VALUE "00".
       01  WS-OLD-EOF-FLAG   PIC X(1) VALUE "N".
           88 OLD-END-OF-FILE    VALUE "Y".
       01  WS-CONVERTED-COUNT PIC 9(6) VALUE 0.
       01  WS-DISPLAY-COUNT  PIC ZZZZZ9.

               "master is confirmed good."
           STOP RUN.

      *> Every existing field carries across unchanged; the new
      *> fields start at the resting values the manifest batch
      *> writes for a new shipment.
       CONVERT-ONE-RECORD.
           MOVE SPACES TO SHIPMENT-MASTER-RECORD
           MOVE OLD-SHIP-ID TO SM-SHIP-ID
           MOVE OLD-CONVERTED TO SM-CONVERTED
           MOVE OLD-RUN-DATE TO SM-RUN-DATE
           MOVE OLD-TIMESTAMP TO SM-TIMESTAMP
           MOVE OLD-CUSTOMER TO SM-CUSTOMER
           MOVE OLD-CHARGE TO SM-CHARGE
           MOVE OLD-INVOICE-NO TO SM-INVOICE-NO
           MOVE OLD-CARRIER TO SM-CARRIER
           MOVE OLD-ACK-STATUS TO SM-ACK-STATUS
           MOVE OLD-ACK-DATE TO SM-ACK-DATE
           MOVE OLD-CHARGEABLE TO SM-CHARGEABLE
           MOVE 0 TO SM-FUEL-CHARGE
           MOVE SPACE TO SM-VOID-FLAG
           MOVE 0 TO SM-VOID-DATE
           MOVE SPACES TO SM-TRACK-STATUS
           MOVE 0 TO SM-TRACK-DATE
           MOVE 0 TO SM-PICKUP-DATE
           MOVE 0 TO SM-DELIVERY-DATE
           WRITE SHIPMENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error writing shipment " SM-SHIP-ID
