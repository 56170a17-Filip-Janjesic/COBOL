
           01 WS-SEAL-DATE-IN    PIC X(8).
           01 WS-SEAL-DATE       PIC X(8).
           01 WS-PROCESSING-DATE PIC 9(8).
           01 WS-DATE-SOURCE     PIC X(1).

           01 WS-FIRST-SEQ       PIC 9(9) VALUE 0.
           01 WS-LAST-SEQ        PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Journal Daily Seal ---".
      *> Blank seals the shop's processing date, so a stream
      *> caught up the morning after seals the night it missed.
           DISPLAY "Seal date YYYYMMDD (blank = processing date): ".
           ACCEPT WS-SEAL-DATE-IN.
           IF WS-SEAL-DATE-IN = SPACES
               CALL "PROCESSING-DATE" USING WS-PROCESSING-DATE
                   WS-DATE-SOURCE
               MOVE WS-PROCESSING-DATE TO WS-SEAL-DATE
           ELSE
               MOVE WS-SEAL-DATE-IN TO WS-SEAL-DATE
           END-IF.
