
           01 WS-RUN-DATE-IN     PIC X(8).
           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).
           01 WS-BATCH-ID        PIC X(8).

           01 WS-INSTR-TABLE-MAX PIC 9(3) VALUE 200.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Standing Instruction Generator ---".
           DISPLAY "Run date YYYYMMDD (blank = processing date): ".
           ACCEPT WS-RUN-DATE-IN.
           IF WS-RUN-DATE-IN = SPACES
               CALL "PROCESSING-DATE" USING WS-RUN-DATE
                   WS-RUN-DATE-SOURCE
           ELSE
               IF WS-RUN-DATE-IN NOT NUMERIC
                   DISPLAY "Run date must be numeric YYYYMMDD."
