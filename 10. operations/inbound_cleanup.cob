       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-CLEANUP.
       AUTHOR. FILIP JANJESIC.
      *> Pre-load character cleanup of the inbound files - extract
      *> files, registrar extracts, carrier files, web-form imports
      *> - which arrive with tabs, accented letters and stray
      *> control characters that the loads reject one record at a
      *> time. DATA-QUALITY-SCAN reports such bytes in data already
      *> held; this puts them right before the data is loaded.
      *> inbound_cleanup_params.dat names each inbound file and its
      *> text fields by column, one line per field (fixed columns):
      *>   file name (40), field name (12), start column (3),
      *>   length (3), each followed by one space.
      *> Lines starting * are comments. A file named on no line is
      *> not touched, so fixed numeric and key columns keep their
      *> exact bytes.
      *> Every character of a named field goes through
      *> CHAR-CLASSIFY:
      *>   tab                  replaced by a space
      *>   control character    stripped - the rest of the field
      *>                        closes up and the field is padded
      *>                        with spaces at its end
      *>   accented letter      transliterated to the plain upper
      *>                        or lower case letter through the
      *>                        translation table below, whether it
      *>                        came as one Latin-1 byte or as a
      *>                        two-byte UTF-8 sequence
      *>   anything else        left in place and counted as not
      *>                        mapped, never silently altered
      *> char_translation.dat, when on disk, overrides the built-in
      *> table: code point (3) in 160-383, a space, the plain
      *> letter; * as the letter takes a mapping away.
      *> A file that needed changes is kept as it arrived in
      *> <name>.raw and the cleaned copy takes its name, so the
      *> loads read the cleaned data under their usual names; a file
      *> with nothing to change is left alone, so a rerun does not
      *> overwrite the raw copy. Every change is listed in
      *> inbound_cleanup_report.txt by file, record, field,
      *> position, and old and new character, with counts per file.
      *> Characters left unmapped end the run with RC 4 so
      *> NIGHTLY-DRIVER flags the step; a cleaned copy that could
      *> not be written ends it with RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "inbound_cleanup_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT TRANSLATION-FILE ASSIGN TO "char_translation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSLATION-STATUS.

           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT CLEAN-FILE ASSIGN TO DYNAMIC WS-CLEAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.

           SELECT CLEANUP-REPORT-FILE ASSIGN TO
                   "inbound_cleanup_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 IP-FILE-NAME       PIC X(40).
           05 FILLER             PIC X(1).
           05 IP-FIELD-NAME      PIC X(12).
           05 FILLER             PIC X(1).
           05 IP-FIELD-START     PIC 9(3).
           05 FILLER             PIC X(1).
           05 IP-FIELD-LENGTH    PIC 9(3).

       FD  TRANSLATION-FILE.
       01  TRANSLATION-RECORD.
           05 TR-CODE-POINT      PIC 9(3).
           05 FILLER             PIC X(1).
           05 TR-PLAIN-CHAR      PIC X(1).

       FD  INBOUND-FILE.
       01  INBOUND-RECORD        PIC X(500).

       FD  CLEAN-FILE.
       01  CLEAN-RECORD          PIC X(500).

       FD  CLEANUP-REPORT-FILE.
       01  CLEANUP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-PARAMETER-STATUS PIC X(02).
               88 PARAMETER-FILE-OK      VALUE "00".
               88 PARAMETER-END-OF-FILE  VALUE "10".
           01 WS-TRANSLATION-STATUS PIC X(02).
               88 TRANSLATION-FILE-OK     VALUE "00".
               88 TRANSLATION-END-OF-FILE VALUE "10".
           01 WS-INBOUND-STATUS  PIC X(02).
               88 INBOUND-FILE-OK        VALUE "00".
               88 INBOUND-END-OF-FILE    VALUE "10".
           01 WS-CLEAN-STATUS    PIC X(02).
               88 CLEAN-FILE-OK          VALUE "00".
           01 WS-REPORT-STATUS   PIC X(02).

           01 WS-INBOUND-NAME    PIC X(40).
           01 WS-CLEAN-NAME      PIC X(46).
           01 WS-RAW-NAME        PIC X(44).
           01 WS-RENAME-RESULT   PIC S9(9) COMP-5.

           01 WS-RUN-DATE        PIC 9(8).
           01 WS-RUN-DATE-SOURCE PIC X(1).

      *> Plain letter for each code point from 160 to 383 - the
      *> Latin-1 supplement and Latin Extended-A, which between them
      *> carry the accented letters of the western and central
      *> European names and addresses the feeds bring in. * marks a
      *> character with no single plain letter (ligatures, symbols,
      *> eth and thorn), left in place and counted. The no-break
      *> space at 160 becomes an ordinary space.
           01 WS-TRANSLATION-DEFS.
      *>        160-191  no-break space, Latin-1 symbols
               05 FILLER PIC X(32) VALUE
                   " *******************************".
      *>        192-223  upper case A grave to sharp s
               05 FILLER PIC X(32) VALUE
                   "AAAAAA*CEEEEIIIIDNOOOOO*OUUUUY**".
      *>        224-255  lower case a grave to y diaeresis
               05 FILLER PIC X(32) VALUE
                   "aaaaaa*ceeeeiiiidnooooo*ouuuuy*y".
      *>        256-287  A macron to g breve
               05 FILLER PIC X(32) VALUE
                   "AaAaAaCcCcCcCcDdDdEeEeEeEeEeGgGg".
      *>        288-319  G dot to L middle dot
               05 FILLER PIC X(32) VALUE
                   "GgGgHhHhIiIiIiIiIi**JjKk*LlLlLlL".
      *>        320-351  l middle dot to s cedilla
               05 FILLER PIC X(32) VALUE
                   "lLlNnNnNn***OoOoOo**RrRrRrSsSsSs".
      *>        352-383  S caron to long s
               05 FILLER PIC X(32) VALUE
                   "SsTtTtTtUuUuUuUuUuUuWwYyYZzZzZz*".
           01 WS-TRANSLATION-TABLE REDEFINES WS-TRANSLATION-DEFS.
               05 WS-PLAIN-LETTER PIC X(1) OCCURS 224 TIMES.
           01 WS-TRANSLATION-OVERRIDES PIC 9(3) VALUE 0.

           01 WS-FIELD-MAX       PIC 9(3) VALUE 200.
           01 WS-FIELD-COUNT     PIC 9(3) VALUE 0.
           01 WS-FIELD-TABLE.
               05 WS-FIELD-ENTRY OCCURS 200 TIMES.
                   10 WS-FD-FILE-NAME   PIC X(40).
                   10 WS-FD-FIELD-NAME  PIC X(12).
                   10 WS-FD-START       PIC 9(3).
                   10 WS-FD-LENGTH      PIC 9(3).
           01 WS-FIELD-IDX       PIC 9(3).

           01 WS-FILE-MAX        PIC 9(2) VALUE 40.
           01 WS-FILE-COUNT      PIC 9(2) VALUE 0.
           01 WS-FILE-TABLE.
               05 WS-FL-NAME     PIC X(40) OCCURS 40 TIMES.
           01 WS-FILE-IDX        PIC 9(2).
           01 WS-MATCH-IDX       PIC 9(2).
           01 WS-PARAMETERS-REJECTED PIC 9(3) VALUE 0.

           01 WS-RECORD-BUFFER   PIC X(500).
           01 WS-FIELD-BUFFER    PIC X(500).
           01 WS-FIELD-CHARS REDEFINES WS-FIELD-BUFFER
                                 PIC X(1) OCCURS 500 TIMES.
           01 WS-OUT-BUFFER      PIC X(500).
           01 WS-OUT-CHARS REDEFINES WS-OUT-BUFFER
                                 PIC X(1) OCCURS 500 TIMES.
           01 WS-FIELD-START     PIC 9(3).
           01 WS-FIELD-LENGTH    PIC 9(3).
           01 WS-FIELD-NAME      PIC X(12).
           01 WS-IN-IDX          PIC 9(3).
           01 WS-OUT-IDX         PIC 9(3).
           01 WS-PEEK-IDX        PIC 9(3).
           01 WS-BYTE-IDX        PIC 9(3).
           01 WS-RECORD-NUMBER   PIC 9(7).

      *> The character under the cursor, and how many bytes it
      *> spans when it arrived as a UTF-8 sequence.
           01 WS-CHAR-CODE       PIC 9(3).
           01 WS-NEXT-CODE       PIC 9(3).
           01 WS-CODE-POINT      PIC 9(5).
           01 WS-SEQ-LENGTH      PIC 9(1).
           01 WS-SEQ-NEEDED      PIC 9(1).
           01 WS-PLAIN-CHAR      PIC X(1).

           01 WS-CC-CHAR         PIC X.
           01 WS-CC-IS-VOWEL     PIC X.
           01 WS-CC-IS-CONSONANT PIC X.
           01 WS-CC-IS-DIGIT     PIC X.
           01 WS-CC-IS-UPPERCASE PIC X.
           01 WS-CC-IS-PUNCTUATION PIC X.
           01 WS-CC-IS-WHITESPACE PIC X.
           01 WS-CC-IS-VALID     PIC X.

           01 WS-HEX-DIGITS      PIC X(16) VALUE "0123456789ABCDEF".
           01 WS-HEX-HIGH        PIC 9(2).
           01 WS-HEX-LOW         PIC 9(2).
           01 WS-OLD-HEX         PIC X(8).
           01 WS-HEX-POINTER     PIC 9(2).
           01 WS-NEW-TEXT        PIC X(12).

           01 WS-FILE-COUNTS.
               05 WS-FILE-RECORDS    PIC 9(7).
               05 WS-FILE-TABS       PIC 9(7).
               05 WS-FILE-STRIPPED   PIC 9(7).
               05 WS-FILE-MAPPED     PIC 9(7).
               05 WS-FILE-UNMAPPED   PIC 9(7).
           01 WS-FILE-CHANGES    PIC 9(7).
           01 WS-TOTAL-COUNTS.
               05 WS-TOTAL-FILES     PIC 9(3).
               05 WS-TOTAL-CLEANED   PIC 9(3).
               05 WS-TOTAL-RECORDS   PIC 9(7).
               05 WS-TOTAL-TABS      PIC 9(7).
               05 WS-TOTAL-STRIPPED  PIC 9(7).
               05 WS-TOTAL-MAPPED    PIC 9(7).
               05 WS-TOTAL-UNMAPPED  PIC 9(7).
           01 WS-WRITE-FAILED-FLAG PIC X(1) VALUE "N".
               88 A-WRITE-FAILED       VALUE "Y".
           01 WS-CLEAN-COPY-FLAG PIC X(1).
               88 CLEAN-COPY-COMPLETE  VALUE "Y".
               88 CLEAN-COPY-SHORT     VALUE "N".

           01 WS-DISPLAY-RECORD  PIC Z(6)9.
           01 WS-DISPLAY-POS     PIC ZZ9.
           01 WS-DISPLAY-COUNT   PIC Z(6)9.
           01 WS-DISPLAY-TABS    PIC Z(6)9.
           01 WS-DISPLAY-STRIPPED PIC Z(6)9.
           01 WS-DISPLAY-MAPPED  PIC Z(6)9.
           01 WS-DISPLAY-UNMAPPED PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "--- Inbound Character Cleanup ---".
           CALL "PROCESSING-DATE" USING WS-RUN-DATE
               WS-RUN-DATE-SOURCE.
           INITIALIZE WS-TOTAL-COUNTS.

           OPEN OUTPUT CLEANUP-REPORT-FILE.
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "INBOUND CHARACTER CLEANUP FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD.
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           WRITE CLEANUP-REPORT-RECORD.

           PERFORM LOAD-TRANSLATIONS.
           PERFORM LOAD-PARAMETERS.

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM CLEAN-ONE-FILE
           END-PERFORM.

           PERFORM WRITE-CLEANUP-TOTALS.
           CLOSE CLEANUP-REPORT-FILE.

           MOVE WS-TOTAL-CLEANED TO WS-DISPLAY-COUNT
           DISPLAY "Files cleaned:    " WS-DISPLAY-COUNT.
           MOVE WS-TOTAL-UNMAPPED TO WS-DISPLAY-COUNT
           DISPLAY "Left unmapped:    " WS-DISPLAY-COUNT.
           DISPLAY "Details in inbound_cleanup_report.txt".
           IF A-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-UNMAPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-TRANSLATIONS.
           OPEN INPUT TRANSLATION-FILE
           IF NOT TRANSLATION-FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRANSLATION-END-OF-FILE
               READ TRANSLATION-FILE
                   AT END
                       SET TRANSLATION-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-CODE-POINT NUMERIC
                               AND TR-CODE-POINT >= 160
                               AND TR-CODE-POINT <= 383
                           MOVE TR-PLAIN-CHAR TO
                               WS-PLAIN-LETTER(TR-CODE-POINT - 159)
                           ADD 1 TO WS-TRANSLATION-OVERRIDES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSLATION-FILE
           MOVE WS-TRANSLATION-OVERRIDES TO WS-DISPLAY-COUNT
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "TRANSLATION OVERRIDES FROM char_translation.dat="
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD.

      *> Each parameter line adds a field; the distinct file names
      *> are kept in the order they first appear, which is the order
      *> the files are cleaned in.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF NOT PARAMETER-FILE-OK
               MOVE "NO inbound_cleanup_params.dat - NOTHING TO CLEAN"
                   TO CLEANUP-REPORT-RECORD
               WRITE CLEANUP-REPORT-RECORD
               DISPLAY "No inbound_cleanup_params.dat - nothing "
                   "to clean."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PARAMETER-END-OF-FILE
               READ PARAMETER-FILE
                   AT END
                       SET PARAMETER-END-OF-FILE TO TRUE
                   NOT AT END
                       IF IP-FILE-NAME NOT = SPACES
                               AND IP-FILE-NAME(1:1) NOT = "*"
                           PERFORM NOTE-ONE-PARAMETER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       NOTE-ONE-PARAMETER.
           IF IP-FIELD-START NOT NUMERIC
                   OR IP-FIELD-LENGTH NOT NUMERIC
                   OR IP-FIELD-START = 0
                   OR IP-FIELD-LENGTH = 0
                   OR IP-FIELD-START + IP-FIELD-LENGTH - 1 > 500
                   OR WS-FIELD-COUNT >= WS-FIELD-MAX
               ADD 1 TO WS-PARAMETERS-REJECTED
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "PARAMETER REJECTED: " PARAMETER-RECORD
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   OR WS-MATCH-IDX > 0
               IF WS-FL-NAME(WS-FILE-IDX) = IP-FILE-NAME
                   MOVE WS-FILE-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-FILE-COUNT >= WS-FILE-MAX
                   ADD 1 TO WS-PARAMETERS-REJECTED
                   MOVE SPACES TO CLEANUP-REPORT-RECORD
                   STRING "PARAMETER REJECTED - TOO MANY FILES: "
                       PARAMETER-RECORD
                       DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
                   END-STRING
                   WRITE CLEANUP-REPORT-RECORD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FILE-COUNT
               MOVE IP-FILE-NAME TO WS-FL-NAME(WS-FILE-COUNT)
           END-IF

           ADD 1 TO WS-FIELD-COUNT
           MOVE IP-FILE-NAME TO WS-FD-FILE-NAME(WS-FIELD-COUNT)
           MOVE IP-FIELD-NAME TO WS-FD-FIELD-NAME(WS-FIELD-COUNT)
           MOVE IP-FIELD-START TO WS-FD-START(WS-FIELD-COUNT)
           MOVE IP-FIELD-LENGTH TO WS-FD-LENGTH(WS-FIELD-COUNT).

      *> A named file that has not arrived tonight is noted and
      *> passed over - not every feed comes every night.
       CLEAN-ONE-FILE.
           MOVE WS-FL-NAME(WS-FILE-IDX) TO WS-INBOUND-NAME
           MOVE SPACES TO WS-CLEAN-NAME WS-RAW-NAME
           STRING WS-INBOUND-NAME DELIMITED BY SPACE
               ".clean" DELIMITED BY SIZE INTO WS-CLEAN-NAME
           END-STRING
           STRING WS-INBOUND-NAME DELIMITED BY SPACE
               ".raw" DELIMITED BY SIZE INTO WS-RAW-NAME
           END-STRING
           INITIALIZE WS-FILE-COUNTS
           SET CLEAN-COPY-COMPLETE TO TRUE

           OPEN INPUT INBOUND-FILE
           IF NOT INBOUND-FILE-OK
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "FILE=" WS-INBOUND-NAME
                   "  NOT ON DISK - NOTHING TO CLEAN"
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLEAN-FILE
           IF NOT CLEAN-FILE-OK
               CLOSE INBOUND-FILE
               SET A-WRITE-FAILED TO TRUE
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "FILE=" WS-INBOUND-NAME
                   "  NOT CLEANED - CANNOT WRITE " WS-CLEAN-NAME
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-FILES

           MOVE 0 TO WS-RECORD-NUMBER
           PERFORM UNTIL INBOUND-END-OF-FILE
               READ INBOUND-FILE
                   AT END
                       SET INBOUND-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       ADD 1 TO WS-FILE-RECORDS
                       MOVE INBOUND-RECORD TO WS-RECORD-BUFFER
                       PERFORM CLEAN-RECORD-FIELDS
                       WRITE CLEAN-RECORD FROM WS-RECORD-BUFFER
                       IF NOT CLEAN-FILE-OK
                           PERFORM NOTE-UNWRITTEN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
           CLOSE CLEAN-FILE

           COMPUTE WS-FILE-CHANGES = WS-FILE-TABS + WS-FILE-STRIPPED
               + WS-FILE-MAPPED
           EVALUATE TRUE
               WHEN CLEAN-COPY-SHORT
                   SET A-WRITE-FAILED TO TRUE
                   MOVE SPACES TO CLEANUP-REPORT-RECORD
                   STRING "FILE=" WS-INBOUND-NAME
                       "  LEFT AS ARRIVED - CLEANED COPY INCOMPLETE"
                       DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
                   END-STRING
                   WRITE CLEANUP-REPORT-RECORD
                   DELETE FILE CLEAN-FILE
               WHEN WS-FILE-CHANGES > 0
                   PERFORM REPLACE-WITH-CLEAN-COPY
               WHEN OTHER
                   DELETE FILE CLEAN-FILE
           END-EVALUATE
           PERFORM WRITE-FILE-SUMMARY.

      *> A line sequential record cannot carry a control byte, so
      *> one left in a column no parameter names stops the record
      *> reaching the cleaned copy. The file is then left as it
      *> arrived and the column is reported for a parameter line.
       NOTE-UNWRITTEN-RECORD.
           SET CLEAN-COPY-SHORT TO TRUE
           MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "FILE=" WS-INBOUND-NAME
               "  REC=" WS-DISPLAY-RECORD
               "  NOT WRITTEN - STATUS " WS-CLEAN-STATUS
               " - CONTROL BYTE OUTSIDE THE NAMED FIELDS"
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD.

      *> The file as it arrived is renamed to <name>.raw - a copy
      *> through a line sequential file would refuse the very
      *> control bytes being cleaned out - and the cleaned copy is
      *> then renamed to the file's own name.
       REPLACE-WITH-CLEAN-COPY.
           CALL "CBL_RENAME_FILE" USING WS-INBOUND-NAME WS-RAW-NAME
               RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = 0
               SET A-WRITE-FAILED TO TRUE
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "FILE=" WS-INBOUND-NAME
                   "  LEFT AS ARRIVED - CANNOT RENAME TO " WS-RAW-NAME
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
               DELETE FILE CLEAN-FILE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-CLEAN-NAME WS-INBOUND-NAME
               RETURNING WS-RENAME-RESULT
           IF WS-RENAME-RESULT NOT = 0
               SET A-WRITE-FAILED TO TRUE
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "FILE=" WS-INBOUND-NAME
                   "  NOT REPLACED - ARRIVED COPY IS IN " WS-RAW-NAME
                   "; CLEANED COPY IS IN " WS-CLEAN-NAME
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-CLEANED.

       CLEAN-RECORD-FIELDS.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FD-FILE-NAME(WS-FIELD-IDX) = WS-INBOUND-NAME
                   MOVE WS-FD-START(WS-FIELD-IDX) TO WS-FIELD-START
                   MOVE WS-FD-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LENGTH
                   MOVE WS-FD-FIELD-NAME(WS-FIELD-IDX)
                       TO WS-FIELD-NAME
                   PERFORM CLEAN-ONE-FIELD
               END-IF
           END-PERFORM.

      *> The field is rebuilt character by character into the out
      *> buffer; a stripped or shortened character closes the field
      *> up, and whatever the rebuild leaves short is spaces.
       CLEAN-ONE-FIELD.
           MOVE SPACES TO WS-FIELD-BUFFER WS-OUT-BUFFER
           MOVE WS-RECORD-BUFFER(WS-FIELD-START:WS-FIELD-LENGTH)
               TO WS-FIELD-BUFFER
           MOVE 0 TO WS-OUT-IDX
           MOVE 1 TO WS-IN-IDX
           PERFORM UNTIL WS-IN-IDX > WS-FIELD-LENGTH
               PERFORM CLEAN-ONE-CHAR
               ADD WS-SEQ-LENGTH TO WS-IN-IDX
           END-PERFORM
           MOVE WS-OUT-BUFFER(1:WS-FIELD-LENGTH)
               TO WS-RECORD-BUFFER(WS-FIELD-START:WS-FIELD-LENGTH).

       CLEAN-ONE-CHAR.
           MOVE 1 TO WS-SEQ-LENGTH
           MOVE WS-FIELD-CHARS(WS-IN-IDX) TO WS-CC-CHAR
           CALL "CHAR-CLASSIFY" USING WS-CC-CHAR
               WS-CC-IS-VOWEL WS-CC-IS-CONSONANT
               WS-CC-IS-DIGIT WS-CC-IS-UPPERCASE
               WS-CC-IS-PUNCTUATION WS-CC-IS-WHITESPACE
               WS-CC-IS-VALID

           IF WS-CC-IS-VALID = "Y"
               IF WS-CC-CHAR = X"09"
                   ADD 1 TO WS-FILE-TABS
                   MOVE SPACE TO WS-PLAIN-CHAR
                   PERFORM PUT-PLAIN-CHAR
                   MOVE "SPACE" TO WS-NEW-TEXT
                   PERFORM WRITE-CHANGE-LINE
               ELSE
                   PERFORM KEEP-OLD-BYTES
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CHAR-CODE = FUNCTION ORD(WS-CC-CHAR) - 1
           IF WS-CHAR-CODE < 32 OR WS-CHAR-CODE = 127
                   OR (WS-CHAR-CODE >= 128 AND WS-CHAR-CODE <= 159)
               ADD 1 TO WS-FILE-STRIPPED
               MOVE "(REMOVED)" TO WS-NEW-TEXT
               PERFORM WRITE-CHANGE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM MEASURE-UTF8-SEQUENCE
           MOVE 0 TO WS-CODE-POINT
           EVALUATE TRUE
               WHEN WS-SEQ-LENGTH = 2 AND WS-CHAR-CODE <= 197
                   COMPUTE WS-NEXT-CODE = FUNCTION ORD(
                       WS-FIELD-CHARS(WS-IN-IDX + 1)) - 1
                   COMPUTE WS-CODE-POINT = (WS-CHAR-CODE - 192) * 64
                       + WS-NEXT-CODE - 128
               WHEN WS-SEQ-LENGTH = 1
                   MOVE WS-CHAR-CODE TO WS-CODE-POINT
           END-EVALUATE

           MOVE "*" TO WS-PLAIN-CHAR
           IF WS-CODE-POINT >= 160 AND WS-CODE-POINT <= 383
               MOVE WS-PLAIN-LETTER(WS-CODE-POINT - 159)
                   TO WS-PLAIN-CHAR
           END-IF
           IF WS-PLAIN-CHAR = "*"
               ADD 1 TO WS-FILE-UNMAPPED
               PERFORM KEEP-OLD-BYTES
               MOVE "(NOT MAPPED)" TO WS-NEW-TEXT
               PERFORM WRITE-CHANGE-LINE
           ELSE
               ADD 1 TO WS-FILE-MAPPED
               PERFORM PUT-PLAIN-CHAR
               IF WS-PLAIN-CHAR = SPACE
                   MOVE "SPACE" TO WS-NEW-TEXT
               ELSE
                   MOVE WS-PLAIN-CHAR TO WS-NEW-TEXT
               END-IF
               PERFORM WRITE-CHANGE-LINE
           END-IF.

      *> A lead byte followed by the right number of continuation
      *> bytes (128-191) inside the field is one UTF-8 character
      *> and is judged, kept or replaced as a whole; otherwise the
      *> byte stands alone as a Latin-1 character.
       MEASURE-UTF8-SEQUENCE.
           MOVE 0 TO WS-SEQ-NEEDED
           EVALUATE TRUE
               WHEN WS-CHAR-CODE >= 194 AND WS-CHAR-CODE <= 223
                   MOVE 1 TO WS-SEQ-NEEDED
               WHEN WS-CHAR-CODE >= 224 AND WS-CHAR-CODE <= 239
                   MOVE 2 TO WS-SEQ-NEEDED
               WHEN WS-CHAR-CODE >= 240 AND WS-CHAR-CODE <= 244
                   MOVE 3 TO WS-SEQ-NEEDED
           END-EVALUATE
           IF WS-SEQ-NEEDED = 0
                   OR WS-IN-IDX + WS-SEQ-NEEDED > WS-FIELD-LENGTH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PEEK-IDX FROM 1 BY 1
                   UNTIL WS-PEEK-IDX > WS-SEQ-NEEDED
               COMPUTE WS-NEXT-CODE = FUNCTION ORD(
                   WS-FIELD-CHARS(WS-IN-IDX + WS-PEEK-IDX)) - 1
               IF WS-NEXT-CODE < 128 OR WS-NEXT-CODE > 191
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           COMPUTE WS-SEQ-LENGTH = WS-SEQ-NEEDED + 1.

       KEEP-OLD-BYTES.
           PERFORM VARYING WS-BYTE-IDX FROM 0 BY 1
                   UNTIL WS-BYTE-IDX >= WS-SEQ-LENGTH
               ADD 1 TO WS-OUT-IDX
               MOVE WS-FIELD-CHARS(WS-IN-IDX + WS-BYTE-IDX)
                   TO WS-OUT-CHARS(WS-OUT-IDX)
           END-PERFORM.

       PUT-PLAIN-CHAR.
           ADD 1 TO WS-OUT-IDX
           MOVE WS-PLAIN-CHAR TO WS-OUT-CHARS(WS-OUT-IDX).

      *> One line per character touched or left unmapped; POS is
      *> the column in the record as it arrived, OLD the bytes in
      *> hexadecimal.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-OLD-HEX
           MOVE 1 TO WS-HEX-POINTER
           PERFORM VARYING WS-BYTE-IDX FROM 0 BY 1
                   UNTIL WS-BYTE-IDX >= WS-SEQ-LENGTH
               COMPUTE WS-CHAR-CODE = FUNCTION ORD(
                   WS-FIELD-CHARS(WS-IN-IDX + WS-BYTE-IDX)) - 1
               DIVIDE WS-CHAR-CODE BY 16 GIVING WS-HEX-HIGH
                   REMAINDER WS-HEX-LOW
               STRING WS-HEX-DIGITS(WS-HEX-HIGH + 1:1)
                   WS-HEX-DIGITS(WS-HEX-LOW + 1:1)
                   DELIMITED BY SIZE INTO WS-OLD-HEX
                   WITH POINTER WS-HEX-POINTER
               END-STRING
           END-PERFORM
           MOVE WS-RECORD-NUMBER TO WS-DISPLAY-RECORD
           COMPUTE WS-DISPLAY-POS = WS-FIELD-START + WS-IN-IDX - 1
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "FILE=" WS-INBOUND-NAME
               "  REC=" WS-DISPLAY-RECORD
               "  FIELD=" WS-FIELD-NAME
               "  POS=" WS-DISPLAY-POS
               "  OLD=X'" WS-OLD-HEX(1:WS-SEQ-LENGTH * 2) "'"
               "  NEW=" WS-NEW-TEXT
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD.

       WRITE-FILE-SUMMARY.
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
           ADD WS-FILE-TABS TO WS-TOTAL-TABS
           ADD WS-FILE-STRIPPED TO WS-TOTAL-STRIPPED
           ADD WS-FILE-MAPPED TO WS-TOTAL-MAPPED
           ADD WS-FILE-UNMAPPED TO WS-TOTAL-UNMAPPED
           MOVE WS-FILE-RECORDS TO WS-DISPLAY-COUNT
           MOVE WS-FILE-TABS TO WS-DISPLAY-TABS
           MOVE WS-FILE-STRIPPED TO WS-DISPLAY-STRIPPED
           MOVE WS-FILE-MAPPED TO WS-DISPLAY-MAPPED
           MOVE WS-FILE-UNMAPPED TO WS-DISPLAY-UNMAPPED
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "FILE=" WS-INBOUND-NAME DELIMITED BY SPACE
               "  RECORDS=" WS-DISPLAY-COUNT
               "  TABS=" WS-DISPLAY-TABS
               "  STRIPPED=" WS-DISPLAY-STRIPPED
               "  TRANSLITERATED=" WS-DISPLAY-MAPPED
               "  NOT MAPPED=" WS-DISPLAY-UNMAPPED
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD
           IF WS-FILE-CHANGES = 0
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "FILE=" WS-INBOUND-NAME DELIMITED BY SPACE
                   "  NOTHING TO CHANGE - LEFT AS ARRIVED"
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
           END-IF
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           WRITE CLEANUP-REPORT-RECORD.

       WRITE-CLEANUP-TOTALS.
           MOVE WS-TOTAL-FILES TO WS-DISPLAY-COUNT
           MOVE WS-TOTAL-CLEANED TO WS-DISPLAY-TABS
           MOVE WS-TOTAL-RECORDS TO WS-DISPLAY-STRIPPED
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "FILES READ=" WS-DISPLAY-COUNT
               "  FILES CLEANED=" WS-DISPLAY-TABS
               "  RECORDS READ=" WS-DISPLAY-STRIPPED
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD
           MOVE WS-TOTAL-TABS TO WS-DISPLAY-TABS
           MOVE WS-TOTAL-STRIPPED TO WS-DISPLAY-STRIPPED
           MOVE WS-TOTAL-MAPPED TO WS-DISPLAY-MAPPED
           MOVE WS-TOTAL-UNMAPPED TO WS-DISPLAY-UNMAPPED
           MOVE SPACES TO CLEANUP-REPORT-RECORD
           STRING "TABS=" WS-DISPLAY-TABS
               "  STRIPPED=" WS-DISPLAY-STRIPPED
               "  TRANSLITERATED=" WS-DISPLAY-MAPPED
               "  NOT MAPPED=" WS-DISPLAY-UNMAPPED
               DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
           END-STRING
           WRITE CLEANUP-REPORT-RECORD
           IF WS-PARAMETERS-REJECTED > 0
               MOVE WS-PARAMETERS-REJECTED TO WS-DISPLAY-COUNT
               MOVE SPACES TO CLEANUP-REPORT-RECORD
               STRING "PARAMETER LINES REJECTED=" WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO CLEANUP-REPORT-RECORD
               END-STRING
               WRITE CLEANUP-REPORT-RECORD
           END-IF
           IF WS-TOTAL-UNMAPPED > 0
               MOVE "** CHARACTERS LEFT UNMAPPED - LOADS MAY REJECT **"
                   TO CLEANUP-REPORT-RECORD
           ELSE
               MOVE "ALL NAMED FIELDS CLEAN" TO CLEANUP-REPORT-RECORD
           END-IF
           WRITE CLEANUP-REPORT-RECORD.

       END PROGRAM INBOUND-CLEANUP.
