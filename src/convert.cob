      *================================================================*
      * PROGRAM:     CONVERT                                           *
      * DESCRIPTION: Layout-driven conversion between our fixed-width  *
      *              files and CSV a spreadsheet opens, in either      *
      *              direction, off the same layouts/<name>.layout     *
      *              library LAYOUT-TOOL and LAYOUT-CHECK read -- no   *
      *              second description of any file to keep up.        *
      *                to-csv    one CSV row per record, after a       *
      *                          header row of the field names; X      *
      *                          fields trimmed, 9 fields edited       *
      *                          (leading zeros suppressed); a field   *
      *                          holding a comma or a quote is quoted. *
      *                to-fixed  one record per CSV row, each field    *
      *                          placed at its layout position; 9      *
      *                          fields right-justified and zero-      *
      *                          filled. A header row (first field     *
      *                          equal to the first field name) is     *
      *                          skipped. A row with the wrong number  *
      *                          of fields, an X value longer than     *
      *                          its field, a 9 value that is not all  *
      *                          digits or too long, or a blank        *
      *                          required field goes to <out>.rej as   *
      *                          row-number|reason|row, and nothing    *
      *                          is written for it.                    *
      *              RETURN-CODE 4 when any row was rejected, 8 when   *
      *              the layout or a file cannot be opened.            *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/convert.cob -o dist/convert                      *
      *   ./dist/convert to-csv   <layout> <fixed-in> <csv-out>        *
      *   ./dist/convert to-fixed <layout> <csv-in> <fixed-out>        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Corrected the note on fixed-width output: its  *
      *                 trailing blanks are dropped on write           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE
               ASSIGN TO DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT IN-FILE
               ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REJ-FILE
               ASSIGN TO DYNAMIC WS-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD           PIC X(200).
       FD  IN-FILE
           RECORD VARYING IN SIZE FROM 0 TO 4000
               DEPENDING ON WS-IN-LEN.
       01  IN-RECORD               PIC X(4000).
      *> Fixed-width output is written at the layout's full length,
      *> but as a line sequential file its trailing blanks are not
      *> kept; LAYOUT-CHECK and INTERCHANGE read a short record as
      *> padded with spaces, so nothing is lost.
       FD  OUT-FILE
           RECORD VARYING IN SIZE FROM 0 TO 4000
               DEPENDING ON WS-OUT-LEN.
       01  OUT-RECORD              PIC X(4000).
       FD  REJ-FILE.
       01  REJ-RECORD              PIC X(4100).

       WORKING-STORAGE SECTION.
       01  WS-LAYOUT-PATH          PIC X(600).
       01  WS-IN-PATH              PIC X(520).
       01  WS-OUT-PATH             PIC X(520).
       01  WS-REJ-PATH             PIC X(520).
       01  WS-LAYOUT-STATUS        PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-REJ-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-DIRECTION            PIC X(10).
       01  WS-LAYOUT-NAME          PIC X(50).
       01  WS-IN-LEN               PIC 9(4).
       01  WS-OUT-LEN              PIC 9(4).
       01  WS-REJ-OPEN             PIC X VALUE 'N'.

      *> The loaded layout -- one row per field line
       01  WS-LAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-LAY-TABLE.
           05  WS-LAY-ENTRY OCCURS 60 TIMES.
               10  WS-LAY-NAME     PIC X(30).
               10  WS-LAY-START    PIC 9(4).
               10  WS-LAY-LEN      PIC 9(3).
               10  WS-LAY-TYPE     PIC X.
               10  WS-LAY-REQ      PIC X.
       01  WS-LAY-IDX              PIC 9(3).
       01  WS-LAY-TOTAL            PIC 9(4) VALUE 0.
       01  WS-LAY-END              PIC 9(4).
       01  WS-FLD-A                PIC X(30).
       01  WS-FLD-B                PIC X(10).
       01  WS-FLD-C                PIC X(10).
       01  WS-FLD-D                PIC X(5).
       01  WS-FLD-E                PIC X(5).

      *> Layout-name fencing -- the name lands inside a path
       01  WS-NAME-BAD             PIC 9(3).

      *> One field's value on its way in or out
       01  WS-VALUE                PIC X(999).
       01  WS-VALUE-LEN            PIC 9(4).
       01  WS-LEAD-ZEROS           PIC 9(4).
       01  WS-QUOTES               PIC 9(4).
       01  WS-CHAR-IDX             PIC 9(4).
       01  WS-OUT-PTR              PIC 9(5).

      *> A CSV row split into its fields
       01  WS-CSV-COUNT            PIC 9(3).
       01  WS-CSV-TABLE.
           05  WS-CSV-FIELD OCCURS 60 TIMES.
               10  WS-CSV-VALUE    PIC X(999).
               10  WS-CSV-LEN      PIC 9(4).
       01  WS-CSV-OVERFLOW         PIC X.
       01  WS-IN-QUOTES            PIC X.
       01  WS-CH                   PIC X.
       01  WS-REJ-REASON           PIC X(60).
       01  WS-ROW-BAD              PIC X.

      *> Control totals
       01  WS-ROWS-READ            PIC 9(7) VALUE 0.
       01  WS-ROWS-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-ROWS-REJECTED        PIC 9(7) VALUE 0.
       01  WS-ROWS-HEADER          PIC 9(7) VALUE 0.
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-ROW-ED               PIC ZZZZZZ9.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-DIRECTION WS-LAYOUT-NAME WS-IN-PATH
               WS-OUT-PATH
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DIRECTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DIRECTION
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-LAYOUT-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-LAYOUT-NAME
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-IN-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-IN-PATH
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-OUT-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OUT-PATH
           END-ACCEPT
           IF (WS-DIRECTION NOT = "to-csv"
                   AND WS-DIRECTION NOT = "to-fixed")
                   OR FUNCTION TRIM(WS-LAYOUT-NAME) = SPACES
                   OR FUNCTION TRIM(WS-IN-PATH) = SPACES
                   OR FUNCTION TRIM(WS-OUT-PATH) = SPACES
               DISPLAY "usage: convert to-csv|to-fixed <layout> "
                   "<in-file> <out-file>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-LAYOUT-NAME
           IF WS-NAME-BAD > 0
               DISPLAY "error: layout name not allowed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-LAYOUT
           IF WS-LAY-COUNT = 0
               DISPLAY "error: no layout named "
                   FUNCTION TRIM(WS-LAYOUT-NAME) " in layouts/"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           IF WS-DIRECTION = "to-csv"
               PERFORM WRITE-CSV-HEADER
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO IN-RECORD
               READ IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF WS-DIRECTION = "to-csv"
                           PERFORM FIXED-TO-CSV
                       ELSE
                           PERFORM CSV-TO-FIXED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           CLOSE OUT-FILE
           IF WS-REJ-OPEN = 'Y'
               CLOSE REJ-FILE
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           IF WS-ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-LAYOUT-NAME.
           MOVE 0 TO WS-NAME-BAD
           INSPECT FUNCTION TRIM(WS-LAYOUT-NAME)
               TALLYING WS-NAME-BAD FOR ALL '/'
           INSPECT FUNCTION TRIM(WS-LAYOUT-NAME)
               TALLYING WS-NAME-BAD FOR ALL '.'.

       RESOLVE-PATHS.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./" TO WS-EXE-DIR
           ELSE
               MOVE WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   TO WS-EXE-DIR
           END-IF
           MOVE SPACES TO WS-LAYOUT-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
               "layouts/"                     DELIMITED SIZE
               FUNCTION TRIM(WS-LAYOUT-NAME)  DELIMITED SIZE
               ".layout"                      DELIMITED SIZE
               INTO WS-LAYOUT-PATH
           MOVE SPACES TO WS-REJ-PATH
           STRING FUNCTION TRIM(WS-OUT-PATH) ".rej"
               DELIMITED SIZE INTO WS-REJ-PATH.

       LOAD-LAYOUT.
           MOVE 0 TO WS-LAY-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAYOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LAYOUT-LINE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE.

      *> Same field-line rules as LAYOUT-CHECK: name|start|len|type|req
       PARSE-LAYOUT-LINE.
           IF LAYOUT-RECORD = SPACES OR LAYOUT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D
               WS-FLD-E
           UNSTRING LAYOUT-RECORD DELIMITED BY '|'
               INTO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D WS-FLD-E
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-A) = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FLD-B)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FLD-C)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAY-COUNT
           MOVE FUNCTION TRIM(WS-FLD-A)
               TO WS-LAY-NAME(WS-LAY-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
               TO WS-LAY-START(WS-LAY-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-C))
               TO WS-LAY-LEN(WS-LAY-COUNT)
           IF FUNCTION TRIM(WS-FLD-D) = '9'
               MOVE '9' TO WS-LAY-TYPE(WS-LAY-COUNT)
           ELSE
               MOVE 'X' TO WS-LAY-TYPE(WS-LAY-COUNT)
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-E)) = 'R'
               MOVE 'R' TO WS-LAY-REQ(WS-LAY-COUNT)
           ELSE
               MOVE 'O' TO WS-LAY-REQ(WS-LAY-COUNT)
           END-IF
      *>   A field that would run past the record buffer is dropped
      *>   from the layout rather than overrun it.
           COMPUTE WS-LAY-END = WS-LAY-START(WS-LAY-COUNT)
               + WS-LAY-LEN(WS-LAY-COUNT) - 1
           IF WS-LAY-START(WS-LAY-COUNT) = 0 OR WS-LAY-END > 4000
               SUBTRACT 1 FROM WS-LAY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-END > WS-LAY-TOTAL
               MOVE WS-LAY-END TO WS-LAY-TOTAL
           END-IF.

       OPEN-FILES.
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "error: could not open "
                   FUNCTION TRIM(WS-IN-PATH)
                   " (file status " WS-IN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "error: could not create "
                   FUNCTION TRIM(WS-OUT-PATH)
                   " (file status " WS-OUT-STATUS ")"
               CLOSE IN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>--------------------------------------------------------------
      *> Fixed width to CSV
      *>--------------------------------------------------------------
       WRITE-CSV-HEADER.
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               IF WS-LAY-IDX > 1
                   STRING ',' DELIMITED SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-IF
               STRING FUNCTION TRIM(WS-LAY-NAME(WS-LAY-IDX))
                   DELIMITED SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           END-PERFORM
           COMPUTE WS-OUT-LEN = WS-OUT-PTR - 1
           WRITE OUT-RECORD.

       FIXED-TO-CSV.
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               IF WS-LAY-IDX > 1
                   STRING ',' DELIMITED SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-IF
               PERFORM EDIT-ONE-FIELD
               PERFORM APPEND-CSV-VALUE
           END-PERFORM
           COMPUTE WS-OUT-LEN = WS-OUT-PTR - 1
           WRITE OUT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

      *> X fields lose their padding both sides; an all-digit 9 field
      *> loses its leading zeros (all zeros edits to 0). A 9 field
      *> holding anything else is passed through trimmed, so the
      *> spreadsheet shows what is really there.
       EDIT-ONE-FIELD.
           MOVE SPACES TO WS-VALUE
           MOVE IN-RECORD(WS-LAY-START(WS-LAY-IDX):
               WS-LAY-LEN(WS-LAY-IDX)) TO WS-VALUE
           IF WS-VALUE = SPACES
               MOVE 0 TO WS-VALUE-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-VALUE) TO WS-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE))
               TO WS-VALUE-LEN
           IF WS-LAY-TYPE(WS-LAY-IDX) NOT = '9'
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LEAD-ZEROS
           INSPECT WS-VALUE(1:WS-VALUE-LEN)
               TALLYING WS-LEAD-ZEROS FOR LEADING '0'
           IF WS-LEAD-ZEROS = WS-VALUE-LEN
               MOVE '0' TO WS-VALUE
               MOVE 1 TO WS-VALUE-LEN
           ELSE
               IF WS-LEAD-ZEROS > 0
                   MOVE WS-VALUE(WS-LEAD-ZEROS + 1:
                       WS-VALUE-LEN - WS-LEAD-ZEROS) TO WS-VALUE
                   SUBTRACT WS-LEAD-ZEROS FROM WS-VALUE-LEN
               END-IF
           END-IF.

      *> A value holding a comma or a quote is quoted, its quotes
      *> doubled, the way a spreadsheet expects.
       APPEND-CSV-VALUE.
           IF WS-VALUE-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QUOTES
           INSPECT WS-VALUE(1:WS-VALUE-LEN)
               TALLYING WS-QUOTES FOR ALL ',' ALL '"'
           IF WS-QUOTES = 0
               STRING WS-VALUE(1:WS-VALUE-LEN) DELIMITED SIZE
                   INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               EXIT PARAGRAPH
           END-IF
           STRING '"' DELIMITED SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-VALUE-LEN
               IF WS-VALUE(WS-CHAR-IDX:1) = '"'
                   STRING '""' DELIMITED SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-VALUE(WS-CHAR-IDX:1) DELIMITED SIZE
                       INTO OUT-RECORD WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           STRING '"' DELIMITED SIZE
               INTO OUT-RECORD WITH POINTER WS-OUT-PTR.

      *>--------------------------------------------------------------
      *> CSV to fixed width
      *>--------------------------------------------------------------
       CSV-TO-FIXED.
           IF IN-RECORD = SPACES
               ADD 1 TO WS-ROWS-HEADER
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-CSV-ROW
           IF WS-ROWS-READ = 1
                   AND FUNCTION UPPER-CASE(
                       WS-CSV-VALUE(1)(1:30)) = FUNCTION UPPER-CASE(
                       WS-LAY-NAME(1))
               ADD 1 TO WS-ROWS-HEADER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ROW-BAD
           MOVE SPACES TO WS-REJ-REASON
           IF WS-CSV-OVERFLOW = 'Y' OR WS-CSV-COUNT NOT = WS-LAY-COUNT
               MOVE WS-CSV-COUNT TO WS-COUNT-ED
               MOVE WS-LAY-COUNT TO WS-ROW-ED
               STRING "wrong field count " FUNCTION TRIM(WS-COUNT-ED)
                   ", layout " FUNCTION TRIM(WS-ROW-ED)
                   DELIMITED SIZE INTO WS-REJ-REASON
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUT-RECORD
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   OR WS-ROW-BAD = 'Y'
               PERFORM PLACE-ONE-FIELD
           END-PERFORM
           IF WS-ROW-BAD = 'Y'
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAY-TOTAL TO WS-OUT-LEN
           WRITE OUT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

      *> Walk the row a character at a time: a comma outside quotes
      *> ends a field, a doubled quote inside quotes is one quote.
       SPLIT-CSV-ROW.
           MOVE 1 TO WS-CSV-COUNT
           MOVE 'N' TO WS-CSV-OVERFLOW
           MOVE 'N' TO WS-IN-QUOTES
           MOVE SPACES TO WS-CSV-VALUE(1)
           MOVE 0 TO WS-CSV-LEN(1)
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-IN-LEN
                   OR WS-CSV-OVERFLOW = 'Y'
               MOVE IN-RECORD(WS-CHAR-IDX:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH = '"' AND WS-IN-QUOTES = 'N'
                       MOVE 'Y' TO WS-IN-QUOTES
                   WHEN WS-CH = '"' AND WS-IN-QUOTES = 'Y'
                       IF WS-CHAR-IDX < WS-IN-LEN
                               AND IN-RECORD(WS-CHAR-IDX + 1:1) = '"'
                           PERFORM ADD-CSV-CHAR
                           ADD 1 TO WS-CHAR-IDX
                       ELSE
                           MOVE 'N' TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-CH = ',' AND WS-IN-QUOTES = 'N'
                       IF WS-CSV-COUNT >= 60
                           MOVE 'Y' TO WS-CSV-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CSV-COUNT
                           MOVE SPACES TO WS-CSV-VALUE(WS-CSV-COUNT)
                           MOVE 0 TO WS-CSV-LEN(WS-CSV-COUNT)
                       END-IF
                   WHEN OTHER
                       PERFORM ADD-CSV-CHAR
               END-EVALUATE
           END-PERFORM.

       ADD-CSV-CHAR.
           IF WS-CSV-LEN(WS-CSV-COUNT) < 999
               ADD 1 TO WS-CSV-LEN(WS-CSV-COUNT)
               MOVE WS-CH TO WS-CSV-VALUE(WS-CSV-COUNT)
                   (WS-CSV-LEN(WS-CSV-COUNT):1)
           END-IF.

       PLACE-ONE-FIELD.
           MOVE SPACES TO WS-VALUE
           MOVE 0 TO WS-VALUE-LEN
           IF WS-CSV-VALUE(WS-LAY-IDX) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CSV-VALUE(WS-LAY-IDX))
                   TO WS-VALUE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CSV-VALUE(WS-LAY-IDX)))
                   TO WS-VALUE-LEN
           END-IF
           IF WS-VALUE-LEN = 0 AND WS-LAY-REQ(WS-LAY-IDX) = 'R'
               PERFORM FIELD-REASON
               STRING " required, blank" DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-OUT-PTR
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-LEN > WS-LAY-LEN(WS-LAY-IDX)
               PERFORM FIELD-REASON
               STRING " too long" DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-OUT-PTR
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-TYPE(WS-LAY-IDX) NOT = '9'
               IF WS-VALUE-LEN > 0
                   MOVE WS-VALUE(1:WS-VALUE-LEN)
                       TO OUT-RECORD(WS-LAY-START(WS-LAY-IDX):
                           WS-LAY-LEN(WS-LAY-IDX))
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-LEN > 0
               IF WS-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
                   PERFORM FIELD-REASON
                   STRING " not numeric" DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-OUT-PTR
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *>   Right-justify and zero-fill the digits into the field.
           MOVE ALL '0' TO OUT-RECORD(WS-LAY-START(WS-LAY-IDX):
               WS-LAY-LEN(WS-LAY-IDX))
           IF WS-VALUE-LEN > 0
               MOVE WS-VALUE(1:WS-VALUE-LEN)
                   TO OUT-RECORD(WS-LAY-START(WS-LAY-IDX)
                       + WS-LAY-LEN(WS-LAY-IDX) - WS-VALUE-LEN:
                       WS-VALUE-LEN)
           END-IF.

       FIELD-REASON.
           MOVE 'Y' TO WS-ROW-BAD
           MOVE SPACES TO WS-REJ-REASON
           MOVE 1 TO WS-OUT-PTR
           STRING FUNCTION TRIM(WS-LAY-NAME(WS-LAY-IDX))
               DELIMITED SIZE
               INTO WS-REJ-REASON WITH POINTER WS-OUT-PTR.

       REJECT-ROW.
           ADD 1 TO WS-ROWS-REJECTED
           IF WS-REJ-OPEN NOT = 'Y'
               OPEN OUTPUT REJ-FILE
               IF WS-REJ-STATUS NOT = "00"
                   DISPLAY "error: could not create "
                       FUNCTION TRIM(WS-REJ-PATH)
                       " (file status " WS-REJ-STATUS ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-REJ-OPEN
           END-IF
           MOVE WS-ROWS-READ TO WS-ROW-ED
           MOVE SPACES TO REJ-RECORD
           STRING
               FUNCTION TRIM(WS-ROW-ED)        DELIMITED SIZE
               '|'                             DELIMITED SIZE
               FUNCTION TRIM(WS-REJ-REASON)    DELIMITED SIZE
               '|'                             DELIMITED SIZE
               IN-RECORD(1:WS-IN-LEN)          DELIMITED SIZE
               INTO REJ-RECORD
           WRITE REJ-RECORD.

       PRINT-CONTROL-TOTALS.
           DISPLAY "================================================="
           DISPLAY " convert " FUNCTION TRIM(WS-DIRECTION) "  layout "
               FUNCTION TRIM(WS-LAYOUT-NAME)
           DISPLAY " in:  " FUNCTION TRIM(WS-IN-PATH)
           DISPLAY " out: " FUNCTION TRIM(WS-OUT-PATH)
           DISPLAY " -----------------------------------------------"
           MOVE WS-ROWS-READ TO WS-COUNT-ED
           DISPLAY " rows read:      " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-ROWS-HEADER TO WS-COUNT-ED
           DISPLAY " header/blank:   " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-ROWS-WRITTEN TO WS-COUNT-ED
           DISPLAY " rows written:   " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-ROWS-REJECTED TO WS-COUNT-ED
           DISPLAY " rows rejected:  " FUNCTION TRIM(WS-COUNT-ED)
           IF WS-ROWS-REJECTED > 0
               DISPLAY " rejects in " FUNCTION TRIM(WS-REJ-PATH)
           END-IF
           DISPLAY "=================================================".
