      *================================================================*
      * PROGRAM:     LAYOUT-CHECK                                      *
      * DESCRIPTION: Batch data-quality pass of a whole fixed-width    *
      *              file against its layout -- LAYOUT-TOOL decodes    *
      *              one record on request; this runs every record so  *
      *              garbage in a feed from another department is      *
      *              caught on arrival rather than in a wrong report.  *
      *              The layout is layouts/<name>.layout next to the   *
      *              executable, the same library LAYOUT-TOOL reads:   *
      *                field-name|start|length|type|req                *
      *              type X or 9; req R (required) or O (optional),    *
      *              blank meaning optional. Every record is checked   *
      *              for a 9 field that is not numeric, a required     *
      *              field that is blank, and data past the layout's   *
      *              total (the end of its furthest field). A short    *
      *              record is read as padded with spaces, since line  *
      *              sequential input loses trailing blanks, so a      *
      *              field in the missing tail counts as blank. The    *
      *              exception report shows one line per failure --    *
      *              record number, field name, bad value -- then      *
      *              control totals: records read, clean, in error.    *
      *              RETURN-CODE 4 when any record is in error, 8 when *
      *              the layout or the file cannot be read; 0 for a    *
      *              clean file.                                       *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/layout-check.cob -o dist/layout-check            *
      *   ./dist/layout-check <layout> <data-file>                     *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Short records are space-padded, not rejected;  *
      *                 only data past the layout's end is a length    *
      *                 exception                                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE
               ASSIGN TO DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT DATA-FILE
               ASSIGN TO DYNAMIC WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD           PIC X(200).
      *> The length actually read is kept so data past the layout's
      *> end is caught; a short record is padded in WS-REC-DATA.
       FD  DATA-FILE
           RECORD VARYING IN SIZE FROM 0 TO 1000
               DEPENDING ON WS-REC-LEN.
       01  DATA-RECORD             PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-LAYOUT-PATH          PIC X(600).
       01  WS-DATA-PATH            PIC X(520).
       01  WS-LAYOUT-STATUS        PIC XX.
       01  WS-DATA-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-LAYOUT-NAME          PIC X(50).

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
       01  WS-LAY-DROPPED          PIC 9(3) VALUE 0.
       01  WS-FLD-A                PIC X(30).
       01  WS-FLD-B                PIC X(10).
       01  WS-FLD-C                PIC X(10).
       01  WS-FLD-D                PIC X(5).
       01  WS-FLD-E                PIC X(5).

      *> Layout-name fencing -- the name lands inside a path
       01  WS-NAME-BAD             PIC 9(3).

      *> Checking one record
       01  WS-REC-LEN              PIC 9(4).
       01  WS-REC-NO               PIC 9(7) VALUE 0.
       01  WS-REC-BAD              PIC X.
      *> The record as the layout sees it -- what was read, then
      *> spaces out to the layout's end.
       01  WS-REC-DATA             PIC X(1000).
       01  WS-VALUE                PIC X(200).
       01  WS-REASON               PIC X(20).
       01  WS-BAD-NAME             PIC X(30).

      *> Control totals
       01  WS-REC-CLEAN            PIC 9(7) VALUE 0.
       01  WS-REC-ERROR            PIC 9(7) VALUE 0.
       01  WS-EXC-COUNT            PIC 9(7) VALUE 0.
       01  WS-EXC-NUMERIC          PIC 9(7) VALUE 0.
       01  WS-EXC-REQUIRED         PIC 9(7) VALUE 0.
       01  WS-EXC-LENGTH           PIC 9(7) VALUE 0.

      *> Edited fields
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RECNO-ED             PIC ZZZZZZ9.
       01  WS-LEN-ED               PIC ZZZ9.
       01  WS-LEN2-ED              PIC ZZZ9.
       01  WS-VALUE-COL            PIC X(40).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-LAYOUT-NAME WS-DATA-PATH
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-LAYOUT-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-LAYOUT-NAME
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATA-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DATA-PATH
           END-ACCEPT
           IF FUNCTION TRIM(WS-LAYOUT-NAME) = SPACES
                   OR FUNCTION TRIM(WS-DATA-PATH) = SPACES
               DISPLAY "usage: layout-check <layout> <data-file>"
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

           MOVE WS-LAY-TOTAL TO WS-LEN-ED
           DISPLAY "================================================="
           DISPLAY " layout check  " FUNCTION TRIM(WS-LAYOUT-NAME)
               " (" FUNCTION TRIM(WS-LEN-ED) " bytes)"
           DISPLAY " file:  " FUNCTION TRIM(WS-DATA-PATH)
           DISPLAY "================================================="
           DISPLAY " "
           DISPLAY "  record  field                          value"
           PERFORM CHECK-DATA-FILE
           IF WS-EXC-COUNT = 0
               DISPLAY "   (no exceptions)"
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           IF WS-REC-ERROR > 0 OR WS-LAY-DROPPED > 0
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
               INTO WS-LAYOUT-PATH.

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

      *> Same field-line rules as LAYOUT-TOOL, plus the req column.
      *> The layout total is the end of the furthest field, so a
      *> layout need not list its fields in position order.
       PARSE-LAYOUT-LINE.
           IF LAYOUT-RECORD = SPACES OR LAYOUT-RECORD(1:1) = '#'
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
           IF WS-LAY-COUNT >= 60
               ADD 1 TO WS-LAY-DROPPED
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
           COMPUTE WS-LAY-END = WS-LAY-START(WS-LAY-COUNT)
               + WS-LAY-LEN(WS-LAY-COUNT) - 1
           IF WS-LAY-END > WS-LAY-TOTAL
               MOVE WS-LAY-END TO WS-LAY-TOTAL
           END-IF.

       CHECK-DATA-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS NOT = "00"
               DISPLAY "error: could not open "
                   FUNCTION TRIM(WS-DATA-PATH)
                   " (file status " WS-DATA-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO DATA-RECORD
               READ DATA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.

       CHECK-ONE-RECORD.
           ADD 1 TO WS-REC-NO
           MOVE 'N' TO WS-REC-BAD
           MOVE SPACES TO WS-REC-DATA
           IF WS-REC-LEN > 0
               MOVE DATA-RECORD(1:WS-REC-LEN) TO WS-REC-DATA
           END-IF
      *> Trailing blanks never reach us from a line sequential file,
      *> so a record shorter than the layout is not an error in
      *> itself; only data past the layout's end is.
           IF WS-REC-LEN > WS-LAY-TOTAL
               IF WS-REC-DATA(WS-LAY-TOTAL + 1:
                       WS-REC-LEN - WS-LAY-TOTAL) NOT = SPACES
                   ADD 1 TO WS-EXC-LENGTH
                   MOVE WS-REC-LEN TO WS-LEN-ED
                   MOVE WS-LAY-TOTAL TO WS-LEN2-ED
                   MOVE "(record length)" TO WS-BAD-NAME
                   MOVE SPACES TO WS-VALUE
                   STRING FUNCTION TRIM(WS-LEN-ED) " bytes, layout "
                       FUNCTION TRIM(WS-LEN2-ED)
                       DELIMITED SIZE INTO WS-VALUE
                   MOVE "past layout end" TO WS-REASON
                   PERFORM PRINT-EXCEPTION
               END-IF
           END-IF
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               PERFORM CHECK-ONE-FIELD
           END-PERFORM
           IF WS-REC-BAD = 'Y'
               ADD 1 TO WS-REC-ERROR
           ELSE
               ADD 1 TO WS-REC-CLEAN
           END-IF.

      *> A blank optional field passes whatever its type; a blank
      *> required field is reported once, as blank, not also as
      *> non-numeric.
       CHECK-ONE-FIELD.
           MOVE SPACES TO WS-VALUE
           IF WS-LAY-START(WS-LAY-IDX) = 0
                   OR WS-LAY-START(WS-LAY-IDX)
                       + WS-LAY-LEN(WS-LAY-IDX) - 1 > 1000
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-DATA(WS-LAY-START(WS-LAY-IDX):
               WS-LAY-LEN(WS-LAY-IDX)) TO WS-VALUE
           MOVE WS-LAY-NAME(WS-LAY-IDX) TO WS-BAD-NAME
           IF WS-VALUE = SPACES
               IF WS-LAY-REQ(WS-LAY-IDX) = 'R'
                   ADD 1 TO WS-EXC-REQUIRED
                   MOVE "required, blank" TO WS-REASON
                   PERFORM PRINT-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-TYPE(WS-LAY-IDX) = '9'
               IF WS-REC-DATA(WS-LAY-START(WS-LAY-IDX):
                       WS-LAY-LEN(WS-LAY-IDX)) NOT NUMERIC
                   ADD 1 TO WS-EXC-NUMERIC
                   MOVE "not numeric" TO WS-REASON
                   PERFORM PRINT-EXCEPTION
               END-IF
           END-IF.

       PRINT-EXCEPTION.
           MOVE 'Y' TO WS-REC-BAD
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-REC-NO TO WS-RECNO-ED
           MOVE WS-VALUE TO WS-VALUE-COL
           DISPLAY " " WS-RECNO-ED "  " WS-BAD-NAME " ["
               FUNCTION TRIM(WS-VALUE-COL, TRAILING) "]  "
               FUNCTION TRIM(WS-REASON).

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-REC-NO TO WS-COUNT-ED
           DISPLAY " records read:         " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-REC-CLEAN TO WS-COUNT-ED
           DISPLAY " records clean:        " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-REC-ERROR TO WS-COUNT-ED
           DISPLAY " records in error:     " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EXC-NUMERIC TO WS-COUNT-ED
           DISPLAY "   not numeric:        " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EXC-REQUIRED TO WS-COUNT-ED
           DISPLAY "   required blank:     " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EXC-LENGTH TO WS-COUNT-ED
           DISPLAY "   past layout end:    " FUNCTION TRIM(WS-COUNT-ED)
           IF WS-LAY-DROPPED > 0
               MOVE WS-LAY-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " layout field(s) not checked"
           END-IF
           DISPLAY "=================================================".
