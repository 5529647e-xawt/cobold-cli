      *================================================================*
      * PROGRAM:     INTERCHANGE                                       *
      * DESCRIPTION: Mainframe file interchange -- converts between    *
      *              our line-sequential ASCII files and EBCDIC files  *
      *              the mainframe reads and writes, fixed-block (fb,  *
      *              every record the layout's host length) or         *
      *              variable-block (vb, each record led by its        *
      *              4-byte RDW as a binary transfer with RDW delivers *
      *              it; block descriptor words are not carried). The  *
      *              layouts/<name>.layout library CONVERT reads       *
      *              describes the ASCII record, with one more field   *
      *              per line naming the host representation:          *
      *                field-name|start|length|type|req|host           *
      *              host C character (the default for X fields),      *
      *              code page 037; Z zoned decimal, unsigned (the     *
      *              default for 9 fields); S zoned decimal, sign in   *
      *              the zone of the last byte; P packed decimal       *
      *              (COMP-3), length/2+1 bytes. Numbers are packed    *
      *              and unpacked digit by digit, never code-page      *
      *              translated. The ASCII side of a 9 field is its    *
      *              digits, zero-filled, a negative value with '-' in *
      *              the first position. Fields must be listed in      *
      *              record order; bytes between fields travel as      *
      *              characters, and the host record is the ASCII one  *
      *              with its packed fields shrunk. A vb record to the *
      *              host drops trailing blanks past its last numeric  *
      *              field; one from the host may stop short, the      *
      *              missing character fields reading as blanks.       *
      *              A record that will not convert -- a number that   *
      *              is not one, a bad zone or packed sign, a          *
      *              character the code page lacks, a short record --  *
      *              goes to <out>.rej as record-number|reason|record  *
      *              (host records in hex) and is not written.         *
      *              Control record: <out>.ctl, 80 bytes -- INTCHCTL,  *
      *              record count 9(9), sign, hash total 9(17) (the    *
      *              sum of the --hash field, default the first 9      *
      *              field), hash field name X(30), run date YYYYMMDD  *
      *              -- in EBCDIC beside a host file, as a text line   *
      *              beside an ASCII one. When receiving, <in>.ctl     *
      *              from the host job, if present, is balanced        *
      *              against what was read.                            *
      *              RETURN-CODE 4 when any record was rejected, 8     *
      *              when the layout or a file cannot be used, an RDW  *
      *              is broken, or the control record does not         *
      *              balance.                                          *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/interchange.cob -o dist/interchange              *
      *   ./dist/interchange to-host   <layout> <ascii-in> <host-out>  *
      *                                [fb|vb] [--hash <field>]        *
      *   ./dist/interchange from-host <layout> <host-in> <ascii-out>  *
      *                                [fb|vb] [--hash <field>]        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE
               ASSIGN TO DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT TEXT-IN-FILE
               ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TEXT-OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
      *>   Host files are byte streams -- one-byte records, so no
      *>   line ends or record headers of our own get in the way.
           SELECT HOST-IN-FILE
               ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT HOST-OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REJ-FILE
               ASSIGN TO DYNAMIC WS-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT HOST-CTL-FILE
               ASSIGN TO DYNAMIC WS-CTL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TEXT-CTL-FILE
               ASSIGN TO DYNAMIC WS-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD           PIC X(200).
       FD  TEXT-IN-FILE
           RECORD VARYING IN SIZE FROM 0 TO 4000
               DEPENDING ON WS-IN-LEN.
       01  TEXT-IN-RECORD          PIC X(4000).
       FD  TEXT-OUT-FILE
           RECORD VARYING IN SIZE FROM 0 TO 4000
               DEPENDING ON WS-OUT-LEN.
       01  TEXT-OUT-RECORD         PIC X(4000).
       FD  HOST-IN-FILE.
       01  HOST-IN-BYTE            PIC X.
       FD  HOST-OUT-FILE.
       01  HOST-OUT-BYTE           PIC X.
       FD  REJ-FILE.
       01  REJ-RECORD              PIC X(8100).
       FD  HOST-CTL-FILE.
       01  HOST-CTL-RECORD         PIC X(80).
       FD  TEXT-CTL-FILE.
       01  TEXT-CTL-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LAYOUT-PATH          PIC X(600).
       01  WS-IN-PATH              PIC X(520).
       01  WS-OUT-PATH             PIC X(520).
       01  WS-REJ-PATH             PIC X(520).
       01  WS-CTL-PATH             PIC X(520).
       01  WS-LAYOUT-STATUS        PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-REJ-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-DIRECTION            PIC X(10).
       01  WS-LAYOUT-NAME          PIC X(50).
       01  WS-RECFM                PIC X(2) VALUE 'fb'.
       01  WS-HASH-NAME            PIC X(30) VALUE SPACES.
       01  WS-ARG                  PIC X(50).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-WANT-HASH            PIC X VALUE 'N'.
       01  WS-IN-LEN               PIC 9(4).
       01  WS-OUT-LEN              PIC 9(4).
       01  WS-REJ-OPEN             PIC X VALUE 'N'.

      *> The loaded layout -- one row per field line, with where the
      *> field sits and how long it is on the host side
       01  WS-LAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-LAY-TABLE.
           05  WS-LAY-ENTRY OCCURS 60 TIMES.
               10  WS-LAY-NAME     PIC X(30).
               10  WS-LAY-START    PIC 9(4).
               10  WS-LAY-LEN      PIC 9(3).
               10  WS-LAY-TYPE     PIC X.
               10  WS-LAY-REQ      PIC X.
               10  WS-LAY-HOST     PIC X.
               10  WS-LAY-HSTART   PIC 9(4).
               10  WS-LAY-HLEN     PIC 9(3).
       01  WS-LAY-IDX              PIC 9(3).
       01  WS-LAY-TOTAL            PIC 9(4) VALUE 0.
       01  WS-HOST-TOTAL           PIC 9(4) VALUE 0.
       01  WS-LAY-END              PIC 9(4).
       01  WS-LAY-ERROR            PIC X(60) VALUE SPACES.
       01  WS-SHRINK               PIC 9(4).
       01  WS-PREV-END             PIC 9(4).
       01  WS-LAST-NUM-END         PIC 9(4) VALUE 0.
       01  WS-HASH-IDX             PIC 9(3) VALUE 0.
       01  WS-FLD-A                PIC X(30).
       01  WS-FLD-B                PIC X(10).
       01  WS-FLD-C                PIC X(10).
       01  WS-FLD-D                PIC X(5).
       01  WS-FLD-E                PIC X(5).
       01  WS-FLD-F                PIC X(5).

      *> Layout-name fencing -- the name lands inside a path
       01  WS-NAME-BAD             PIC 9(3).

      *> Code page 037, printable characters only: WS-ASCII-SET holds
      *> X'20' through X'7E' in order, WS-EBCDIC-SET the same
      *> characters position for position.
       01  WS-ASCII-SET.
           05  FILLER              PIC X(16) VALUE
               X"202122232425262728292A2B2C2D2E2F".
           05  FILLER              PIC X(16) VALUE
               X"303132333435363738393A3B3C3D3E3F".
           05  FILLER              PIC X(16) VALUE
               X"404142434445464748494A4B4C4D4E4F".
           05  FILLER              PIC X(16) VALUE
               X"505152535455565758595A5B5C5D5E5F".
           05  FILLER              PIC X(16) VALUE
               X"606162636465666768696A6B6C6D6E6F".
           05  FILLER              PIC X(15) VALUE
               X"707172737475767778797A7B7C7D7E".
       01  WS-EBCDIC-SET.
           05  FILLER              PIC X(16) VALUE
               X"405A7F7B5B6C507D4D5D5C4E6B604B61".
           05  FILLER              PIC X(16) VALUE
               X"F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F".
           05  FILLER              PIC X(16) VALUE
               X"7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6".
           05  FILLER              PIC X(16) VALUE
               X"D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D".
           05  FILLER              PIC X(16) VALUE
               X"79818283848586878889919293949596".
           05  FILLER              PIC X(15) VALUE
               X"979899A2A3A4A5A6A7A8A9C04FD0A1".
       01  WS-BLANK-SET            PIC X(95) VALUE SPACES.
      *> Control bytes, shown as '.' when a rejected text record is
      *> copied to the reject file
       01  WS-CONTROL-SET.
           05  FILLER              PIC X(16) VALUE
               X"000102030405060708090A0B0C0D0E0F".
           05  FILLER              PIC X(16) VALUE
               X"101112131415161718191A1B1C1D1E1F".
       01  WS-DOT-SET              PIC X(32) VALUE ALL '.'.
       01  WS-EBCDIC-SPACE         PIC X VALUE X"40".
       01  WS-HEX-DIGITS           PIC X(16) VALUE "0123456789ABCDEF".

      *> One record on each side
       01  WS-TEXT-REC             PIC X(4000).
       01  WS-HOST-REC             PIC X(4000).
       01  WS-HOST-LEN             PIC 9(5).
       01  WS-REC-BAD              PIC X.
       01  WS-REJ-REASON           PIC X(80).
       01  WS-REASON-PTR           PIC 9(3).
       01  WS-CHAR-IDX             PIC 9(5).
       01  WS-HOST-EOF             PIC X.
       01  WS-STOP-READING         PIC X VALUE 'N'.

      *> One field's worth of work
       01  WS-CHARS                PIC X(4000).
       01  WS-CHARS-LEN            PIC 9(4).
       01  WS-SCRATCH              PIC X(4000).
       01  WS-SPACE-COUNT          PIC 9(4).
       01  WS-GAP-START            PIC 9(4).
       01  WS-GAP-LEN              PIC 9(4).
       01  WS-GAP-HSTART           PIC 9(4).
       01  WS-NUM-TEXT             PIC X(31).
       01  WS-NUM-LEN              PIC 9(3).
       01  WS-NUM-NEG              PIC X.
       01  WS-DIGITS               PIC X(31).
       01  WS-DIGIT-LEN            PIC 9(3).
       01  WS-LEAD-SPACES          PIC 9(3).
       01  WS-DIGIT-IDX            PIC 9(3).
       01  WS-DIGIT                PIC 9.
       01  WS-NIBBLES.
           05  WS-NIBBLE OCCURS 34 TIMES PIC 9(2).
       01  WS-NIB-COUNT            PIC 9(2).
       01  WS-NIB-IDX              PIC 9(2).
       01  WS-NIB-PAD              PIC 9.
       01  WS-BYTE-VAL             PIC 9(3).
       01  WS-BYTE-HI              PIC 9(2).
       01  WS-BYTE-LO              PIC 9(2).
       01  WS-BYTE-IDX             PIC 9(3).
       01  WS-SIGN-NIB             PIC 9(2).

      *> RDW: two-byte big-endian length counting the RDW itself,
      *> then two bytes of zero
       01  WS-RDW                  PIC X(4).
       01  WS-RDW-LEN              PIC 9(5).
       01  WS-RDW-HI               PIC 9(3).
       01  WS-RDW-LO               PIC 9(3).

      *> Hash total over the hash field
       01  WS-HASH-TOTAL           PIC S9(17) VALUE 0.
       01  WS-HASH-OVERFLOW        PIC X VALUE 'N'.
       01  WS-REC-HASH             PIC S9(17).
       01  WS-HASH-WORK            PIC 9(17).
       01  WS-HASH-WORK-X REDEFINES WS-HASH-WORK PIC X(17).

      *> The control record
       01  WS-CTL.
           05  WS-CTL-ID           PIC X(8) VALUE 'INTCHCTL'.
           05  WS-CTL-COUNT        PIC 9(9).
           05  WS-CTL-SIGN         PIC X.
           05  WS-CTL-HASH         PIC 9(17).
           05  WS-CTL-FIELD        PIC X(30).
           05  WS-CTL-DATE         PIC 9(8).
           05  FILLER              PIC X(7) VALUE SPACES.
       01  WS-THEIR-CTL            PIC X(80).
       01  WS-THEIR-COUNT          PIC 9(9).
       01  WS-THEIR-HASH           PIC S9(17).
       01  WS-CTL-RESULT           PIC X(40) VALUE SPACES.

      *> Control totals
       01  WS-RECS-READ            PIC 9(7) VALUE 0.
       01  WS-RECS-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-RECS-REJECTED        PIC 9(7) VALUE 0.
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-REC-ED               PIC ZZZZZZ9.
       01  WS-LEN-ED               PIC ZZZ9.
       01  WS-HASH-ED              PIC -(17)9.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           IF (WS-DIRECTION NOT = "to-host"
                   AND WS-DIRECTION NOT = "from-host")
                   OR FUNCTION TRIM(WS-LAYOUT-NAME) = SPACES
                   OR FUNCTION TRIM(WS-IN-PATH) = SPACES
                   OR FUNCTION TRIM(WS-OUT-PATH) = SPACES
                   OR (WS-RECFM NOT = 'fb' AND WS-RECFM NOT = 'vb')
               DISPLAY "usage: interchange to-host|from-host <layout> "
                   "<in-file> <out-file> [fb|vb] [--hash <field>]"
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
           IF WS-LAY-COUNT = 0 AND WS-LAY-ERROR = SPACES
               MOVE "no usable field lines" TO WS-LAY-ERROR
           END-IF
           IF WS-LAY-ERROR = SPACES
               PERFORM PLACE-HOST-FIELDS
           END-IF
           IF WS-LAY-ERROR NOT = SPACES
               DISPLAY "error: layout " FUNCTION TRIM(WS-LAYOUT-NAME)
                   " -- " FUNCTION TRIM(WS-LAY-ERROR)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           IF WS-DIRECTION = "to-host"
               PERFORM TEXT-TO-HOST-FILE
           ELSE
               PERFORM HOST-TO-TEXT-FILE
           END-IF
           IF WS-REJ-OPEN = 'Y'
               CLOSE REJ-FILE
           END-IF
           PERFORM WRITE-CONTROL-RECORD
           IF WS-DIRECTION = "from-host"
               PERFORM BALANCE-THEIR-CONTROL
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           IF WS-RECS-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-ARGS.
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
           PERFORM VARYING WS-ARG-IDX FROM 5 BY 1
                   UNTIL WS-ARG-IDX > 7
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--hash'
                       MOVE 'Y' TO WS-WANT-HASH
                   WHEN WS-WANT-HASH = 'Y'
                       MOVE WS-ARG TO WS-HASH-NAME
                       MOVE 'N' TO WS-WANT-HASH
                   WHEN FUNCTION LOWER-CASE(WS-ARG) = 'fb'
                           OR FUNCTION LOWER-CASE(WS-ARG) = 'vb'
                       MOVE FUNCTION LOWER-CASE(WS-ARG) TO WS-RECFM
                   WHEN OTHER
                       MOVE '??' TO WS-RECFM
               END-EVALUATE
           END-PERFORM.

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
               MOVE "not found in layouts/" TO WS-LAY-ERROR
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

      *> CONVERT's field-line rules, plus the host representation in
      *> the sixth field
       PARSE-LAYOUT-LINE.
           IF LAYOUT-RECORD = SPACES OR LAYOUT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D
               WS-FLD-E WS-FLD-F
           UNSTRING LAYOUT-RECORD DELIMITED BY '|'
               INTO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D WS-FLD-E
                    WS-FLD-F
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
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-F))
               TO WS-LAY-HOST(WS-LAY-COUNT)
           IF WS-LAY-HOST(WS-LAY-COUNT) = SPACE
               IF WS-LAY-TYPE(WS-LAY-COUNT) = '9'
                   MOVE 'Z' TO WS-LAY-HOST(WS-LAY-COUNT)
               ELSE
                   MOVE 'C' TO WS-LAY-HOST(WS-LAY-COUNT)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-LAY-HOST(WS-LAY-COUNT) NOT = 'C'
                       AND WS-LAY-HOST(WS-LAY-COUNT) NOT = 'Z'
                       AND WS-LAY-HOST(WS-LAY-COUNT) NOT = 'S'
                       AND WS-LAY-HOST(WS-LAY-COUNT) NOT = 'P'
                   STRING FUNCTION TRIM(WS-FLD-A)
                       " has host type " WS-FLD-F
                       " (C, Z, S or P)"
                       DELIMITED SIZE INTO WS-LAY-ERROR
               WHEN WS-LAY-HOST(WS-LAY-COUNT) NOT = 'C'
                       AND WS-LAY-TYPE(WS-LAY-COUNT) NOT = '9'
                   STRING FUNCTION TRIM(WS-FLD-A)
                       " is numeric on the host but not a 9 field"
                       DELIMITED SIZE INTO WS-LAY-ERROR
               WHEN WS-LAY-HOST(WS-LAY-COUNT) NOT = 'C'
                       AND (WS-LAY-LEN(WS-LAY-COUNT) > 31
                       OR WS-LAY-LEN(WS-LAY-COUNT) = 0)
                   STRING FUNCTION TRIM(WS-FLD-A)
                       " is longer than 31 digits"
                       DELIMITED SIZE INTO WS-LAY-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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

      *> Host positions: each field moves left by what the packed
      *> fields before it saved. Overlapping or out-of-order fields
      *> have no single host position, so they stop the run.
       PLACE-HOST-FIELDS.
           MOVE 0 TO WS-SHRINK WS-PREV-END WS-LAST-NUM-END
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               IF WS-LAY-START(WS-LAY-IDX) <= WS-PREV-END
                   STRING FUNCTION TRIM(WS-LAY-NAME(WS-LAY-IDX))
                       " overlaps or is out of record order"
                       DELIMITED SIZE INTO WS-LAY-ERROR
                   EXIT PERFORM
               END-IF
               IF WS-LAY-HOST(WS-LAY-IDX) = 'P'
                   COMPUTE WS-LAY-HLEN(WS-LAY-IDX) =
                       WS-LAY-LEN(WS-LAY-IDX) / 2 + 1
               ELSE
                   MOVE WS-LAY-LEN(WS-LAY-IDX)
                       TO WS-LAY-HLEN(WS-LAY-IDX)
               END-IF
               COMPUTE WS-LAY-HSTART(WS-LAY-IDX) =
                   WS-LAY-START(WS-LAY-IDX) - WS-SHRINK
               COMPUTE WS-SHRINK = WS-SHRINK + WS-LAY-LEN(WS-LAY-IDX)
                   - WS-LAY-HLEN(WS-LAY-IDX)
               COMPUTE WS-PREV-END = WS-LAY-START(WS-LAY-IDX)
                   + WS-LAY-LEN(WS-LAY-IDX) - 1
               IF WS-LAY-HOST(WS-LAY-IDX) NOT = 'C'
                   COMPUTE WS-LAST-NUM-END = WS-LAY-HSTART(WS-LAY-IDX)
                       + WS-LAY-HLEN(WS-LAY-IDX) - 1
                   IF WS-HASH-IDX = 0 AND WS-HASH-NAME = SPACES
                       MOVE WS-LAY-IDX TO WS-HASH-IDX
                   END-IF
               END-IF
               IF WS-HASH-NAME NOT = SPACES
                       AND WS-LAY-NAME(WS-LAY-IDX) = WS-HASH-NAME
                   MOVE WS-LAY-IDX TO WS-HASH-IDX
               END-IF
           END-PERFORM
           COMPUTE WS-HOST-TOTAL = WS-LAY-TOTAL - WS-SHRINK
           IF WS-LAY-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HASH-NAME NOT = SPACES
               IF WS-HASH-IDX = 0
                   STRING "no field " FUNCTION TRIM(WS-HASH-NAME)
                       " to hash" DELIMITED SIZE INTO WS-LAY-ERROR
                   EXIT PARAGRAPH
               END-IF
               IF WS-LAY-TYPE(WS-HASH-IDX) NOT = '9'
                   STRING FUNCTION TRIM(WS-HASH-NAME)
                       " is not a 9 field, so cannot be hashed"
                       DELIMITED SIZE INTO WS-LAY-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HASH-IDX > 0
               IF WS-LAY-LEN(WS-HASH-IDX) > 17
                   STRING FUNCTION TRIM(WS-LAY-NAME(WS-HASH-IDX))
                       " is too wide to hash (17 digits)"
                       DELIMITED SIZE INTO WS-LAY-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LAY-NAME(WS-HASH-IDX) TO WS-HASH-NAME
           END-IF.

       OPEN-FILES.
           IF WS-DIRECTION = "to-host"
               OPEN INPUT TEXT-IN-FILE
           ELSE
               OPEN INPUT HOST-IN-FILE
           END-IF
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "error: could not open "
                   FUNCTION TRIM(WS-IN-PATH)
                   " (file status " WS-IN-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DIRECTION = "to-host"
               OPEN OUTPUT HOST-OUT-FILE
           ELSE
               OPEN OUTPUT TEXT-OUT-FILE
           END-IF
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "error: could not create "
                   FUNCTION TRIM(WS-OUT-PATH)
                   " (file status " WS-OUT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>--------------------------------------------------------------
      *> ASCII to host
      *>--------------------------------------------------------------
       TEXT-TO-HOST-FILE.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO TEXT-IN-RECORD
               READ TEXT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       PERFORM TEXT-TO-HOST-RECORD
               END-READ
           END-PERFORM
           CLOSE TEXT-IN-FILE
           CLOSE HOST-OUT-FILE.

       TEXT-TO-HOST-RECORD.
           MOVE 'N' TO WS-REC-BAD
           MOVE SPACES TO WS-REJ-REASON
           MOVE 0 TO WS-REC-HASH
           MOVE SPACES TO WS-TEXT-REC
           IF WS-IN-LEN > 0
               MOVE TEXT-IN-RECORD(1:WS-IN-LEN) TO WS-TEXT-REC
           END-IF
           IF WS-IN-LEN > WS-LAY-TOTAL
               IF WS-TEXT-REC(WS-LAY-TOTAL + 1:
                       WS-IN-LEN - WS-LAY-TOTAL) NOT = SPACES
                   MOVE WS-IN-LEN TO WS-LEN-ED
                   STRING "record is " FUNCTION TRIM(WS-LEN-ED)
                       " long, past the layout's end"
                       DELIMITED SIZE INTO WS-REJ-REASON
                   PERFORM REJECT-TEXT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ALL X"40" TO WS-HOST-REC(1:WS-HOST-TOTAL)
           MOVE 0 TO WS-PREV-END
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   OR WS-REC-BAD = 'Y'
               PERFORM COPY-GAP-TO-HOST
               IF WS-REC-BAD NOT = 'Y'
                   IF WS-LAY-HOST(WS-LAY-IDX) = 'C'
                       PERFORM CHARS-TO-HOST
                   ELSE
                       PERFORM NUMBER-TO-HOST
                   END-IF
               END-IF
               COMPUTE WS-PREV-END = WS-LAY-START(WS-LAY-IDX)
                   + WS-LAY-LEN(WS-LAY-IDX) - 1
           END-PERFORM
           IF WS-REC-BAD = 'Y'
               PERFORM REJECT-TEXT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOST-TOTAL TO WS-HOST-LEN
      *>   A vb record stops at its last non-blank byte, but never
      *>   short of its last numeric field.
           IF WS-RECFM = 'vb'
               PERFORM UNTIL WS-HOST-LEN <= WS-LAST-NUM-END
                       OR WS-HOST-LEN <= 1
                       OR WS-HOST-REC(WS-HOST-LEN:1) NOT = X"40"
                   SUBTRACT 1 FROM WS-HOST-LEN
               END-PERFORM
               PERFORM WRITE-RDW
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-HOST-LEN
               MOVE WS-HOST-REC(WS-CHAR-IDX:1) TO HOST-OUT-BYTE
               WRITE HOST-OUT-BYTE
           END-PERFORM
           PERFORM ADD-TO-HASH
           ADD 1 TO WS-RECS-WRITTEN.

      *> Bytes between the previous field and this one travel as
      *> characters.
       COPY-GAP-TO-HOST.
           COMPUTE WS-GAP-START = WS-PREV-END + 1
           COMPUTE WS-GAP-LEN = WS-LAY-START(WS-LAY-IDX)
               - WS-GAP-START
           IF WS-GAP-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHARS
           MOVE WS-TEXT-REC(WS-GAP-START:WS-GAP-LEN) TO WS-CHARS
           MOVE WS-GAP-LEN TO WS-CHARS-LEN
           PERFORM CHECK-ASCII-CHARS
           IF WS-REC-BAD = 'Y'
               MOVE WS-GAP-START TO WS-LEN-ED
               STRING "untranslatable character in the filler at "
                   FUNCTION TRIM(WS-LEN-ED)
                   DELIMITED SIZE INTO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-CHARS(1:WS-CHARS-LEN)
               CONVERTING WS-ASCII-SET TO WS-EBCDIC-SET
           COMPUTE WS-GAP-HSTART = WS-LAY-HSTART(WS-LAY-IDX)
               - WS-GAP-LEN
           MOVE WS-CHARS(1:WS-CHARS-LEN)
               TO WS-HOST-REC(WS-GAP-HSTART:WS-CHARS-LEN).

       CHARS-TO-HOST.
           MOVE SPACES TO WS-CHARS
           MOVE WS-TEXT-REC(WS-LAY-START(WS-LAY-IDX):
               WS-LAY-LEN(WS-LAY-IDX)) TO WS-CHARS
           MOVE WS-LAY-LEN(WS-LAY-IDX) TO WS-CHARS-LEN
           IF WS-LAY-REQ(WS-LAY-IDX) = 'R'
                   AND WS-CHARS(1:WS-CHARS-LEN) = SPACES
               PERFORM FIELD-REASON
               STRING " required, blank" DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ASCII-CHARS
           IF WS-REC-BAD = 'Y'
               PERFORM FIELD-REASON
               STRING " has a character code page 037 lacks"
                   DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-CHARS(1:WS-CHARS-LEN)
               CONVERTING WS-ASCII-SET TO WS-EBCDIC-SET
           MOVE WS-CHARS(1:WS-CHARS-LEN)
               TO WS-HOST-REC(WS-LAY-HSTART(WS-LAY-IDX):
                   WS-LAY-HLEN(WS-LAY-IDX)).

      *> Anything outside X'20'-X'7E' has no place in the code page.
       CHECK-ASCII-CHARS.
           MOVE WS-CHARS(1:WS-CHARS-LEN) TO WS-SCRATCH
           INSPECT WS-SCRATCH(1:WS-CHARS-LEN)
               CONVERTING WS-ASCII-SET TO WS-BLANK-SET
           IF WS-SCRATCH(1:WS-CHARS-LEN) NOT = SPACES
               MOVE 'Y' TO WS-REC-BAD
           END-IF.

      *> The field's text: blanks read as zero, an optional leading
      *> sign, then digits; right-justified into the field's digits.
       NUMBER-TO-HOST.
           MOVE SPACES TO WS-NUM-TEXT
           MOVE WS-TEXT-REC(WS-LAY-START(WS-LAY-IDX):
               WS-LAY-LEN(WS-LAY-IDX)) TO WS-NUM-TEXT
           IF WS-NUM-TEXT = SPACES AND WS-LAY-REQ(WS-LAY-IDX) = 'R'
               PERFORM FIELD-REASON
               STRING " required, blank" DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NUM-NEG
           MOVE ALL '0' TO WS-DIGITS
           IF WS-NUM-TEXT NOT = SPACES
               MOVE FUNCTION TRIM(WS-NUM-TEXT) TO WS-NUM-TEXT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT))
                   TO WS-NUM-LEN
               IF WS-NUM-TEXT(1:1) = '-' OR WS-NUM-TEXT(1:1) = '+'
                   IF WS-NUM-TEXT(1:1) = '-'
                       MOVE 'Y' TO WS-NUM-NEG
                   END-IF
                   MOVE WS-NUM-TEXT(2:) TO WS-SCRATCH
                   MOVE WS-SCRATCH TO WS-NUM-TEXT
                   SUBTRACT 1 FROM WS-NUM-LEN
               END-IF
               IF WS-NUM-LEN = 0
                   PERFORM FIELD-REASON
                   STRING " not numeric" DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
                   EXIT PARAGRAPH
               END-IF
               IF WS-NUM-TEXT(1:WS-NUM-LEN) NOT NUMERIC
                   PERFORM FIELD-REASON
                   STRING " not numeric" DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-TEXT(1:WS-NUM-LEN)
                   TO WS-DIGITS(WS-LAY-LEN(WS-LAY-IDX)
                       - WS-NUM-LEN + 1:WS-NUM-LEN)
           END-IF
           MOVE WS-LAY-LEN(WS-LAY-IDX) TO WS-DIGIT-LEN
           IF WS-NUM-NEG = 'Y' AND WS-LAY-HOST(WS-LAY-IDX) = 'Z'
                   AND WS-DIGITS(1:WS-DIGIT-LEN) NOT = ALL '0'
               PERFORM FIELD-REASON
               STRING " negative, host field unsigned" DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           IF WS-DIGITS(1:WS-DIGIT-LEN) = ALL '0'
               MOVE 'N' TO WS-NUM-NEG
           END-IF
           IF WS-LAY-IDX = WS-HASH-IDX
               PERFORM TAKE-HASH-VALUE
           END-IF
           IF WS-LAY-HOST(WS-LAY-IDX) = 'P'
               PERFORM PACK-DIGITS
           ELSE
               PERFORM ZONE-DIGITS
           END-IF.

      *> Zoned: F zone on every digit; the last byte's zone is the
      *> sign for S (C plus, D minus) and F for unsigned Z.
       ZONE-DIGITS.
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > WS-DIGIT-LEN
               MOVE WS-DIGITS(WS-DIGIT-IDX:1) TO WS-DIGIT
               COMPUTE WS-BYTE-VAL = 240 + WS-DIGIT
               IF WS-DIGIT-IDX = WS-DIGIT-LEN
                       AND WS-LAY-HOST(WS-LAY-IDX) = 'S'
                   IF WS-NUM-NEG = 'Y'
                       COMPUTE WS-BYTE-VAL = 208 + WS-DIGIT
                   ELSE
                       COMPUTE WS-BYTE-VAL = 192 + WS-DIGIT
                   END-IF
               END-IF
               MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
                   TO WS-HOST-REC(WS-LAY-HSTART(WS-LAY-IDX)
                       + WS-DIGIT-IDX - 1:1)
           END-PERFORM.

      *> Packed: a zero pad nibble when the digit count is even, the
      *> digits, then the sign nibble (C plus, D minus), two to a
      *> byte.
       PACK-DIGITS.
           COMPUTE WS-NIB-COUNT = WS-LAY-HLEN(WS-LAY-IDX) * 2
           COMPUTE WS-NIB-PAD = WS-NIB-COUNT - 1 - WS-DIGIT-LEN
           MOVE 0 TO WS-NIBBLE(1)
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > WS-DIGIT-LEN
               MOVE WS-DIGITS(WS-DIGIT-IDX:1) TO WS-DIGIT
               MOVE WS-DIGIT TO WS-NIBBLE(WS-NIB-PAD + WS-DIGIT-IDX)
           END-PERFORM
           IF WS-NUM-NEG = 'Y'
               MOVE 13 TO WS-NIBBLE(WS-NIB-COUNT)
           ELSE
               MOVE 12 TO WS-NIBBLE(WS-NIB-COUNT)
           END-IF
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-LAY-HLEN(WS-LAY-IDX)
               COMPUTE WS-BYTE-VAL =
                   WS-NIBBLE(WS-BYTE-IDX * 2 - 1) * 16
                   + WS-NIBBLE(WS-BYTE-IDX * 2)
               MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
                   TO WS-HOST-REC(WS-LAY-HSTART(WS-LAY-IDX)
                       + WS-BYTE-IDX - 1:1)
           END-PERFORM.

       WRITE-RDW.
           COMPUTE WS-RDW-LEN = WS-HOST-LEN + 4
           DIVIDE WS-RDW-LEN BY 256 GIVING WS-RDW-HI
               REMAINDER WS-RDW-LO
           MOVE FUNCTION CHAR(WS-RDW-HI + 1) TO HOST-OUT-BYTE
           WRITE HOST-OUT-BYTE
           MOVE FUNCTION CHAR(WS-RDW-LO + 1) TO HOST-OUT-BYTE
           WRITE HOST-OUT-BYTE
           MOVE LOW-VALUE TO HOST-OUT-BYTE
           WRITE HOST-OUT-BYTE
           WRITE HOST-OUT-BYTE.

      *>--------------------------------------------------------------
      *> Host to ASCII
      *>--------------------------------------------------------------
       HOST-TO-TEXT-FILE.
           MOVE 'N' TO WS-HOST-EOF
           PERFORM UNTIL WS-HOST-EOF = 'Y' OR WS-STOP-READING = 'Y'
               IF WS-RECFM = 'vb'
                   PERFORM READ-RDW
               ELSE
                   MOVE WS-HOST-TOTAL TO WS-HOST-LEN
               END-IF
               IF WS-HOST-EOF NOT = 'Y' AND WS-STOP-READING NOT = 'Y'
                   PERFORM READ-HOST-RECORD
               END-IF
           END-PERFORM
           CLOSE HOST-IN-FILE
           CLOSE TEXT-OUT-FILE.

      *> A broken RDW leaves nothing to find the next record by, so
      *> reading stops there.
       READ-RDW.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 4 OR WS-HOST-EOF = 'Y'
               READ HOST-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-HOST-EOF
                   NOT AT END
                       MOVE HOST-IN-BYTE TO WS-RDW(WS-CHAR-IDX:1)
               END-READ
           END-PERFORM
           IF WS-HOST-EOF = 'Y'
               IF WS-CHAR-IDX > 2
                   DISPLAY "error: file ends inside an RDW after "
                       "record " WS-RECS-READ
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RDW-LEN =
               (FUNCTION ORD(WS-RDW(1:1)) - 1) * 256
               + FUNCTION ORD(WS-RDW(2:1)) - 1
           IF WS-RDW(3:2) NOT = LOW-VALUES OR WS-RDW-LEN < 5
                   OR WS-RDW-LEN > 4004
               MOVE WS-RECS-READ TO WS-REC-ED
               DISPLAY "error: broken RDW after record "
                   FUNCTION TRIM(WS-REC-ED)
                   " -- the rest of the file cannot be read"
               MOVE 'Y' TO WS-STOP-READING
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOST-LEN = WS-RDW-LEN - 4.

       READ-HOST-RECORD.
           MOVE LOW-VALUES TO WS-HOST-REC
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-HOST-LEN
                   OR WS-HOST-EOF = 'Y'
               READ HOST-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-HOST-EOF
                   NOT AT END
                       MOVE HOST-IN-BYTE
                           TO WS-HOST-REC(WS-CHAR-IDX:1)
               END-READ
           END-PERFORM
           IF WS-HOST-EOF = 'Y' AND WS-CHAR-IDX = 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECS-READ
           MOVE 'N' TO WS-REC-BAD
           MOVE SPACES TO WS-REJ-REASON
           MOVE 0 TO WS-REC-HASH
           IF WS-HOST-EOF = 'Y'
               COMPUTE WS-HOST-LEN = WS-CHAR-IDX - 2
               MOVE WS-HOST-LEN TO WS-LEN-ED
               STRING "short record -- file ends after "
                   FUNCTION TRIM(WS-LEN-ED) " byte(s)"
                   DELIMITED SIZE INTO WS-REJ-REASON
               PERFORM REJECT-HOST-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-HOST-LEN > WS-HOST-TOTAL
               MOVE WS-HOST-LEN TO WS-LEN-ED
               STRING "record is " FUNCTION TRIM(WS-LEN-ED)
                   " long, past the layout's end"
                   DELIMITED SIZE INTO WS-REJ-REASON
               PERFORM REJECT-HOST-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM HOST-TO-TEXT-RECORD.

       HOST-TO-TEXT-RECORD.
           MOVE SPACES TO WS-TEXT-REC
           MOVE 0 TO WS-PREV-END
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   OR WS-REC-BAD = 'Y'
               PERFORM COPY-GAP-FROM-HOST
               IF WS-REC-BAD NOT = 'Y'
                   IF WS-LAY-HOST(WS-LAY-IDX) = 'C'
                       PERFORM CHARS-FROM-HOST
                   ELSE
                       PERFORM NUMBER-FROM-HOST
                   END-IF
               END-IF
               COMPUTE WS-PREV-END = WS-LAY-START(WS-LAY-IDX)
                   + WS-LAY-LEN(WS-LAY-IDX) - 1
           END-PERFORM
           IF WS-REC-BAD = 'Y'
               PERFORM REJECT-HOST-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAY-TOTAL TO WS-OUT-LEN
           MOVE WS-TEXT-REC(1:WS-LAY-TOTAL) TO TEXT-OUT-RECORD
           WRITE TEXT-OUT-RECORD
           PERFORM ADD-TO-HASH
           ADD 1 TO WS-RECS-WRITTEN.

      *> How many of a host field's bytes the record actually holds
      *> -- a vb record may stop short.
       HOST-BYTES-PRESENT.
           MOVE 0 TO WS-CHARS-LEN
           IF WS-GAP-HSTART <= WS-HOST-LEN
               COMPUTE WS-CHARS-LEN = WS-HOST-LEN - WS-GAP-HSTART + 1
               IF WS-CHARS-LEN > WS-GAP-LEN
                   MOVE WS-GAP-LEN TO WS-CHARS-LEN
               END-IF
           END-IF.

       COPY-GAP-FROM-HOST.
           COMPUTE WS-GAP-START = WS-PREV-END + 1
           COMPUTE WS-GAP-LEN = WS-LAY-START(WS-LAY-IDX)
               - WS-GAP-START
           IF WS-GAP-LEN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GAP-HSTART = WS-LAY-HSTART(WS-LAY-IDX)
               - WS-GAP-LEN
           PERFORM HOST-BYTES-PRESENT
           IF WS-CHARS-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOST-REC(WS-GAP-HSTART:WS-CHARS-LEN) TO WS-CHARS
           PERFORM CHECK-EBCDIC-CHARS
           IF WS-REC-BAD = 'Y'
               MOVE WS-GAP-HSTART TO WS-LEN-ED
               STRING "untranslatable byte in the filler at "
                   FUNCTION TRIM(WS-LEN-ED)
                   DELIMITED SIZE INTO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-CHARS(1:WS-CHARS-LEN)
               CONVERTING WS-EBCDIC-SET TO WS-ASCII-SET
           MOVE WS-CHARS(1:WS-CHARS-LEN)
               TO WS-TEXT-REC(WS-GAP-START:WS-CHARS-LEN).

       CHARS-FROM-HOST.
           MOVE WS-LAY-HSTART(WS-LAY-IDX) TO WS-GAP-HSTART
           MOVE WS-LAY-HLEN(WS-LAY-IDX) TO WS-GAP-LEN
           PERFORM HOST-BYTES-PRESENT
           IF WS-CHARS-LEN = 0
               IF WS-LAY-REQ(WS-LAY-IDX) = 'R'
                   PERFORM FIELD-REASON
                   STRING " required, record ends before it"
                       DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHARS
           MOVE WS-HOST-REC(WS-GAP-HSTART:WS-CHARS-LEN) TO WS-CHARS
           PERFORM CHECK-EBCDIC-CHARS
           IF WS-REC-BAD = 'Y'
               PERFORM FIELD-REASON
               STRING " has a byte code page 037 does not print"
                   DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-CHARS(1:WS-CHARS-LEN)
               CONVERTING WS-EBCDIC-SET TO WS-ASCII-SET
           IF WS-LAY-REQ(WS-LAY-IDX) = 'R'
                   AND WS-CHARS(1:WS-CHARS-LEN) = SPACES
               PERFORM FIELD-REASON
               STRING " required, blank" DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHARS(1:WS-CHARS-LEN)
               TO WS-TEXT-REC(WS-LAY-START(WS-LAY-IDX):WS-CHARS-LEN).

      *> Only the 95 printable code-page characters come across; an
      *> ASCII blank (X'20') in host data is a control byte there.
       CHECK-EBCDIC-CHARS.
           MOVE WS-CHARS(1:WS-CHARS-LEN) TO WS-SCRATCH
           MOVE 0 TO WS-SPACE-COUNT
           INSPECT WS-SCRATCH(1:WS-CHARS-LEN)
               TALLYING WS-SPACE-COUNT FOR ALL SPACE
           INSPECT WS-SCRATCH(1:WS-CHARS-LEN)
               CONVERTING WS-EBCDIC-SET TO WS-BLANK-SET
           IF WS-SCRATCH(1:WS-CHARS-LEN) NOT = SPACES
                   OR WS-SPACE-COUNT > 0
               MOVE 'Y' TO WS-REC-BAD
           END-IF.

       NUMBER-FROM-HOST.
           MOVE WS-LAY-HSTART(WS-LAY-IDX) TO WS-GAP-HSTART
           MOVE WS-LAY-HLEN(WS-LAY-IDX) TO WS-GAP-LEN
           PERFORM HOST-BYTES-PRESENT
           IF WS-CHARS-LEN < WS-LAY-HLEN(WS-LAY-IDX)
               PERFORM FIELD-REASON
               STRING " cut off by the end of the record"
                   DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAY-LEN(WS-LAY-IDX) TO WS-DIGIT-LEN
           MOVE 'N' TO WS-NUM-NEG
           IF WS-LAY-HOST(WS-LAY-IDX) = 'P'
               PERFORM UNPACK-DIGITS
           ELSE
               PERFORM UNZONE-DIGITS
           END-IF
           IF WS-REC-BAD = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DIGITS(1:WS-DIGIT-LEN) = ALL '0'
               MOVE 'N' TO WS-NUM-NEG
           END-IF
           IF WS-LAY-IDX = WS-HASH-IDX
               PERFORM TAKE-HASH-VALUE
           END-IF
           IF WS-NUM-NEG = 'Y'
               IF WS-DIGITS(1:1) NOT = '0'
                   PERFORM FIELD-REASON
                   STRING " negative with no room for the sign"
                       DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
                   EXIT PARAGRAPH
               END-IF
               MOVE '-' TO WS-DIGITS(1:1)
           END-IF
           MOVE WS-DIGITS(1:WS-DIGIT-LEN)
               TO WS-TEXT-REC(WS-LAY-START(WS-LAY-IDX):WS-DIGIT-LEN).

      *> Every byte F0-F9 but the last, whose zone may carry the
      *> sign: F, C, A or E plus, D or B minus.
       UNZONE-DIGITS.
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > WS-DIGIT-LEN
                   OR WS-REC-BAD = 'Y'
               COMPUTE WS-BYTE-VAL = FUNCTION ORD(
                   WS-HOST-REC(WS-LAY-HSTART(WS-LAY-IDX)
                       + WS-DIGIT-IDX - 1:1)) - 1
               DIVIDE WS-BYTE-VAL BY 16 GIVING WS-BYTE-HI
                   REMAINDER WS-BYTE-LO
               IF WS-BYTE-LO > 9
                   PERFORM FIELD-REASON
                   STRING " not zoned decimal" DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               ELSE
                   MOVE WS-BYTE-LO TO WS-DIGIT
                   MOVE WS-DIGIT TO WS-DIGITS(WS-DIGIT-IDX:1)
                   EVALUATE TRUE
                       WHEN WS-BYTE-HI = 15
                           CONTINUE
                       WHEN WS-DIGIT-IDX < WS-DIGIT-LEN
                           PERFORM FIELD-REASON
                           STRING " not zoned decimal" DELIMITED SIZE
                               INTO WS-REJ-REASON
                               WITH POINTER WS-REASON-PTR
                       WHEN WS-BYTE-HI = 12 OR WS-BYTE-HI = 10
                               OR WS-BYTE-HI = 14
                           CONTINUE
                       WHEN WS-BYTE-HI = 13 OR WS-BYTE-HI = 11
                           MOVE 'Y' TO WS-NUM-NEG
                       WHEN OTHER
                           PERFORM FIELD-REASON
                           STRING " bad zoned sign" DELIMITED SIZE
                               INTO WS-REJ-REASON
                               WITH POINTER WS-REASON-PTR
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> Two nibbles a byte; all but the last must be digits, a pad
      *> nibble must be zero, and the last is the sign.
       UNPACK-DIGITS.
           COMPUTE WS-NIB-COUNT = WS-LAY-HLEN(WS-LAY-IDX) * 2
           COMPUTE WS-NIB-PAD = WS-NIB-COUNT - 1 - WS-DIGIT-LEN
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-LAY-HLEN(WS-LAY-IDX)
               COMPUTE WS-BYTE-VAL = FUNCTION ORD(
                   WS-HOST-REC(WS-LAY-HSTART(WS-LAY-IDX)
                       + WS-BYTE-IDX - 1:1)) - 1
               DIVIDE WS-BYTE-VAL BY 16 GIVING WS-BYTE-HI
                   REMAINDER WS-BYTE-LO
               MOVE WS-BYTE-HI TO WS-NIBBLE(WS-BYTE-IDX * 2 - 1)
               MOVE WS-BYTE-LO TO WS-NIBBLE(WS-BYTE-IDX * 2)
           END-PERFORM
           IF WS-NIB-PAD = 1 AND WS-NIBBLE(1) NOT = 0
               PERFORM FIELD-REASON
               STRING " packed value wider than the field"
                   DELIMITED SIZE
                   INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > WS-DIGIT-LEN
                   OR WS-REC-BAD = 'Y'
               IF WS-NIBBLE(WS-NIB-PAD + WS-DIGIT-IDX) > 9
                   PERFORM FIELD-REASON
                   STRING " not packed decimal" DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
               ELSE
                   MOVE WS-NIBBLE(WS-NIB-PAD + WS-DIGIT-IDX)
                       TO WS-DIGIT
                   MOVE WS-DIGIT TO WS-DIGITS(WS-DIGIT-IDX:1)
               END-IF
           END-PERFORM
           IF WS-REC-BAD = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NIBBLE(WS-NIB-COUNT) TO WS-SIGN-NIB
           EVALUATE TRUE
               WHEN WS-SIGN-NIB = 12 OR WS-SIGN-NIB = 15
                       OR WS-SIGN-NIB = 10 OR WS-SIGN-NIB = 14
                   CONTINUE
               WHEN WS-SIGN-NIB = 13 OR WS-SIGN-NIB = 11
                   MOVE 'Y' TO WS-NUM-NEG
               WHEN OTHER
                   PERFORM FIELD-REASON
                   STRING " bad packed sign" DELIMITED SIZE
                       INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR
           END-EVALUATE.

      *>--------------------------------------------------------------
      *> Hash total, rejects, control record
      *>--------------------------------------------------------------
      *> The record's hash value is held until the record is written
      *> -- a reject later in the record must not count.
       TAKE-HASH-VALUE.
           MOVE ALL '0' TO WS-HASH-WORK-X
           MOVE WS-DIGITS(1:WS-DIGIT-LEN)
               TO WS-HASH-WORK-X(18 - WS-DIGIT-LEN:WS-DIGIT-LEN)
           MOVE WS-HASH-WORK TO WS-REC-HASH
           IF WS-NUM-NEG = 'Y'
               MULTIPLY -1 BY WS-REC-HASH
           END-IF.

       ADD-TO-HASH.
           ADD WS-REC-HASH TO WS-HASH-TOTAL
               ON SIZE ERROR
                   MOVE 'Y' TO WS-HASH-OVERFLOW
           END-ADD.

       FIELD-REASON.
           MOVE 'Y' TO WS-REC-BAD
           MOVE SPACES TO WS-REJ-REASON
           MOVE 1 TO WS-REASON-PTR
           STRING FUNCTION TRIM(WS-LAY-NAME(WS-LAY-IDX))
               DELIMITED SIZE
               INTO WS-REJ-REASON WITH POINTER WS-REASON-PTR.

       OPEN-REJECTS.
           IF WS-REJ-OPEN = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJ-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "error: could not create "
                   FUNCTION TRIM(WS-REJ-PATH)
                   " (file status " WS-REJ-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-REJ-OPEN.

       REJECT-TEXT-RECORD.
           ADD 1 TO WS-RECS-REJECTED
           PERFORM OPEN-REJECTS
           MOVE WS-RECS-READ TO WS-REC-ED
           MOVE SPACES TO REJ-RECORD
           MOVE 1 TO WS-CHAR-IDX
           STRING
               FUNCTION TRIM(WS-REC-ED)        DELIMITED SIZE
               '|'                             DELIMITED SIZE
               FUNCTION TRIM(WS-REJ-REASON)    DELIMITED SIZE
               '|'                             DELIMITED SIZE
               INTO REJ-RECORD WITH POINTER WS-CHAR-IDX
           END-STRING
           IF WS-IN-LEN > 0
               INSPECT TEXT-IN-RECORD(1:WS-IN-LEN)
                   CONVERTING WS-CONTROL-SET TO WS-DOT-SET
               STRING TEXT-IN-RECORD(1:WS-IN-LEN) DELIMITED SIZE
                   INTO REJ-RECORD WITH POINTER WS-CHAR-IDX
               END-STRING
           END-IF
           WRITE REJ-RECORD.

      *> Host bytes go to the reject file in hex, two digits a byte.
       REJECT-HOST-RECORD.
           ADD 1 TO WS-RECS-REJECTED
           PERFORM OPEN-REJECTS
           MOVE WS-RECS-READ TO WS-REC-ED
           MOVE SPACES TO REJ-RECORD
           MOVE 1 TO WS-CHAR-IDX
           STRING
               FUNCTION TRIM(WS-REC-ED)        DELIMITED SIZE
               '|'                             DELIMITED SIZE
               FUNCTION TRIM(WS-REJ-REASON)    DELIMITED SIZE
               '|'                             DELIMITED SIZE
               INTO REJ-RECORD WITH POINTER WS-CHAR-IDX
           END-STRING
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-HOST-LEN
               COMPUTE WS-BYTE-VAL =
                   FUNCTION ORD(WS-HOST-REC(WS-BYTE-IDX:1)) - 1
               DIVIDE WS-BYTE-VAL BY 16 GIVING WS-BYTE-HI
                   REMAINDER WS-BYTE-LO
               STRING WS-HEX-DIGITS(WS-BYTE-HI + 1:1)
                   WS-HEX-DIGITS(WS-BYTE-LO + 1:1)
                   DELIMITED SIZE
                   INTO REJ-RECORD WITH POINTER WS-CHAR-IDX
               END-STRING
           END-PERFORM
           WRITE REJ-RECORD.

      *> Beside a host file the control record is EBCDIC, so the
      *> mainframe job reads it as it reads any other card image.
       WRITE-CONTROL-RECORD.
           MOVE SPACES TO WS-CTL-PATH
           STRING FUNCTION TRIM(WS-OUT-PATH) ".ctl"
               DELIMITED SIZE INTO WS-CTL-PATH
           MOVE WS-RECS-WRITTEN TO WS-CTL-COUNT
           IF WS-HASH-TOTAL < 0
               MOVE '-' TO WS-CTL-SIGN
           ELSE
               MOVE '+' TO WS-CTL-SIGN
           END-IF
           MOVE WS-HASH-TOTAL TO WS-CTL-HASH
           MOVE WS-HASH-NAME TO WS-CTL-FIELD
           ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD
           IF WS-DIRECTION = "to-host"
               MOVE WS-CTL TO HOST-CTL-RECORD
               INSPECT HOST-CTL-RECORD
                   CONVERTING WS-ASCII-SET TO WS-EBCDIC-SET
               OPEN OUTPUT HOST-CTL-FILE
               IF WS-CTL-STATUS = "00"
                   WRITE HOST-CTL-RECORD
                   CLOSE HOST-CTL-FILE
               END-IF
           ELSE
               MOVE WS-CTL TO TEXT-CTL-RECORD
               OPEN OUTPUT TEXT-CTL-FILE
               IF WS-CTL-STATUS = "00"
                   WRITE TEXT-CTL-RECORD
                   CLOSE TEXT-CTL-FILE
               END-IF
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "error: could not write "
                   FUNCTION TRIM(WS-CTL-PATH)
                   " (file status " WS-CTL-STATUS ")"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The host job's own control record, when it sent one: its
      *> count against the records read, its hash against ours --
      *> which is only comparable when nothing was rejected.
       BALANCE-THEIR-CONTROL.
           MOVE SPACES TO WS-CTL-PATH
           STRING FUNCTION TRIM(WS-IN-PATH) ".ctl"
               DELIMITED SIZE INTO WS-CTL-PATH
           OPEN INPUT HOST-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "none sent" TO WS-CTL-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOST-CTL-RECORD
           READ HOST-CTL-FILE
               AT END
                   MOVE SPACES TO HOST-CTL-RECORD
           END-READ
           CLOSE HOST-CTL-FILE
           MOVE HOST-CTL-RECORD TO WS-THEIR-CTL
           INSPECT WS-THEIR-CTL
               CONVERTING WS-EBCDIC-SET TO WS-ASCII-SET
           IF WS-THEIR-CTL(1:8) NOT = 'INTCHCTL'
                   OR WS-THEIR-CTL(9:9) NOT NUMERIC
                   OR WS-THEIR-CTL(19:17) NOT NUMERIC
               MOVE "OUT OF BALANCE -- control record unreadable"
                   TO WS-CTL-RESULT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THEIR-CTL(9:9) TO WS-THEIR-COUNT
           MOVE WS-THEIR-CTL(19:17) TO WS-HASH-WORK-X
           MOVE WS-HASH-WORK TO WS-THEIR-HASH
           IF WS-THEIR-CTL(18:1) = '-'
               MULTIPLY -1 BY WS-THEIR-HASH
           END-IF
           EVALUATE TRUE
               WHEN WS-THEIR-COUNT NOT = WS-RECS-READ
                   MOVE "OUT OF BALANCE -- record count"
                       TO WS-CTL-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECS-REJECTED = 0
                       AND WS-THEIR-HASH NOT = WS-HASH-TOTAL
                   MOVE "OUT OF BALANCE -- hash total"
                       TO WS-CTL-RESULT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECS-REJECTED > 0
                   MOVE "count balances; hash not comparable"
                       TO WS-CTL-RESULT
               WHEN OTHER
                   MOVE "in balance" TO WS-CTL-RESULT
           END-EVALUATE.

       PRINT-CONTROL-TOTALS.
           DISPLAY "================================================="
           DISPLAY " interchange " FUNCTION TRIM(WS-DIRECTION) "  "
               WS-RECFM "  layout " FUNCTION TRIM(WS-LAYOUT-NAME)
           DISPLAY " in:  " FUNCTION TRIM(WS-IN-PATH)
           DISPLAY " out: " FUNCTION TRIM(WS-OUT-PATH)
           MOVE WS-LAY-TOTAL TO WS-LEN-ED
           DISPLAY " record length: ASCII " FUNCTION TRIM(WS-LEN-ED)
               WITH NO ADVANCING
           MOVE WS-HOST-TOTAL TO WS-LEN-ED
           DISPLAY ", host " FUNCTION TRIM(WS-LEN-ED)
           DISPLAY " -----------------------------------------------"
           MOVE WS-RECS-READ TO WS-COUNT-ED
           DISPLAY " records read:      " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-RECS-WRITTEN TO WS-COUNT-ED
           DISPLAY " records written:   " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-RECS-REJECTED TO WS-COUNT-ED
           DISPLAY " records rejected:  " FUNCTION TRIM(WS-COUNT-ED)
           IF WS-HASH-IDX > 0
               MOVE WS-HASH-TOTAL TO WS-HASH-ED
               DISPLAY " hash total:        " FUNCTION TRIM(WS-HASH-ED)
                   "  (" FUNCTION TRIM(WS-HASH-NAME) ")"
           ELSE
               DISPLAY " hash total:        0  (no 9 field)"
           END-IF
           IF WS-HASH-OVERFLOW = 'Y'
               DISPLAY " HASH OVERFLOW -- the total passed 17 digits"
           END-IF
           DISPLAY " control record:    " FUNCTION TRIM(WS-OUT-PATH)
               ".ctl"
           IF WS-DIRECTION = "from-host"
               DISPLAY " host control:      "
                   FUNCTION TRIM(WS-CTL-RESULT)
           END-IF
           IF WS-RECS-REJECTED > 0
               DISPLAY " rejects in " FUNCTION TRIM(WS-REJ-PATH)
           END-IF
           DISPLAY "=================================================".
