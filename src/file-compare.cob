      *================================================================*
      * PROGRAM:     FILE-COMPARE                                      *
      * DESCRIPTION: Says what actually changed between two versions   *
      *              of a data file -- after a master is reloaded, or  *
      *              before RESTORE is allowed to put an older         *
      *              generation back. Records are matched by key, the  *
      *              key being one or more fields of a layouts/        *
      *              <name>.layout (comma-separated field names, in    *
      *              key order). Three sections are printed: records   *
      *              only in the old file, records only in the new     *
      *              file, and changed records with the before and     *
      *              after value of each field that differs -- then    *
      *              control totals. A registered indexed master (a    *
      *              keyed-files.dat entry, as KEYED-TOOL reads) is    *
      *              compared with --keyed: the old side is that       *
      *              file's copy in a backup generation under          *
      *              backups/, the new side the live file, so the      *
      *              report is exactly what a restore would undo.      *
      *              Without key fields a registered file is keyed on  *
      *              its registered leading key bytes. RETURN-CODE 4   *
      *              when the files differ (or a key repeats within    *
      *              one file), 8 when a file or the layout cannot be  *
      *              read or a table fills; 0 when they agree.         *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/file-compare.cob -o dist/file-compare            *
      *   ./dist/file-compare <old-file> <new-file> <layout>           *
      *                       <key-field[,key-field...]>               *
      *   ./dist/file-compare --keyed <name> <generation|latest>       *
      *                       <layout> [key-field[,key-field...]]      *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Declare audit.dat's alternate keys so it opens *
      *                 (was status 39); a file keyed any other way is *
      *                 reported as not in the audit.dat shape         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE
               ASSIGN TO DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT REG-FILE
               ASSIGN TO DYNAMIC WS-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT FLAT-FILE
               ASSIGN TO DYNAMIC WS-CUR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT KEYED-FILE
               ASSIGN TO DYNAMIC WS-CUR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KEYED-REC-KEY
               ALTERNATE RECORD KEY IS KEYED-REC-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KEYED-REC-OPER
                   WITH DUPLICATES
               FILE STATUS IS WS-KEYED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD           PIC X(200).
       FD  REG-FILE.
       01  REG-RECORD              PIC X(500).
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(200).
       FD  FLAT-FILE
           RECORD VARYING IN SIZE FROM 0 TO 2873
               DEPENDING ON WS-FLAT-LEN.
       01  FLAT-RECORD             PIC X(2873).
      *> Registered files carry their key in the leading fourteen
      *> bytes, the audit.dat shape KEYED-TOOL reads, with audit.dat's
      *> two alternate keys -- stamp and operator -- declared to match
      *> its index, or the open is refused with status 39.
       FD  KEYED-FILE.
       01  KEYED-RECORD.
           05  KEYED-REC-KEY       PIC X(14).
           05  KEYED-REC-REST      PIC X(2859).
           05  KEYED-REC-ALT REDEFINES KEYED-REC-REST.
               10  KEYED-REC-STAMP PIC X(19).
               10  FILLER          PIC X(2823).
               10  KEYED-REC-OPER  PIC X(8).
               10  FILLER          PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-LAYOUT-PATH          PIC X(600).
       01  WS-REG-PATH             PIC X(520).
       01  WS-LIST-PATH            PIC X(60).
       01  WS-OLD-PATH             PIC X(820).
       01  WS-NEW-PATH             PIC X(820).
       01  WS-CUR-PATH             PIC X(820).
       01  WS-LAYOUT-STATUS        PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-LIST-STATUS          PIC XX.
       01  WS-FLAT-STATUS          PIC XX.
       01  WS-KEYED-STATUS         PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-FLAT-LEN             PIC 9(4).
       01  WS-SHELL-CMD            PIC X(1200).
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Arguments
       01  WS-ARG-1                PIC X(300).
       01  WS-ARG-2                PIC X(300).
       01  WS-ARG-3                PIC X(300).
       01  WS-ARG-4                PIC X(300).
       01  WS-ARG-5                PIC X(300).
       01  WS-KEYED-MODE           PIC X VALUE 'N'.
       01  WS-LAYOUT-NAME          PIC X(50).
       01  WS-KEY-LIST             PIC X(300).
       01  WS-GEN-ARG              PIC X(100).
       01  WS-REG-NAME-ARG         PIC X(30).
       01  WS-NAME-BAD             PIC 9(3).

      *> The loaded layout -- one row per field line
       01  WS-LAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-LAY-TABLE.
           05  WS-LAY-ENTRY OCCURS 60 TIMES.
               10  WS-LAY-NAME     PIC X(30).
               10  WS-LAY-START    PIC 9(4).
               10  WS-LAY-LEN      PIC 9(3).
       01  WS-LAY-IDX              PIC 9(3).
       01  WS-FLD-A                PIC X(30).
       01  WS-FLD-B                PIC X(10).
       01  WS-FLD-C                PIC X(10).

      *> The key fields, as layout slots in key order
       01  WS-KF-COUNT             PIC 9(2) VALUE 0.
       01  WS-KF-TABLE.
           05  WS-KF-SLOT OCCURS 10 TIMES PIC 9(3).
       01  WS-KF-IDX               PIC 9(2).
       01  WS-KF-NAME              PIC X(30).
       01  WS-KF-PTR               PIC 9(4).
       01  WS-KEY-BYTES            PIC 9(2) VALUE 0.

      *> Registry, as KEYED-TOOL loads it
       01  WS-REG-COUNT            PIC 9(2) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 20 TIMES.
               10  WS-REG-NAME     PIC X(30).
               10  WS-REG-FILE     PIC X(300).
               10  WS-REG-KEYLEN   PIC 9(2).
       01  WS-REG-IDX              PIC 9(2).
       01  WS-REG-SLOT             PIC 9(2) VALUE 0.
       01  WS-FLD-NAME             PIC X(30).
       01  WS-FLD-FILE             PIC X(300).
       01  WS-FLD-KEYLEN           PIC X(5).
       01  WS-BASE-NAME            PIC X(300).
       01  WS-GEN-LAST             PIC X(100).

      *> Both versions, loaded whole. Side 1 is old, side 2 new.
       01  WS-REC-MAX              PIC 9(4) VALUE 2000.
       01  WS-SIDE                 PIC 9.
       01  WS-SIDE-TABLE.
           05  WS-SIDE-ENTRY OCCURS 2 TIMES.
               10  WS-SD-COUNT     PIC 9(4).
               10  WS-SD-READ      PIC 9(7).
               10  WS-SD-DUPS      PIC 9(7).
               10  WS-SD-DROPPED   PIC 9(7).
               10  WS-SD-REC OCCURS 2000 TIMES.
                   15  WS-SD-KEY       PIC X(100).
                   15  WS-SD-MATCHED   PIC X.
                   15  WS-SD-DATA      PIC X(2873).
       01  WS-REC-IDX              PIC 9(4).
       01  WS-MATCH-IDX            PIC 9(4).
       01  WS-THIS-KEY             PIC X(100).
       01  WS-THIS-DATA            PIC X(2873).
       01  WS-KEY-PTR              PIC 9(4).

      *> Comparing one matched pair
       01  WS-OLD-VALUE            PIC X(999).
       01  WS-NEW-VALUE            PIC X(999).
       01  WS-FIELD-DIFFS          PIC 9(3).
       01  WS-SHOW-KEY             PIC X(60).
       01  WS-SHOW-VAL             PIC X(50).

      *> Control totals
       01  WS-ONLY-OLD             PIC 9(7) VALUE 0.
       01  WS-ONLY-NEW             PIC 9(7) VALUE 0.
       01  WS-CHANGED              PIC 9(7) VALUE 0.
       01  WS-UNCHANGED            PIC 9(7) VALUE 0.
       01  WS-COUNT-ED             PIC ZZZZZZ9.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-LAYOUT
           IF WS-LAY-COUNT = 0
               DISPLAY "error: no layout named "
                   FUNCTION TRIM(WS-LAYOUT-NAME) " in layouts/"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-KEYED-MODE = 'Y'
               PERFORM RESOLVE-KEYED-PATHS
           END-IF
           PERFORM RESOLVE-KEY-FIELDS
           MOVE 1 TO WS-SIDE
           MOVE WS-OLD-PATH TO WS-CUR-PATH
           PERFORM LOAD-ONE-SIDE
           MOVE 2 TO WS-SIDE
           MOVE WS-NEW-PATH TO WS-CUR-PATH
           PERFORM LOAD-ONE-SIDE
           PERFORM MATCH-SIDES

           DISPLAY "================================================="
           DISPLAY " file compare  layout "
               FUNCTION TRIM(WS-LAYOUT-NAME)
           DISPLAY " old: " FUNCTION TRIM(WS-OLD-PATH)
           DISPLAY " new: " FUNCTION TRIM(WS-NEW-PATH)
           DISPLAY "================================================="
           PERFORM REPORT-ONLY-OLD
           PERFORM REPORT-ONLY-NEW
           PERFORM REPORT-CHANGED
           PERFORM PRINT-CONTROL-TOTALS
           EVALUATE TRUE
               WHEN WS-SD-DROPPED(1) > 0 OR WS-SD-DROPPED(2) > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ONLY-OLD > 0 OR WS-ONLY-NEW > 0
                       OR WS-CHANGED > 0
                       OR WS-SD-DUPS(1) > 0 OR WS-SD-DUPS(2) > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       PARSE-ARGS.
           MOVE SPACES TO WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4
               WS-ARG-5
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-1
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-2
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-3
           END-ACCEPT
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-4
           END-ACCEPT
           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-5
           END-ACCEPT
           IF WS-ARG-1 = "--keyed"
               MOVE 'Y' TO WS-KEYED-MODE
               MOVE WS-ARG-2 TO WS-REG-NAME-ARG
               MOVE WS-ARG-3 TO WS-GEN-ARG
               MOVE WS-ARG-4 TO WS-LAYOUT-NAME
               MOVE WS-ARG-5 TO WS-KEY-LIST
               IF FUNCTION TRIM(WS-REG-NAME-ARG) = SPACES
                       OR FUNCTION TRIM(WS-GEN-ARG) = SPACES
                       OR FUNCTION TRIM(WS-LAYOUT-NAME) = SPACES
                   PERFORM SHOW-USAGE
               END-IF
           ELSE
               MOVE WS-ARG-1 TO WS-OLD-PATH
               MOVE WS-ARG-2 TO WS-NEW-PATH
               MOVE WS-ARG-3 TO WS-LAYOUT-NAME
               MOVE WS-ARG-4 TO WS-KEY-LIST
               IF FUNCTION TRIM(WS-OLD-PATH) = SPACES
                       OR FUNCTION TRIM(WS-NEW-PATH) = SPACES
                       OR FUNCTION TRIM(WS-LAYOUT-NAME) = SPACES
                       OR FUNCTION TRIM(WS-KEY-LIST) = SPACES
                   PERFORM SHOW-USAGE
               END-IF
           END-IF
           MOVE 0 TO WS-NAME-BAD
           INSPECT FUNCTION TRIM(WS-LAYOUT-NAME)
               TALLYING WS-NAME-BAD FOR ALL '/'
           INSPECT FUNCTION TRIM(WS-LAYOUT-NAME)
               TALLYING WS-NAME-BAD FOR ALL '.'
           IF WS-NAME-BAD > 0
               DISPLAY "error: layout name not allowed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SHOW-USAGE.
           DISPLAY "usage: file-compare <old-file> <new-file> <layout>"
               " <key-field[,key-field...]>"
           DISPLAY "       file-compare --keyed <name> "
               "<generation|latest> <layout> [key-fields]"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

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
           MOVE SPACES TO WS-REG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "keyed-files.dat"
               DELIMITED SIZE INTO WS-REG-PATH
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-LIST-PATH
           STRING
               "/tmp/cobold_fcompare_" DELIMITED SIZE
               WS-PID-STR              DELIMITED SIZE
               ".txt"                  DELIMITED SIZE
               INTO WS-LIST-PATH.

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

      *> Only name, start and length matter for a compare; fields
      *> that would run past the record are left out.
       PARSE-LAYOUT-LINE.
           IF LAYOUT-RECORD = SPACES OR LAYOUT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-FLD-C
           UNSTRING LAYOUT-RECORD DELIMITED BY '|'
               INTO WS-FLD-A WS-FLD-B WS-FLD-C
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-A) = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FLD-B)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FLD-C)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B)) = 0
                   OR FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
                       + FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-C))
                       - 1 > 2873
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAY-COUNT
           MOVE FUNCTION TRIM(WS-FLD-A)
               TO WS-LAY-NAME(WS-LAY-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
               TO WS-LAY-START(WS-LAY-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-C))
               TO WS-LAY-LEN(WS-LAY-COUNT).

      *> The registry is the same allowlist KEYED-TOOL honours; an
      *> unregistered name is refused.
       RESOLVE-KEYED-PATHS.
           PERFORM LOAD-REGISTRY
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-NAME(WS-REG-IDX)
                       = FUNCTION TRIM(WS-REG-NAME-ARG)
                   MOVE WS-REG-IDX TO WS-REG-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REG-SLOT = 0
               DISPLAY "refused: " FUNCTION TRIM(WS-REG-NAME-ARG)
                   " is not in the keyed-file registry"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REG-FILE(WS-REG-SLOT)(1:1) = '/'
               MOVE WS-REG-FILE(WS-REG-SLOT) TO WS-NEW-PATH
           ELSE
               MOVE SPACES TO WS-NEW-PATH
               STRING
                   FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
                   FUNCTION TRIM(WS-REG-FILE(WS-REG-SLOT))
                                              DELIMITED SIZE
                   INTO WS-NEW-PATH
           END-IF
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-REG-FILE(WS-REG-SLOT)))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-REG-FILE(WS-REG-SLOT)))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           MOVE SPACES TO WS-BASE-NAME
           MOVE WS-REG-FILE(WS-REG-SLOT)
               (WS-PATH-LEN - WS-SLASH-POS + 1:WS-SLASH-POS)
               TO WS-BASE-NAME
           IF FUNCTION TRIM(WS-GEN-ARG) = 'latest'
               PERFORM FIND-LATEST-GENERATION
           END-IF
      *>   The generation name lands inside a path and a shell test.
           MOVE 0 TO WS-NAME-BAD
           INSPECT FUNCTION TRIM(WS-GEN-ARG)
               TALLYING WS-NAME-BAD FOR ALL "'"
           INSPECT FUNCTION TRIM(WS-GEN-ARG)
               TALLYING WS-NAME-BAD FOR ALL "/"
           IF WS-NAME-BAD > 0 OR FUNCTION TRIM(WS-GEN-ARG) = SPACES
               DISPLAY "not a generation name"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-OLD-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               "backups/"                  DELIMITED SIZE
               FUNCTION TRIM(WS-GEN-ARG)   DELIMITED SIZE
               "/"                         DELIMITED SIZE
               FUNCTION TRIM(WS-BASE-NAME) DELIMITED SIZE
               INTO WS-OLD-PATH.

       LOAD-REGISTRY.
           MOVE 0 TO WS-REG-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-REGISTRY-LINE
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       PARSE-REGISTRY-LINE.
           IF REG-RECORD = SPACES OR REG-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-NAME WS-FLD-FILE WS-FLD-KEYLEN
           UNSTRING REG-RECORD DELIMITED BY '|'
               INTO WS-FLD-NAME WS-FLD-FILE WS-FLD-KEYLEN
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-NAME) = SPACES
                   OR FUNCTION TRIM(WS-FLD-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE FUNCTION TRIM(WS-FLD-NAME)
               TO WS-REG-NAME(WS-REG-COUNT)
           MOVE FUNCTION TRIM(WS-FLD-FILE)
               TO WS-REG-FILE(WS-REG-COUNT)
           MOVE 14 TO WS-REG-KEYLEN(WS-REG-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-KEYLEN)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-KEYLEN))
                   TO WS-REG-KEYLEN(WS-REG-COUNT)
           END-IF
           IF WS-REG-KEYLEN(WS-REG-COUNT) > 14
                   OR WS-REG-KEYLEN(WS-REG-COUNT) = 0
               MOVE 14 TO WS-REG-KEYLEN(WS-REG-COUNT)
           END-IF.

      *> Newest generation directory under backups/, the way RESTORE
      *> lists them.
       FIND-LATEST-GENERATION.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "ls '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               "backups' 2>/dev/null | grep '^gen-' | sort > "
                                           DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE SPACES TO WS-GEN-LAST
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(LIST-RECORD) NOT = SPACES
                               MOVE FUNCTION TRIM(LIST-RECORD)
                                   TO WS-GEN-LAST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f "                    DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF WS-GEN-LAST = SPACES
               DISPLAY "no backup generations on hand -- run backup"
                   " first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-GEN-LAST TO WS-GEN-ARG.

      *> Key fields named on the command line are looked up in the
      *> layout; a registered file given none is keyed on its
      *> registered leading bytes.
       RESOLVE-KEY-FIELDS.
           MOVE 0 TO WS-KF-COUNT
           IF FUNCTION TRIM(WS-KEY-LIST) = SPACES
               MOVE WS-REG-KEYLEN(WS-REG-SLOT) TO WS-KEY-BYTES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KF-PTR
           PERFORM UNTIL WS-KF-PTR > FUNCTION LENGTH(WS-KEY-LIST)
                   OR WS-KF-COUNT >= 10
               MOVE SPACES TO WS-KF-NAME
               UNSTRING WS-KEY-LIST DELIMITED BY ','
                   INTO WS-KF-NAME
                   WITH POINTER WS-KF-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-KF-NAME) NOT = SPACES
                   PERFORM ADD-KEY-FIELD
               END-IF
           END-PERFORM.

       ADD-KEY-FIELD.
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               IF FUNCTION UPPER-CASE(WS-LAY-NAME(WS-LAY-IDX))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KF-NAME))
                   ADD 1 TO WS-KF-COUNT
                   MOVE WS-LAY-IDX TO WS-KF-SLOT(WS-KF-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           DISPLAY "error: key field " FUNCTION TRIM(WS-KF-NAME)
               " is not in layout " FUNCTION TRIM(WS-LAYOUT-NAME)
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LOAD-ONE-SIDE.
           MOVE 0 TO WS-SD-COUNT(WS-SIDE) WS-SD-READ(WS-SIDE)
               WS-SD-DUPS(WS-SIDE) WS-SD-DROPPED(WS-SIDE)
           MOVE 'N' TO WS-EOF
           IF WS-KEYED-MODE = 'Y'
               OPEN INPUT KEYED-FILE
               IF WS-KEYED-STATUS NOT = "00"
                   PERFORM CANNOT-OPEN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ KEYED-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE KEYED-RECORD TO WS-THIS-DATA
                           PERFORM STORE-RECORD
                   END-READ
               END-PERFORM
               CLOSE KEYED-FILE
           ELSE
               OPEN INPUT FLAT-FILE
               IF WS-FLAT-STATUS NOT = "00"
                   PERFORM CANNOT-OPEN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   MOVE SPACES TO FLAT-RECORD
                   READ FLAT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FLAT-RECORD TO WS-THIS-DATA
                           PERFORM STORE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FLAT-FILE
           END-IF.

       CANNOT-OPEN.
           IF WS-KEYED-STATUS = "39"
               DISPLAY "error: " FUNCTION TRIM(WS-CUR-PATH)
                   " is not keyed in the audit.dat shape --"
                   " a 14-byte key, stamp and operator alternate"
                   " keys (file status 39)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "error: could not open " FUNCTION TRIM(WS-CUR-PATH)
               " (file status " WS-FLAT-STATUS WS-KEYED-STATUS ")"
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> A key already held on the same side is counted as a
      *> duplicate and left out of the compare.
       STORE-RECORD.
           ADD 1 TO WS-SD-READ(WS-SIDE)
           PERFORM BUILD-KEY
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-SD-COUNT(WS-SIDE)
               IF WS-SD-KEY(WS-SIDE, WS-REC-IDX) = WS-THIS-KEY
                   ADD 1 TO WS-SD-DUPS(WS-SIDE)
                   MOVE WS-THIS-KEY TO WS-SHOW-KEY
                   DISPLAY " duplicate key in "
                       FUNCTION TRIM(WS-CUR-PATH) ": "
                       FUNCTION TRIM(WS-SHOW-KEY)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SD-COUNT(WS-SIDE) >= WS-REC-MAX
               ADD 1 TO WS-SD-DROPPED(WS-SIDE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SD-COUNT(WS-SIDE)
           MOVE WS-THIS-KEY TO WS-SD-KEY(WS-SIDE, WS-SD-COUNT(WS-SIDE))
           MOVE 'N' TO WS-SD-MATCHED(WS-SIDE, WS-SD-COUNT(WS-SIDE))
           MOVE WS-THIS-DATA
               TO WS-SD-DATA(WS-SIDE, WS-SD-COUNT(WS-SIDE)).

      *> Key fields joined with '/', so the printed key reads as the
      *> fields it came from.
       BUILD-KEY.
           MOVE SPACES TO WS-THIS-KEY
           IF WS-KF-COUNT = 0
               MOVE WS-THIS-DATA(1:WS-KEY-BYTES) TO WS-THIS-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KEY-PTR
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
                   UNTIL WS-KF-IDX > WS-KF-COUNT
               MOVE WS-KF-SLOT(WS-KF-IDX) TO WS-LAY-IDX
               IF WS-KF-IDX > 1
                   STRING '/' DELIMITED SIZE
                       INTO WS-THIS-KEY WITH POINTER WS-KEY-PTR
               END-IF
               STRING WS-THIS-DATA(WS-LAY-START(WS-LAY-IDX):
                   WS-LAY-LEN(WS-LAY-IDX)) DELIMITED SIZE
                   INTO WS-THIS-KEY WITH POINTER WS-KEY-PTR
           END-PERFORM.

       MATCH-SIDES.
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-SD-COUNT(2)
               PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > WS-SD-COUNT(1)
                   IF WS-SD-MATCHED(1, WS-MATCH-IDX) = 'N'
                           AND WS-SD-KEY(1, WS-MATCH-IDX)
                               = WS-SD-KEY(2, WS-REC-IDX)
                       MOVE 'Y' TO WS-SD-MATCHED(1, WS-MATCH-IDX)
                       MOVE 'Y' TO WS-SD-MATCHED(2, WS-REC-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-ONLY-OLD.
           DISPLAY " "
           DISPLAY " only in old file:"
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-SD-COUNT(1)
               IF WS-SD-MATCHED(1, WS-REC-IDX) = 'N'
                   ADD 1 TO WS-ONLY-OLD
                   MOVE WS-SD-KEY(1, WS-REC-IDX) TO WS-SHOW-KEY
                   MOVE WS-SD-DATA(1, WS-REC-IDX) TO WS-SHOW-VAL
                   DISPLAY "   key " FUNCTION TRIM(WS-SHOW-KEY)
                       "  " FUNCTION TRIM(WS-SHOW-VAL, TRAILING)
               END-IF
           END-PERFORM
           IF WS-ONLY-OLD = 0
               DISPLAY "   (none)"
           END-IF.

       REPORT-ONLY-NEW.
           DISPLAY " "
           DISPLAY " only in new file:"
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-SD-COUNT(2)
               IF WS-SD-MATCHED(2, WS-REC-IDX) = 'N'
                   ADD 1 TO WS-ONLY-NEW
                   MOVE WS-SD-KEY(2, WS-REC-IDX) TO WS-SHOW-KEY
                   MOVE WS-SD-DATA(2, WS-REC-IDX) TO WS-SHOW-VAL
                   DISPLAY "   key " FUNCTION TRIM(WS-SHOW-KEY)
                       "  " FUNCTION TRIM(WS-SHOW-VAL, TRAILING)
               END-IF
           END-PERFORM
           IF WS-ONLY-NEW = 0
               DISPLAY "   (none)"
           END-IF.

      *> Matched pairs are found again by key; the field-by-field
      *> compare runs only when the records differ at all.
       REPORT-CHANGED.
           DISPLAY " "
           DISPLAY " changed records:"
           PERFORM VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-SD-COUNT(2)
               IF WS-SD-MATCHED(2, WS-REC-IDX) = 'Y'
                   PERFORM COMPARE-MATCHED-PAIR
               END-IF
           END-PERFORM
           IF WS-CHANGED = 0
               DISPLAY "   (none)"
           END-IF.

       COMPARE-MATCHED-PAIR.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-SD-COUNT(1)
               IF WS-SD-KEY(1, WS-MATCH-IDX)
                       = WS-SD-KEY(2, WS-REC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SD-DATA(1, WS-MATCH-IDX) = WS-SD-DATA(2, WS-REC-IDX)
               ADD 1 TO WS-UNCHANGED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGED
           MOVE WS-SD-KEY(2, WS-REC-IDX) TO WS-SHOW-KEY
           DISPLAY "   key " FUNCTION TRIM(WS-SHOW-KEY)
           MOVE 0 TO WS-FIELD-DIFFS
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE
               MOVE WS-SD-DATA(1, WS-MATCH-IDX)
                   (WS-LAY-START(WS-LAY-IDX):WS-LAY-LEN(WS-LAY-IDX))
                   TO WS-OLD-VALUE
               MOVE WS-SD-DATA(2, WS-REC-IDX)
                   (WS-LAY-START(WS-LAY-IDX):WS-LAY-LEN(WS-LAY-IDX))
                   TO WS-NEW-VALUE
               IF WS-OLD-VALUE NOT = WS-NEW-VALUE
                   ADD 1 TO WS-FIELD-DIFFS
                   DISPLAY "     "
                       FUNCTION TRIM(WS-LAY-NAME(WS-LAY-IDX))
                   MOVE WS-OLD-VALUE TO WS-SHOW-VAL
                   DISPLAY "         before ["
                       FUNCTION TRIM(WS-SHOW-VAL, TRAILING) "]"
                   MOVE WS-NEW-VALUE TO WS-SHOW-VAL
                   DISPLAY "         after  ["
                       FUNCTION TRIM(WS-SHOW-VAL, TRAILING) "]"
               END-IF
           END-PERFORM
           IF WS-FIELD-DIFFS = 0
               DISPLAY "     (differs outside the layout's fields)"
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-SD-READ(1) TO WS-COUNT-ED
           DISPLAY " old records read:     " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-SD-READ(2) TO WS-COUNT-ED
           DISPLAY " new records read:     " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-ONLY-OLD TO WS-COUNT-ED
           DISPLAY " only in old:          " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-ONLY-NEW TO WS-COUNT-ED
           DISPLAY " only in new:          " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-CHANGED TO WS-COUNT-ED
           DISPLAY " changed:              " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-UNCHANGED TO WS-COUNT-ED
           DISPLAY " unchanged:            " FUNCTION TRIM(WS-COUNT-ED)
           IF WS-SD-DUPS(1) > 0 OR WS-SD-DUPS(2) > 0
               COMPUTE WS-COUNT-ED = WS-SD-DUPS(1) + WS-SD-DUPS(2)
               DISPLAY " duplicate keys:       "
                   FUNCTION TRIM(WS-COUNT-ED)
           END-IF
           IF WS-SD-DROPPED(1) > 0 OR WS-SD-DROPPED(2) > 0
               COMPUTE WS-COUNT-ED =
                   WS-SD-DROPPED(1) + WS-SD-DROPPED(2)
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " record(s) not compared"
           END-IF
           DISPLAY "=================================================".
