      *================================================================*
      * PROGRAM:     LINEAGE-REPORT                                    *
      * DESCRIPTION: Recall list for one data file. Given a file name  *
      *              (any part of the path -- 'payroll.dat' finds      *
      *              data/payroll.dat and a job whose command line     *
      *              names it) and a date range, it reads the lineage  *
      *              LINEAGE-LOG keeps in lineage.dat and lists every  *
      *              session that read the file in the range: the      *
      *              operator, each read (when, by which tool, and     *
      *              the file's modification stamp at the time, so the *
      *              version read is known), the answer that followed  *
      *              each read, taken from audit.dat, and every output *
      *              the session wrote afterwards through write_file   *
      *              or a batch run -- the list to recall or re-run.   *
      *              A session's outputs are those written from its    *
      *              first read of the file through the day after its  *
      *              last; an answer already archived out of audit.dat *
      *              shows as such. One date is that day alone; no     *
      *              dates is the whole of lineage.dat. RETURN-CODE 4  *
      *              when nothing read the file, 8 when the arguments  *
      *              are unusable.                                     *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/lineage-report.cob src/crypt-codec.cob           *
      *        src/env-get.cob -o dist/lineage-report                  *
      *   ./dist/lineage-report <file> [YYYY-MM-DD [YYYY-MM-DD]]       *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LINEAGE-FILE
               ASSIGN TO DYNAMIC WS-LINEAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-KEY-SESSION   PIC 9(9).
               10  AUDIT-KEY-SEQ       PIC 9(5).
           05  AUDIT-STAMP             PIC X(19).
           05  AUDIT-ROLE              PIC X(20).
           05  AUDIT-CONTENT           PIC X(2800).
           05  AUDIT-REDACTIONS        PIC 9(3).
           05  AUDIT-OPERATOR          PIC X(8).
           05  AUDIT-CHAIN             PIC 9(9).
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD              PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-LOG-PATH             PIC X(520).
       01  WS-LINEAGE-PATH         PIC X(520).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-LINEAGE-STATUS       PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-AUDIT-OPEN           PIC X VALUE 'N'.

      *> Arguments
       01  WS-FILE-ARG             PIC X(300).
       01  WS-FILE-LEN             PIC 9(3).
       01  WS-FROM-ARG             PIC X(20).
       01  WS-TO-ARG               PIC X(20).
       01  WS-DATE-CHECK           PIC X(20).
       01  WS-DATE-OK              PIC X.

      *> A lineage line: stamp|session|seq|operator|R or W|tool|
      *> mtime|target -- the target is the rest of the line
       01  WS-LF-STAMP             PIC X(19).
       01  WS-LF-SESSION           PIC X(9).
       01  WS-LF-SEQ               PIC X(5).
       01  WS-LF-OPERATOR          PIC X(8).
       01  WS-LF-ACTION            PIC X(1).
       01  WS-LF-TOOL              PIC X(20).
       01  WS-LF-MTIME             PIC X(19).
       01  WS-LF-TARGET            PIC X(300).
       01  WS-LF-PTR               PIC 9(3).
       01  WS-HITS                 PIC 9(3).

      *> Reads of the file in the range, in lineage order
       01  WS-RD-COUNT             PIC 9(4) VALUE 0.
       01  WS-RD-TABLE.
           05  WS-RD-ENTRY OCCURS 2000 TIMES.
               10  WS-RD-STAMP     PIC X(19).
               10  WS-RD-SESSION   PIC 9(9).
               10  WS-RD-SEQ       PIC 9(5).
               10  WS-RD-TOOL      PIC X(20).
               10  WS-RD-MTIME     PIC X(19).
               10  WS-RD-TARGET    PIC X(300).
       01  WS-RD-IDX               PIC 9(4).

      *> The sessions behind those reads
       01  WS-SS-COUNT             PIC 9(3) VALUE 0.
       01  WS-SS-TABLE.
           05  WS-SS-ENTRY OCCURS 500 TIMES.
               10  WS-SS-SESSION   PIC 9(9).
               10  WS-SS-OPERATOR  PIC X(8).
               10  WS-SS-FIRST     PIC X(19).
               10  WS-SS-LAST-DAY  PIC 9(8).
       01  WS-SS-IDX               PIC 9(3).
       01  WS-SS-SLOT              PIC 9(3).

      *> Outputs those sessions wrote
       01  WS-OT-COUNT             PIC 9(4) VALUE 0.
       01  WS-OT-TABLE.
           05  WS-OT-ENTRY OCCURS 2000 TIMES.
               10  WS-OT-STAMP     PIC X(19).
               10  WS-OT-SESSION   PIC 9(9).
               10  WS-OT-TOOL      PIC X(20).
               10  WS-OT-MTIME     PIC X(19).
               10  WS-OT-TARGET    PIC X(300).
       01  WS-OT-IDX               PIC 9(4).
       01  WS-OT-SHOWN             PIC 9(4).
       01  WS-DAY-NUM              PIC 9(8).
       01  WS-DAY-INT              PIC 9(8).

      *> The answer that followed a read -- the first assistant
      *> record after the tool_call, before the next question
       01  WS-ANS-SEQ              PIC 9(5).
       01  WS-ANS-LIMIT            PIC 9(5).
       01  WS-ANS-FOUND            PIC X.
       01  WS-ANS-STOP             PIC X.
       01  WS-ANS-COUNT            PIC 9(4) VALUE 0.
       01  WS-SHOW-CONTENT         PIC X(2800).
       01  WS-SHOW-IDX             PIC 9(4).
       01  WS-CR-ACTION            PIC X.
       01  WS-CR-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-CR-LEN               PIC 9(6).
       01  WS-CR-STATUS            PIC X.

      *> Edited report fields
       01  WS-SESSION-ED           PIC Z(8)9.
       01  WS-SEQ-ED               PIC Z(4)9.
       01  WS-COUNT-ED             PIC Z(4)9.
       01  WS-RANGE-TEXT           PIC X(40).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-ARGUMENTS
           PERFORM RESOLVE-PATHS
           PERFORM COLLECT-READS
           IF WS-RD-COUNT = 0
               PERFORM PRINT-HEADING
               DISPLAY " "
               DISPLAY " nothing read " FUNCTION TRIM(WS-FILE-ARG)
                   " in the range"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COLLECT-OUTPUTS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF
           PERFORM PRINT-HEADING
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               PERFORM PRINT-SESSION
           END-PERFORM
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE AUDIT-FILE
           END-IF
           PERFORM PRINT-TOTALS
           STOP RUN.

      *> <file> [from [to]] -- one date is that day alone, none is
      *> everything on file.
       GET-ARGUMENTS.
           MOVE SPACES TO WS-FILE-ARG WS-FROM-ARG WS-TO-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FILE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FILE-ARG
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FROM-ARG
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TO-ARG
           END-ACCEPT
           IF FUNCTION TRIM(WS-FILE-ARG) = SPACES
               DISPLAY "usage: lineage-report <file> "
                   "[YYYY-MM-DD [YYYY-MM-DD]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION TRIM(WS-FILE-ARG) TO WS-FILE-ARG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FILE-ARG))
               TO WS-FILE-LEN
           IF FUNCTION TRIM(WS-FROM-ARG) = SPACES
               MOVE '0000-00-00' TO WS-FROM-ARG
               MOVE '9999-99-99' TO WS-TO-ARG
               MOVE 'all dates on file' TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ARG TO WS-DATE-CHECK
           PERFORM CHECK-DATE-ARG
           IF FUNCTION TRIM(WS-TO-ARG) = SPACES
               MOVE WS-FROM-ARG TO WS-TO-ARG
           ELSE
               MOVE WS-TO-ARG TO WS-DATE-CHECK
               PERFORM CHECK-DATE-ARG
           END-IF
           IF WS-FROM-ARG(1:10) > WS-TO-ARG(1:10)
               DISPLAY "error: range runs backwards -- "
                   WS-FROM-ARG(1:10) " to " WS-TO-ARG(1:10)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RANGE-TEXT
           IF WS-FROM-ARG(1:10) = WS-TO-ARG(1:10)
               MOVE WS-FROM-ARG(1:10) TO WS-RANGE-TEXT
           ELSE
               STRING WS-FROM-ARG(1:10) ' to ' WS-TO-ARG(1:10)
                   DELIMITED SIZE INTO WS-RANGE-TEXT
           END-IF.

       CHECK-DATE-ARG.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DATE-CHECK(5:1) NOT = '-'
                   OR WS-DATE-CHECK(8:1) NOT = '-'
                   OR WS-DATE-CHECK(11:1) NOT = SPACE
                   OR WS-DATE-CHECK(1:4) IS NOT NUMERIC
                   OR WS-DATE-CHECK(6:2) IS NOT NUMERIC
                   OR WS-DATE-CHECK(9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
           ELSE
               MOVE WS-DATE-CHECK(1:4) TO WS-DAY-NUM(1:4)
               MOVE WS-DATE-CHECK(6:2) TO WS-DAY-NUM(5:2)
               MOVE WS-DATE-CHECK(9:2) TO WS-DAY-NUM(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-NUM) NOT = 0
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-IF
           IF WS-DATE-OK = 'N'
               DISPLAY "error: dates must be YYYY-MM-DD -- got '"
                   FUNCTION TRIM(WS-DATE-CHECK) "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat"
               DELIMITED SIZE INTO WS-LOG-PATH
           MOVE SPACES TO WS-LINEAGE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "lineage.dat"
               DELIMITED SIZE INTO WS-LINEAGE-PATH.

      *>----------------------------------------------------------------
      *> First pass: the reads of the file inside the range, and the
      *> sessions they belong to.
      *>----------------------------------------------------------------
       COLLECT-READS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LINEAGE-LINE
                       IF WS-LF-ACTION = 'R'
                           PERFORM TAKE-READ-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINEAGE-FILE.

       PARSE-LINEAGE-LINE.
           MOVE SPACES TO WS-LF-STAMP WS-LF-SESSION WS-LF-SEQ
               WS-LF-OPERATOR WS-LF-ACTION WS-LF-TOOL WS-LF-MTIME
               WS-LF-TARGET
           IF LINEAGE-RECORD = SPACES OR LINEAGE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LF-PTR
           UNSTRING LINEAGE-RECORD DELIMITED BY '|'
               INTO WS-LF-STAMP WS-LF-SESSION WS-LF-SEQ
                    WS-LF-OPERATOR WS-LF-ACTION WS-LF-TOOL
                    WS-LF-MTIME
               WITH POINTER WS-LF-PTR
           END-UNSTRING
           IF WS-LF-PTR <= 400
               MOVE LINEAGE-RECORD(WS-LF-PTR:) TO WS-LF-TARGET
           END-IF
           IF WS-LF-SESSION IS NOT NUMERIC
                   OR WS-LF-SEQ IS NOT NUMERIC
               MOVE SPACES TO WS-LF-ACTION
           END-IF.

       TAKE-READ-LINE.
           IF WS-LF-STAMP(1:10) < WS-FROM-ARG(1:10)
                   OR WS-LF-STAMP(1:10) > WS-TO-ARG(1:10)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HITS
           INSPECT WS-LF-TARGET TALLYING WS-HITS
               FOR ALL WS-FILE-ARG(1:WS-FILE-LEN)
           IF WS-HITS = 0 OR WS-RD-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RD-COUNT
           MOVE WS-LF-STAMP   TO WS-RD-STAMP(WS-RD-COUNT)
           MOVE WS-LF-SESSION TO WS-RD-SESSION(WS-RD-COUNT)
           MOVE WS-LF-SEQ     TO WS-RD-SEQ(WS-RD-COUNT)
           MOVE WS-LF-TOOL    TO WS-RD-TOOL(WS-RD-COUNT)
           MOVE WS-LF-MTIME   TO WS-RD-MTIME(WS-RD-COUNT)
           MOVE WS-LF-TARGET  TO WS-RD-TARGET(WS-RD-COUNT)
           PERFORM FIND-SESSION
           MOVE WS-LF-STAMP(1:4) TO WS-DAY-NUM(1:4)
           MOVE WS-LF-STAMP(6:2) TO WS-DAY-NUM(5:2)
           MOVE WS-LF-STAMP(9:2) TO WS-DAY-NUM(7:2)
           IF WS-SS-SLOT = 0
               IF WS-SS-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-SLOT
               MOVE WS-LF-SESSION TO WS-SS-SESSION(WS-SS-SLOT)
               MOVE WS-LF-OPERATOR TO WS-SS-OPERATOR(WS-SS-SLOT)
               MOVE WS-LF-STAMP TO WS-SS-FIRST(WS-SS-SLOT)
           END-IF
           MOVE WS-DAY-NUM TO WS-SS-LAST-DAY(WS-SS-SLOT).

       FIND-SESSION.
           MOVE 0 TO WS-SS-SLOT
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-SESSION(WS-SS-IDX) = WS-LF-SESSION
                   MOVE WS-SS-IDX TO WS-SS-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Second pass: what those sessions wrote from their first read
      *> of the file on. A session ID is a PID and comes round again,
      *> so a write more than a day past the session's last read is
      *> some later run's, not this one's.
      *>----------------------------------------------------------------
       COLLECT-OUTPUTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LINEAGE-LINE
                       IF WS-LF-ACTION = 'W'
                           PERFORM TAKE-WRITE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINEAGE-FILE.

       TAKE-WRITE-LINE.
           PERFORM FIND-SESSION
           IF WS-SS-SLOT = 0 OR WS-OT-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           IF WS-LF-STAMP < WS-SS-FIRST(WS-SS-SLOT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LF-STAMP(1:4) TO WS-DAY-NUM(1:4)
           MOVE WS-LF-STAMP(6:2) TO WS-DAY-NUM(5:2)
           MOVE WS-LF-STAMP(9:2) TO WS-DAY-NUM(7:2)
           IF WS-DAY-NUM IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-SS-LAST-DAY(WS-SS-SLOT)) + 1
           IF FUNCTION INTEGER-OF-DATE(WS-DAY-NUM) > WS-DAY-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OT-COUNT
           MOVE WS-LF-STAMP   TO WS-OT-STAMP(WS-OT-COUNT)
           MOVE WS-LF-SESSION TO WS-OT-SESSION(WS-OT-COUNT)
           MOVE WS-LF-TOOL    TO WS-OT-TOOL(WS-OT-COUNT)
           MOVE WS-LF-MTIME   TO WS-OT-MTIME(WS-OT-COUNT)
           MOVE WS-LF-TARGET  TO WS-OT-TARGET(WS-OT-COUNT).

      *>----------------------------------------------------------------
      *> The report
      *>----------------------------------------------------------------
       PRINT-HEADING.
           DISPLAY "============================================="
               "================================"
           DISPLAY " data lineage -- " FUNCTION TRIM(WS-FILE-ARG)
           DISPLAY " read " FUNCTION TRIM(WS-RANGE-TEXT)
           DISPLAY "============================================="
               "================================".

       PRINT-SESSION.
           MOVE WS-SS-SESSION(WS-SS-IDX) TO WS-SESSION-ED
           DISPLAY " "
           DISPLAY " session " FUNCTION TRIM(WS-SESSION-ED)
               "  operator " FUNCTION TRIM(WS-SS-OPERATOR(WS-SS-IDX))
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               IF WS-RD-SESSION(WS-RD-IDX) = WS-SS-SESSION(WS-SS-IDX)
                   PERFORM PRINT-READ
               END-IF
           END-PERFORM
           MOVE 0 TO WS-OT-SHOWN
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-SESSION(WS-OT-IDX) = WS-SS-SESSION(WS-SS-IDX)
                   IF WS-OT-SHOWN = 0
                       DISPLAY "   outputs written:"
                   END-IF
                   ADD 1 TO WS-OT-SHOWN
                   DISPLAY "     " WS-OT-STAMP(WS-OT-IDX) "  "
                       FUNCTION TRIM(WS-OT-TOOL(WS-OT-IDX)) "  "
                       FUNCTION TRIM(WS-OT-TARGET(WS-OT-IDX))
                       "  (stamp "
                       FUNCTION TRIM(WS-OT-MTIME(WS-OT-IDX)) ")"
               END-IF
           END-PERFORM
           IF WS-OT-SHOWN = 0
               DISPLAY "   outputs written: none recorded"
           END-IF.

       PRINT-READ.
           MOVE WS-RD-SEQ(WS-RD-IDX) TO WS-SEQ-ED
           DISPLAY "   " WS-RD-STAMP(WS-RD-IDX) "  seq "
               FUNCTION TRIM(WS-SEQ-ED) "  "
               FUNCTION TRIM(WS-RD-TOOL(WS-RD-IDX)) "  "
               FUNCTION TRIM(WS-RD-TARGET(WS-RD-IDX))
           DISPLAY "     file stamp when read: "
               FUNCTION TRIM(WS-RD-MTIME(WS-RD-IDX))
           PERFORM FIND-ANSWER
           IF WS-ANS-FOUND = 'Y'
               MOVE WS-ANS-SEQ TO WS-SEQ-ED
               DISPLAY "     answer (seq " FUNCTION TRIM(WS-SEQ-ED)
                   "): " WS-SHOW-CONTENT(1:60)
           ELSE
               IF WS-AUDIT-OPEN = 'Y'
                   DISPLAY "     answer: not on audit.dat (archived,"
                       " or the call ended without one)"
               ELSE
                   DISPLAY "     answer: audit.dat not available"
               END-IF
           END-IF.

      *> The tool round's own result record sits right behind the
      *> tool_call; the first assistant record after it is the answer
      *> the read fed. A user record first means the exchange ended
      *> without one. Further tool rounds may come between -- a
      *> bounded walk covers them.
       FIND-ANSWER.
           MOVE 'N' TO WS-ANS-FOUND
           IF WS-AUDIT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RD-SEQ(WS-RD-IDX) TO WS-ANS-SEQ
           COMPUTE WS-ANS-LIMIT = WS-ANS-SEQ + 40
           MOVE 'N' TO WS-ANS-STOP
           PERFORM UNTIL WS-ANS-STOP = 'Y'
                      OR WS-ANS-SEQ >= WS-ANS-LIMIT
                      OR WS-ANS-SEQ >= 99999
               ADD 1 TO WS-ANS-SEQ
               MOVE WS-RD-SESSION(WS-RD-IDX) TO AUDIT-KEY-SESSION
               MOVE WS-ANS-SEQ TO AUDIT-KEY-SEQ
               READ AUDIT-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-ANS-STOP
                   NOT INVALID KEY
                       EVALUATE FUNCTION TRIM(AUDIT-ROLE)
                           WHEN 'assistant'
                               MOVE 'Y' TO WS-ANS-FOUND
                               MOVE 'Y' TO WS-ANS-STOP
                           WHEN 'user'
                               MOVE 'Y' TO WS-ANS-STOP
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ANS-FOUND = 'Y'
               ADD 1 TO WS-ANS-COUNT
               PERFORM PREPARE-CONTENT
               INSPECT WS-SHOW-CONTENT REPLACING ALL X"0A" BY SPACE
           END-IF.

      *> Decipher a CBLDENC: record for display; without a key the
      *> content stays sealed and says so.
       PREPARE-CONTENT.
           IF AUDIT-CONTENT(1:8) NOT = 'CBLDENC:'
               MOVE AUDIT-CONTENT TO WS-SHOW-CONTENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CR-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CONTENT, TRAILING)) - 8
           MOVE SPACES TO WS-SHOW-CONTENT
           MOVE AUDIT-CONTENT(9:WS-CR-LEN) TO WS-SHOW-CONTENT
           MOVE 'D' TO WS-CR-ACTION
           CALL "CRYPT-CODEC" USING
               WS-CR-ACTION WS-CR-PROFILE WS-SHOW-CONTENT
               WS-CR-LEN WS-CR-STATUS
           IF WS-CR-STATUS NOT = 'Y'
               MOVE '[encrypted -- COBOLD_DATA_KEY not configured]'
                   TO WS-SHOW-CONTENT
           END-IF.

       PRINT-TOTALS.
           DISPLAY " "
           DISPLAY "============================================="
               "================================"
           MOVE WS-SS-COUNT TO WS-COUNT-ED
           DISPLAY " sessions " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           MOVE WS-RD-COUNT TO WS-COUNT-ED
           DISPLAY ", reads " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           MOVE WS-ANS-COUNT TO WS-COUNT-ED
           DISPLAY ", answers found " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           MOVE WS-OT-COUNT TO WS-COUNT-ED
           DISPLAY ", outputs " FUNCTION TRIM(WS-COUNT-ED)
           DISPLAY "============================================="
               "================================".
