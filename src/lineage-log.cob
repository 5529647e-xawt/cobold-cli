      *================================================================*
      * PROGRAM:     LINEAGE-LOG                                       *
      * DESCRIPTION: Keeps the data lineage of every answer. Each      *
      *              tool call that reads data (read_file,             *
      *              query_dataset, decode_record, keyed_lookup,       *
      *              search_notes, fetch_url, run_job) appends a read  *
      *              line to lineage.dat next to the executable, and   *
      *              every output the session writes (a write_file     *
      *              draft, a batch output file) appends a write line, *
      *              so LINEAGE-REPORT can find every answer a file    *
      *              fed and everything those sessions produced from   *
      *              it. Lines are                                     *
      *              stamp|session|seq|operator|R or W|tool|mtime|     *
      *              target -- session and seq are the audit key of    *
      *              the tool_call record (or, for a batch output, of  *
      *              the last record written), and mtime is the file's *
      *              modification stamp at the moment it was read or   *
      *              written ('-' for a URL, a job, or a file that     *
      *              could not be found). The target is last so a URL  *
      *              carrying a '|' still splits cleanly.              *
      *              keyed_lookup targets arrive as the registry name  *
      *              and are recorded as the registered file, so a     *
      *              report on the file finds them. A batch output is  *
      *              recorded once per session and only when the       *
      *              session read something -- an output with no reads *
      *              behind it has no lineage to trace.                *
      *                                                                *
      * CALL "LINEAGE-LOG" USING                                       *
      *   LK-ACTION   PIC X      -- 'R' data read, 'W' output written  *
      *   LK-TOOL     PIC X(20)  -- tool name, or 'batch'              *
      *   LK-TARGET   PIC X(300) -- path under the executable's        *
      *                             directory (batch: as given on the  *
      *                             command line), URL, registry name, *
      *                             or allowlisted command line        *
      *   LK-OPERATOR PIC X(8)   -- who holds the session; spaces when *
      *                             no operator id was given           *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE
               ASSIGN TO DYNAMIC WS-LINEAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT STAT-FILE
               ASSIGN TO DYNAMIC WS-STAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT REG-FILE
               ASSIGN TO DYNAMIC WS-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
       01  LINEAGE-RECORD          PIC X(400).
       FD  STAT-FILE.
       01  STAT-RECORD             PIC X(100).
       FD  REG-FILE.
       01  REG-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-LINEAGE-PATH         PIC X(520).
       01  WS-LINEAGE-STATUS       PIC XX.
       01  WS-STAT-PATH            PIC X(100).
       01  WS-STAT-STATUS          PIC XX.
       01  WS-REG-PATH             PIC X(520).
       01  WS-REG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1200).

      *> Set up once per run and carried across calls, the same way
      *> AUDIT-LOG carries its session state.
       01  WS-INITIALIZED          PIC X VALUE 'N'.
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).
       01  WS-READ-COUNT           PIC 9(5) VALUE 0.

      *> Batch outputs already recorded this session
       01  WS-OUT-COUNT            PIC 9(2) VALUE 0.
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY OCCURS 20 TIMES PIC X(300).
       01  WS-OUT-IDX              PIC 9(2).

      *> This call's line
       01  WS-SEQ-TEXT             PIC X(10).
       01  WS-SEQ                  PIC 9(5).
       01  WS-OP-FIELD             PIC X(8).
       01  WS-TARGET               PIC X(300).
       01  WS-FILE-PATH            PIC X(820).
       01  WS-MTIME                PIC X(19).
       01  WS-QUOTES               PIC 9(3).
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).

      *> keyed-files.dat: name|file|key length|description
       01  WS-FLD-NAME             PIC X(30).
       01  WS-FLD-FILE             PIC X(200).

      *> Enqueue on the shared store through FILE-LOCK before
      *> writing -- a busy lock skips the write with a message
      *> instead of interleaving records mid-write.
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30).
       01  WS-FL-STATUS            PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X.
       01  LK-TOOL                 PIC X(20).
       01  LK-TARGET               PIC X(300).
       01  LK-OPERATOR             PIC X(8).

       PROCEDURE DIVISION USING
           LK-ACTION LK-TOOL LK-TARGET LK-OPERATOR.

       MAIN-PARA.
           IF FUNCTION TRIM(LK-TARGET) = SPACES
               GOBACK
           END-IF
           IF WS-INITIALIZED = 'N'
               PERFORM FIRST-CALL-SETUP
               MOVE 'Y' TO WS-INITIALIZED
           END-IF
           MOVE FUNCTION TRIM(LK-TARGET) TO WS-TARGET
           IF LK-ACTION = 'R'
               ADD 1 TO WS-READ-COUNT
           END-IF
           IF LK-ACTION = 'W' AND FUNCTION TRIM(LK-TOOL) = 'batch'
               IF WS-READ-COUNT = 0
                   GOBACK
               END-IF
               PERFORM CHECK-OUTPUT-RECORDED
               IF WS-OUT-IDX > 0
                   GOBACK
               END-IF
           END-IF
           IF FUNCTION TRIM(LK-TOOL) = 'keyed_lookup'
               PERFORM RESOLVE-KEYED-NAME
           END-IF
           PERFORM TAKE-FILE-STAMP
           PERFORM APPEND-LINEAGE-LINE
           GOBACK.

       FIRST-CALL-SETUP.
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-LINEAGE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) DELIMITED SIZE
                  "lineage.dat"             DELIMITED SIZE
                  INTO WS-LINEAGE-PATH
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-STAT-PATH
           STRING
               "/tmp/cobold_lineage_" DELIMITED SIZE
               WS-PID-STR             DELIMITED SIZE
               ".txt"                 DELIMITED SIZE
               INTO WS-STAT-PATH.

       RESOLVE-EXE-DIR.
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
           END-IF.

      *> A batch run closes and reopens its output more than once
      *> (restarts, per-answer appends); one line per file per
      *> session is the lineage -- the rest is noise. WS-OUT-IDX
      *> comes back 0 for a new output, which is then remembered.
       CHECK-OUTPUT-RECORDED.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > WS-OUT-COUNT
               IF WS-OUT-ENTRY(WS-OUT-IDX) = WS-TARGET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-OUT-IDX
           IF WS-OUT-COUNT < 20
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-TARGET TO WS-OUT-ENTRY(WS-OUT-COUNT)
           END-IF.

      *> The registry name means nothing a year later; the file it
      *> pointed at on the day is what a recall is run against. An
      *> unregistered name stays as it came (KEYED-TOOL refused it).
       RESOLVE-KEYED-NAME.
           MOVE SPACES TO WS-REG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "keyed-files.dat"
               DELIMITED SIZE INTO WS-REG-PATH
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
                       IF REG-RECORD NOT = SPACES
                               AND REG-RECORD(1:1) NOT = '#'
                           MOVE SPACES TO WS-FLD-NAME WS-FLD-FILE
                           UNSTRING REG-RECORD DELIMITED BY '|'
                               INTO WS-FLD-NAME WS-FLD-FILE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-FLD-NAME)
                                   = FUNCTION TRIM(LK-TARGET)
                                   AND WS-FLD-FILE NOT = SPACES
                               MOVE FUNCTION TRIM(WS-FLD-FILE)
                                   TO WS-TARGET
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

      *> stat the file into a scratch listing and take its first
      *> nineteen bytes (YYYY-MM-DD HH:MM:SS). A URL or a job has no
      *> file to stamp; a name carrying a quote is never handed to
      *> the shell.
       TAKE-FILE-STAMP.
           MOVE '-' TO WS-MTIME
           EVALUATE FUNCTION TRIM(LK-TOOL)
               WHEN 'fetch_url'
               WHEN 'run_job'
                   EXIT PARAGRAPH
               WHEN 'batch'
                   MOVE WS-TARGET TO WS-FILE-PATH
               WHEN OTHER
                   IF WS-TARGET(1:1) = '/'
                       MOVE WS-TARGET TO WS-FILE-PATH
                   ELSE
                       MOVE SPACES TO WS-FILE-PATH
                       STRING
                           FUNCTION TRIM(WS-EXE-DIR) DELIMITED SIZE
                           FUNCTION TRIM(WS-TARGET)  DELIMITED SIZE
                           INTO WS-FILE-PATH
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-QUOTES
           INSPECT WS-FILE-PATH TALLYING WS-QUOTES FOR ALL "'"
           IF WS-QUOTES > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "stat -c '%y' '"              DELIMITED SIZE
               FUNCTION TRIM(WS-FILE-PATH)   DELIMITED SIZE
               "' > "                        DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-PATH)   DELIMITED SIZE
               " 2>/dev/null"                DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS = "00"
               READ STAT-FILE
                   NOT AT END
                       IF STAT-RECORD(1:1) IS NUMERIC
                           MOVE STAT-RECORD(1:19) TO WS-MTIME
                       END-IF
               END-READ
               CLOSE STAT-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f "                      DELIMITED SIZE
               FUNCTION TRIM(WS-STAT-PATH)   DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

      *> The session and sequence are the audit key just written --
      *> AUDIT-LOG exports the sequence as COBOLD_AUDIT_SEQ, so the
      *> lineage line ties back to the tool_call record, and from
      *> there to the answer that followed it.
       APPEND-LINEAGE-LINE.
           MOVE SPACES TO WS-SEQ-TEXT
           ACCEPT WS-SEQ-TEXT FROM ENVIRONMENT "COBOLD_AUDIT_SEQ"
               ON EXCEPTION
                   MOVE SPACES TO WS-SEQ-TEXT
           END-ACCEPT
           MOVE 0 TO WS-SEQ
           IF FUNCTION TRIM(WS-SEQ-TEXT) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SEQ-TEXT)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SEQ-TEXT))
                       TO WS-SEQ
               END-IF
           END-IF
           IF FUNCTION TRIM(LK-OPERATOR) = SPACES
               MOVE '-' TO WS-OP-FIELD
           ELSE
               MOVE FUNCTION TRIM(LK-OPERATOR) TO WS-OP-FIELD
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
                  ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE INTO WS-STAMP
           MOVE 'A' TO WS-FL-ACTION
           MOVE 'lineage' TO WS-FL-RESOURCE
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY 'warning: LINEAGE-LOG could not take the'
                   ' lineage lock -- line not written'
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-LINEAGE-LOCKED
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

       APPEND-LINEAGE-LOCKED.
           OPEN EXTEND LINEAGE-FILE
           IF WS-LINEAGE-STATUS NOT = "00"
               OPEN OUTPUT LINEAGE-FILE
           END-IF
           IF WS-LINEAGE-STATUS NOT = "00"
               DISPLAY 'warning: LINEAGE-LOG could not write '
                   'lineage.dat, file status = ' WS-LINEAGE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEAGE-RECORD
           STRING
               WS-STAMP                     DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-PID-STR                   DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-SEQ                       DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-OP-FIELD                  DELIMITED SPACE
               '|'                          DELIMITED SIZE
               LK-ACTION                    DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(LK-TOOL)       DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-MTIME)      DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-TARGET)     DELIMITED SIZE
               INTO LINEAGE-RECORD
           WRITE LINEAGE-RECORD
           CLOSE LINEAGE-FILE.
