      *================================================================*
      * PROGRAM:     HOLD-REPORT                                       *
      * DESCRIPTION: Legal hold register report. Lists every active    *
      *              hold in legal-holds.dat -- what it names, the     *
      *              matter, who placed it and when -- with what it is *
      *              protecting today: the audit sessions and records  *
      *              in audit.dat it keeps from AUDIT-ARCHIVE, the     *
      *              files under sessions/ and drafts/ it keeps from   *
      *              HOUSEKEEP, and the backup generations it keeps    *
      *              from BACKUP's roll-off. Each hold is tested alone *
      *              through HOLD-CHECK, so the report matches exactly *
      *              what the retention programs would skip; something *
      *              two holds cover counts under each, totals         *
      *              included. Released holds are counted at the foot; *
      *              HOLD-MAINT history lists them. The first ten      *
      *              files per hold are named.                         *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/hold-report.cob src/hold-check.cob               *
      *        -o dist/hold-report                                     *
      *   ./dist/hold-report                                           *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(600).
      *> Record layout matches what AUDIT-LOG writes.
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
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-PATH            PIC X(520).
       01  WS-LOG-PATH             PIC X(520).
       01  WS-LIST-PATH            PIC X(60).
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-LIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1400).

      *> The active holds, with what each one is found protecting
       01  WS-HR-MAX               PIC 9(3) VALUE 200.
       01  WS-HR-COUNT             PIC 9(3) VALUE 0.
       01  WS-HR-TABLE.
           05  WS-HR-ENTRY OCCURS 200 TIMES.
               10  WS-HR-ID        PIC X(8).
               10  WS-HR-KIND      PIC X.
               10  WS-HR-VALUE     PIC X(60).
               10  WS-HR-FROM      PIC X(10).
               10  WS-HR-TO        PIC X(10).
               10  WS-HR-MATTER    PIC X(40).
               10  WS-HR-BY        PIC X(8).
               10  WS-HR-ON        PIC X(10).
               10  WS-HR-SESSIONS  PIC 9(7).
               10  WS-HR-RECORDS   PIC 9(9).
               10  WS-HR-LAST-SESS PIC 9(9).
       01  WS-HR-IDX               PIC 9(3).
       01  WS-RELEASED             PIC 9(5) VALUE 0.

      *> One legal-holds.dat line
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-KIND             PIC X(5).
       01  WS-FLD-VALUE            PIC X(60).
       01  WS-FLD-FROM             PIC X(10).
       01  WS-FLD-TO               PIC X(10).
       01  WS-FLD-MATTER           PIC X(40).
       01  WS-FLD-BY               PIC X(8).
       01  WS-FLD-ON               PIC X(10).
       01  WS-FLD-STATUS           PIC X(5).

      *> One file or generation off a listing
       01  WS-LS-ROOT              PIC X(20).
       01  WS-LS-DATE              PIC X(10).
       01  WS-LS-PATH              PIC X(300).
       01  WS-LS-BASE              PIC X(300).
       01  WS-LS-LEN               PIC 9(4).
       01  WS-LS-TAIL              PIC 9(4).
       01  WS-LS-SLASHES           PIC 9(3).
       01  WS-HOLD-FILES           PIC 9(5).
       01  WS-HOLD-GENS            PIC 9(5).

      *> HOLD-CHECK parameters
       01  WS-HC-ACTION            PIC X.
       01  WS-HC-SESSION           PIC 9(9).
       01  WS-HC-OPERATOR          PIC X(8).
       01  WS-HC-DATE              PIC X(10).
       01  WS-HC-NAME              PIC X(500).
       01  WS-HC-ONLY              PIC X(8).
       01  WS-HC-HELD              PIC X.
       01  WS-HC-HOLD-ID           PIC X(8).
       01  WS-HC-MATTER            PIC X(40).

      *> Control totals
       01  WS-TOT-SESSIONS         PIC 9(7) VALUE 0.
       01  WS-TOT-RECORDS          PIC 9(9) VALUE 0.
       01  WS-TOT-FILES            PIC 9(7) VALUE 0.
       01  WS-TOT-GENS             PIC 9(7) VALUE 0.
       01  WS-AUDIT-OPEN           PIC X VALUE 'N'.

      *> Edited report fields
       01  WS-COUNT-ED             PIC ZZZZZZZZ9.
       01  WS-RANGE-TEXT           PIC X(30).

      *> Per-process temp names, the shop convention
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-HOLDS
           DISPLAY "================================================="
           DISPLAY " legal hold register"
           DISPLAY "================================================="
           IF WS-HR-COUNT = 0
               DISPLAY " no active holds"
           ELSE
               PERFORM TALLY-AUDIT-TRAIL
               PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-COUNT
                   PERFORM PRINT-ONE-HOLD
               END-PERFORM
           END-IF
           DISPLAY " -----------------------------------------------"
           MOVE WS-HR-COUNT TO WS-COUNT-ED
           DISPLAY " active holds:                " WS-COUNT-ED
           MOVE WS-RELEASED TO WS-COUNT-ED
           DISPLAY " released holds:              " WS-COUNT-ED
           MOVE WS-TOT-SESSIONS TO WS-COUNT-ED
           DISPLAY " audit sessions protected:    " WS-COUNT-ED
           MOVE WS-TOT-RECORDS TO WS-COUNT-ED
           DISPLAY " audit records protected:     " WS-COUNT-ED
           MOVE WS-TOT-FILES TO WS-COUNT-ED
           DISPLAY " files protected:             " WS-COUNT-ED
           MOVE WS-TOT-GENS TO WS-COUNT-ED
           DISPLAY " backup generations protected:" WS-COUNT-ED
           IF WS-HR-COUNT > 0 AND WS-AUDIT-OPEN = 'N'
               DISPLAY " audit.dat could not be read -- audit counts"
                   " are not shown"
           END-IF
           DISPLAY "================================================="
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
           MOVE SPACES TO WS-HOLD-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "legal-holds.dat"
               DELIMITED SIZE INTO WS-HOLD-PATH
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat"
               DELIMITED SIZE INTO WS-LOG-PATH
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-LIST-PATH
           STRING
               "/tmp/cobold_hr_" DELIMITED SIZE
               WS-PID-STR        DELIMITED SIZE
               ".txt"            DELIMITED SIZE
               INTO WS-LIST-PATH.

       LOAD-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-HOLD-LINE
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       TAKE-HOLD-LINE.
           IF HOLD-RECORD = SPACES OR HOLD-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-ID WS-FLD-KIND WS-FLD-VALUE
               WS-FLD-FROM WS-FLD-TO WS-FLD-MATTER WS-FLD-BY
               WS-FLD-ON WS-FLD-STATUS
           UNSTRING HOLD-RECORD DELIMITED BY '|'
               INTO WS-FLD-ID WS-FLD-KIND WS-FLD-VALUE
                    WS-FLD-FROM WS-FLD-TO WS-FLD-MATTER WS-FLD-BY
                    WS-FLD-ON WS-FLD-STATUS
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-STATUS) NOT = 'A'
               ADD 1 TO WS-RELEASED
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-COUNT >= WS-HR-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HR-COUNT
           MOVE WS-FLD-ID TO WS-HR-ID(WS-HR-COUNT)
           MOVE WS-FLD-KIND(1:1) TO WS-HR-KIND(WS-HR-COUNT)
           MOVE WS-FLD-VALUE TO WS-HR-VALUE(WS-HR-COUNT)
           MOVE WS-FLD-FROM TO WS-HR-FROM(WS-HR-COUNT)
           MOVE WS-FLD-TO TO WS-HR-TO(WS-HR-COUNT)
           MOVE WS-FLD-MATTER TO WS-HR-MATTER(WS-HR-COUNT)
           MOVE WS-FLD-BY TO WS-HR-BY(WS-HR-COUNT)
           MOVE WS-FLD-ON TO WS-HR-ON(WS-HR-COUNT)
           MOVE 0 TO WS-HR-SESSIONS(WS-HR-COUNT)
               WS-HR-RECORDS(WS-HR-COUNT) WS-HR-LAST-SESS(WS-HR-COUNT).

      *> One pass of the audit trail in key order; every record is
      *> put to every hold, so a record two holds cover counts
      *> under both.
       TALLY-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AUDIT-OPEN
           MOVE 'A' TO WS-HC-ACTION
           MOVE SPACES TO WS-HC-NAME
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WEIGH-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       WEIGH-AUDIT-RECORD.
           MOVE AUDIT-KEY-SESSION TO WS-HC-SESSION
           MOVE AUDIT-OPERATOR TO WS-HC-OPERATOR
           MOVE AUDIT-STAMP(1:10) TO WS-HC-DATE
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               MOVE WS-HR-ID(WS-HR-IDX) TO WS-HC-ONLY
               CALL "HOLD-CHECK" USING WS-HC-ACTION WS-HC-SESSION
                   WS-HC-OPERATOR WS-HC-DATE WS-HC-NAME WS-HC-ONLY
                   WS-HC-HELD WS-HC-HOLD-ID WS-HC-MATTER
               IF WS-HC-HELD = 'Y'
                   ADD 1 TO WS-HR-RECORDS(WS-HR-IDX)
                   ADD 1 TO WS-TOT-RECORDS
                   IF WS-HR-LAST-SESS(WS-HR-IDX) NOT = AUDIT-KEY-SESSION
                       ADD 1 TO WS-HR-SESSIONS(WS-HR-IDX)
                       ADD 1 TO WS-TOT-SESSIONS
                       MOVE AUDIT-KEY-SESSION
                           TO WS-HR-LAST-SESS(WS-HR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-HOLD.
           PERFORM BUILD-RANGE-TEXT
           DISPLAY " " WS-HR-ID(WS-HR-IDX) "  "
               FUNCTION TRIM(WS-HR-MATTER(WS-HR-IDX))
           EVALUATE WS-HR-KIND(WS-HR-IDX)
               WHEN 'S'
                   DISPLAY "   audit session "
                       FUNCTION TRIM(WS-HR-VALUE(WS-HR-IDX))
               WHEN 'O'
                   DISPLAY "   operator "
                       FUNCTION TRIM(WS-HR-VALUE(WS-HR-IDX)) ", "
                       FUNCTION TRIM(WS-RANGE-TEXT)
               WHEN 'D'
                   DISPLAY "   dates " FUNCTION TRIM(WS-RANGE-TEXT)
               WHEN 'N'
                   DISPLAY "   saved session "
                       FUNCTION TRIM(WS-HR-VALUE(WS-HR-IDX))
           END-EVALUATE
           DISPLAY "   placed " WS-HR-ON(WS-HR-IDX) " by "
               FUNCTION TRIM(WS-HR-BY(WS-HR-IDX))
           MOVE WS-HR-SESSIONS(WS-HR-IDX) TO WS-COUNT-ED
           DISPLAY "   protecting: " FUNCTION TRIM(WS-COUNT-ED)
               " audit session(s), " WITH NO ADVANCING
           MOVE WS-HR-RECORDS(WS-HR-IDX) TO WS-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-COUNT-ED) " record(s)"
           PERFORM LIST-HELD-FILES
           PERFORM LIST-HELD-GENERATIONS
           DISPLAY " ".

       BUILD-RANGE-TEXT.
           MOVE SPACES TO WS-RANGE-TEXT
           IF WS-HR-FROM(WS-HR-IDX) = SPACES
               MOVE 'all dates' TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-TO(WS-HR-IDX) = SPACES
               STRING WS-HR-FROM(WS-HR-IDX) ' onward'
                   DELIMITED SIZE INTO WS-RANGE-TEXT
           ELSE
               STRING WS-HR-FROM(WS-HR-IDX) ' to '
                   WS-HR-TO(WS-HR-IDX)
                   DELIMITED SIZE INTO WS-RANGE-TEXT
           END-IF.

      *> The files HOUSEKEEP could reach, as "<root>|<date>|<path
      *> under root>", put to this hold the way HOUSEKEEP puts them.
       LIST-HELD-FILES.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "cd '"                       DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "' && find sessions drafts -type f -printf"
                                            DELIMITED SIZE
               " '%H|%TY-%Tm-%Td|%P\n' 2>/dev/null | sort > "
                                            DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO WS-HOLD-FILES
           MOVE 'F' TO WS-HC-ACTION
           MOVE 0 TO WS-HC-SESSION
           MOVE WS-HR-ID(WS-HR-IDX) TO WS-HC-ONLY
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM WEIGH-ONE-FILE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           IF WS-HOLD-FILES > 10
               MOVE WS-HOLD-FILES TO WS-COUNT-ED
               DISPLAY "     ... " FUNCTION TRIM(WS-COUNT-ED)
                   " file(s) in all"
           END-IF
           IF WS-HOLD-FILES = 0
               DISPLAY "   no files under sessions/ or drafts/"
           END-IF
           PERFORM DROP-LIST-FILE.

       WEIGH-ONE-FILE.
           MOVE SPACES TO WS-LS-ROOT WS-LS-DATE WS-LS-PATH
           UNSTRING LIST-RECORD DELIMITED BY '|'
               INTO WS-LS-ROOT WS-LS-DATE WS-LS-PATH
           END-UNSTRING
           IF FUNCTION TRIM(WS-LS-PATH) = SPACES
               EXIT PARAGRAPH
           END-IF
      *>   HOUSEKEEP sees sessions/<operator>/ as its own directory,
      *>   so the operator is the first folder under sessions/.
           MOVE SPACES TO WS-HC-OPERATOR
           MOVE 0 TO WS-LS-SLASHES
           INSPECT WS-LS-PATH TALLYING WS-LS-SLASHES FOR ALL '/'
           IF FUNCTION TRIM(WS-LS-ROOT) = 'sessions'
                   AND WS-LS-SLASHES > 0
               UNSTRING WS-LS-PATH DELIMITED BY '/'
                   INTO WS-HC-OPERATOR
               END-UNSTRING
           END-IF
      *>   The base name less its extension, as HOUSEKEEP tests it.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LS-PATH))
               TO WS-LS-LEN
           MOVE 0 TO WS-LS-TAIL
           INSPECT FUNCTION REVERSE(FUNCTION TRIM(WS-LS-PATH))
               TALLYING WS-LS-TAIL FOR CHARACTERS BEFORE '/'
           MOVE WS-LS-PATH(WS-LS-LEN - WS-LS-TAIL + 1:WS-LS-TAIL)
               TO WS-LS-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LS-BASE))
               TO WS-LS-LEN
           MOVE 0 TO WS-LS-TAIL
           INSPECT FUNCTION REVERSE(FUNCTION TRIM(WS-LS-BASE))
               TALLYING WS-LS-TAIL FOR CHARACTERS BEFORE '.'
           MOVE SPACES TO WS-HC-NAME
           IF WS-LS-TAIL < WS-LS-LEN - 1
               MOVE WS-LS-BASE(1:WS-LS-LEN - WS-LS-TAIL - 1)
                   TO WS-HC-NAME
           ELSE
               MOVE WS-LS-BASE TO WS-HC-NAME
           END-IF
           CALL "HOLD-CHECK" USING WS-HC-ACTION WS-HC-SESSION
               WS-HC-OPERATOR WS-LS-DATE WS-HC-NAME WS-HC-ONLY
               WS-HC-HELD WS-HC-HOLD-ID WS-HC-MATTER
           IF WS-HC-HELD = 'Y'
               ADD 1 TO WS-HOLD-FILES
               ADD 1 TO WS-TOT-FILES
               IF WS-HOLD-FILES <= 10
                   DISPLAY "     " FUNCTION TRIM(WS-LS-ROOT) "/"
                       FUNCTION TRIM(WS-LS-PATH) "  " WS-LS-DATE
               END-IF
           END-IF.

       LIST-HELD-GENERATIONS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "ls '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               "backups' 2>/dev/null | grep '^gen-' | sort > "
                                           DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO WS-HOLD-GENS
           MOVE 'G' TO WS-HC-ACTION
           MOVE SPACES TO WS-HC-OPERATOR
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM WEIGH-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           MOVE WS-HOLD-GENS TO WS-COUNT-ED
           DISPLAY "   backup generations kept: "
               FUNCTION TRIM(WS-COUNT-ED)
           PERFORM DROP-LIST-FILE.

       WEIGH-ONE-GENERATION.
           IF LIST-RECORD(1:4) NOT = 'gen-'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HC-DATE
           STRING
               LIST-RECORD(5:4) '-' LIST-RECORD(9:2) '-'
               LIST-RECORD(11:2)
               DELIMITED SIZE
               INTO WS-HC-DATE
           MOVE SPACES TO WS-HC-NAME
           STRING
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "backups/"                   DELIMITED SIZE
               FUNCTION TRIM(LIST-RECORD)   DELIMITED SIZE
               INTO WS-HC-NAME
           CALL "HOLD-CHECK" USING WS-HC-ACTION WS-HC-SESSION
               WS-HC-OPERATOR WS-HC-DATE WS-HC-NAME WS-HC-ONLY
               WS-HC-HELD WS-HC-HOLD-ID WS-HC-MATTER
           IF WS-HC-HELD = 'Y'
               ADD 1 TO WS-HOLD-GENS
               ADD 1 TO WS-TOT-GENS
           END-IF.

       DROP-LIST-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f "                    DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.
