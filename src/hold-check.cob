      *================================================================*
      * PROGRAM:     HOLD-CHECK                                        *
      * DESCRIPTION: Legal hold test for the retention programs. The   *
      *              register is legal-holds.dat next to the           *
      *              executable, kept by HOLD-MAINT, one hold a line:  *
      *                id|kind|value|from|to|matter|placed by|         *
      *                placed on|status A-or-R|released by|            *
      *                released on|reason                              *
      *              Kinds: S audit session id, O operator (from/to    *
      *              optional), D date range (to blank for             *
      *              open-ended), N saved-session name. Only status A  *
      *              holds count. What an item can be matched on       *
      *              depends on what it carries: an audit record has   *
      *              session, operator and date; a file in sessions/   *
      *              or drafts/ has its name, its modification date,   *
      *              and the operator when it sits in                  *
      *              sessions/<operator>/; a backup generation has its *
      *              run date, and its copy of sessions/ is searched   *
      *              for held operators and names. The file is read    *
      *              once per run.                                     *
      *                                                                *
      * CALL "HOLD-CHECK" USING                                        *
      *   LK-ACTION    PIC X      -- 'A' audit record, 'F' file,       *
      *                              'G' backup generation             *
      *   LK-SESSION   PIC 9(9)   -- audit session id ('A')            *
      *   LK-OPERATOR  PIC X(8)   -- operator id, spaces when unknown  *
      *   LK-DATE      PIC X(10)  -- YYYY-MM-DD of the record, the     *
      *                              file, or the generation           *
      *   LK-NAME      PIC X(500) -- file name less extension ('F'),   *
      *                              generation directory ('G')        *
      *   LK-ONLY      PIC X(8)   -- spaces tests every active hold;   *
      *                              a hold id tests that hold alone   *
      *   LK-HELD      PIC X      -- 'Y' held, 'N' free to go          *
      *   LK-HOLD-ID   PIC X(8)   -- the hold that matched             *
      *   LK-MATTER    PIC X(40)  -- its matter reference              *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-PATH            PIC X(520).
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> Active holds, loaded once per run and held across calls
       01  WS-HOLDS-LOADED         PIC X VALUE 'N'.
       01  WS-HOLD-MAX             PIC 9(3) VALUE 200.
       01  WS-HOLD-COUNT           PIC 9(3) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 200 TIMES.
               10  WS-HT-ID        PIC X(8).
               10  WS-HT-KIND      PIC X.
               10  WS-HT-VALUE     PIC X(60).
               10  WS-HT-FROM      PIC X(10).
               10  WS-HT-TO        PIC X(10).
               10  WS-HT-MATTER    PIC X(40).
       01  WS-HOLD-IDX             PIC 9(3).

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

      *> Matching one hold
       01  WS-MATCH                PIC X.
       01  WS-IN-RANGE             PIC X.
       01  WS-SHELL-CMD            PIC X(1200).
       01  WS-SHELL-RC             PIC S9(9) BINARY.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X.
       01  LK-SESSION              PIC 9(9).
       01  LK-OPERATOR             PIC X(8).
       01  LK-DATE                 PIC X(10).
       01  LK-NAME                 PIC X(500).
       01  LK-ONLY                 PIC X(8).
       01  LK-HELD                 PIC X.
       01  LK-HOLD-ID              PIC X(8).
       01  LK-MATTER               PIC X(40).

       PROCEDURE DIVISION USING LK-ACTION LK-SESSION LK-OPERATOR
           LK-DATE LK-NAME LK-ONLY LK-HELD LK-HOLD-ID LK-MATTER.

       MAIN-PARA.
           MOVE 'N' TO LK-HELD
           MOVE SPACES TO LK-HOLD-ID LK-MATTER
           IF WS-HOLDS-LOADED = 'N'
               PERFORM LOAD-HOLDS
               MOVE 'Y' TO WS-HOLDS-LOADED
           END-IF
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF LK-ONLY = SPACES OR LK-ONLY = WS-HT-ID(WS-HOLD-IDX)
                   PERFORM MATCH-ONE-HOLD
                   IF WS-MATCH = 'Y'
                       MOVE 'Y' TO LK-HELD
                       MOVE WS-HT-ID(WS-HOLD-IDX) TO LK-HOLD-ID
                       MOVE WS-HT-MATTER(WS-HOLD-IDX) TO LK-MATTER
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-HOLDS.
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
           MOVE 0 TO WS-HOLD-COUNT
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
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-FLD-ID TO WS-HT-ID(WS-HOLD-COUNT)
           MOVE WS-FLD-KIND(1:1) TO WS-HT-KIND(WS-HOLD-COUNT)
           MOVE FUNCTION TRIM(WS-FLD-VALUE)
               TO WS-HT-VALUE(WS-HOLD-COUNT)
           MOVE WS-FLD-FROM TO WS-HT-FROM(WS-HOLD-COUNT)
           MOVE WS-FLD-TO TO WS-HT-TO(WS-HOLD-COUNT)
           MOVE WS-FLD-MATTER TO WS-HT-MATTER(WS-HOLD-COUNT).

      *> One hold against the item in the linkage. An item that
      *> cannot carry what a hold names (a file has no audit
      *> session id) is never matched by that hold.
       MATCH-ONE-HOLD.
           MOVE 'N' TO WS-MATCH
           PERFORM CHECK-DATE-RANGE
           EVALUATE WS-HT-KIND(WS-HOLD-IDX)
               WHEN 'S'
                   IF LK-ACTION = 'A'
                       IF FUNCTION TRIM(WS-HT-VALUE(WS-HOLD-IDX))
                               IS NUMERIC
                           IF FUNCTION NUMVAL(
                                   WS-HT-VALUE(WS-HOLD-IDX))
                                   = LK-SESSION
                               MOVE 'Y' TO WS-MATCH
                           END-IF
                       END-IF
                   END-IF
               WHEN 'O'
                   IF LK-ACTION = 'G'
                       IF WS-HT-FROM(WS-HOLD-IDX) = SPACES
                           PERFORM SEARCH-GENERATION
                       ELSE
                           MOVE WS-IN-RANGE TO WS-MATCH
                       END-IF
                   ELSE
                       IF LK-OPERATOR NOT = SPACES
                               AND LK-OPERATOR
                                   = WS-HT-VALUE(WS-HOLD-IDX)
                               AND WS-IN-RANGE = 'Y'
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                   END-IF
               WHEN 'D'
                   MOVE WS-IN-RANGE TO WS-MATCH
               WHEN 'N'
                   IF LK-ACTION = 'F'
                       IF FUNCTION TRIM(LK-NAME)
                               = FUNCTION TRIM(WS-HT-VALUE(WS-HOLD-IDX))
                           MOVE 'Y' TO WS-MATCH
                       END-IF
                   END-IF
                   IF LK-ACTION = 'G'
                       PERFORM SEARCH-GENERATION
                   END-IF
           END-EVALUATE.

      *> An operator hold without dates covers every date; a date
      *> hold with no end date runs on until it is released.
       CHECK-DATE-RANGE.
           MOVE 'Y' TO WS-IN-RANGE
           IF WS-HT-FROM(WS-HOLD-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LK-DATE < WS-HT-FROM(WS-HOLD-IDX)
               MOVE 'N' TO WS-IN-RANGE
           END-IF
           IF WS-HT-TO(WS-HOLD-IDX) NOT = SPACES
                   AND LK-DATE > WS-HT-TO(WS-HOLD-IDX)
               MOVE 'N' TO WS-IN-RANGE
           END-IF.

      *> A generation holds a copy of sessions/: a held operator's
      *> folder or a held session name in it keeps the generation.
       SEARCH-GENERATION.
           MOVE SPACES TO WS-SHELL-CMD
           IF WS-HT-KIND(WS-HOLD-IDX) = 'O'
               STRING
                   "test -d '"                     DELIMITED SIZE
                   FUNCTION TRIM(LK-NAME)          DELIMITED SIZE
                   "/sessions/"                    DELIMITED SIZE
                   FUNCTION TRIM(WS-HT-VALUE(WS-HOLD-IDX))
                                                   DELIMITED SIZE
                   "'"                             DELIMITED SIZE
                   INTO WS-SHELL-CMD
           ELSE
               STRING
                   "find '"                        DELIMITED SIZE
                   FUNCTION TRIM(LK-NAME)          DELIMITED SIZE
                   "/sessions' -name '"            DELIMITED SIZE
                   FUNCTION TRIM(WS-HT-VALUE(WS-HOLD-IDX))
                                                   DELIMITED SIZE
                   ".*' 2>/dev/null | grep -q ."   DELIMITED SIZE
                   INTO WS-SHELL-CMD
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD
               RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               MOVE 'Y' TO WS-MATCH
           END-IF.
