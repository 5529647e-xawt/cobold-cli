      *================================================================*
      * PROGRAM:     PROBLEM-CHECK                                     *
      * DESCRIPTION: Known-problem test for an incident. The problem   *
      *              master is problems.dat next to the executable,    *
      *              kept by PROBLEM-MAINT, two kinds of line:         *
      *                P|id|opened on|opened by|owner|status|title|    *
      *                  root cause|workaround|closed on|closed by|    *
      *                  closure                                       *
      *                L|id|reason|model|from|to|linked by|linked on   *
      *              Status is OPEN, KNOWN (cause found, fix pending)  *
      *              or CLOSED; only the links of problems not yet     *
      *              CLOSED count. A link names an incident reason     *
      *              code, a model, or both, over an optional date     *
      *              range: a blank reason or model matches any, a     *
      *              blank from date covers all time, a blank to date  *
      *              runs on until the problem is closed. The file is  *
      *              read once per run.                                *
      *                                                                *
      * CALL "PROBLEM-CHECK" USING                                     *
      *   LK-REASON     PIC X(8)   -- incident reason code             *
      *   LK-MODEL      PIC X(100) -- model in use, spaces when n/a    *
      *   LK-DATE       PIC X(10)  -- YYYY-MM-DD of the incident       *
      *   LK-ONLY       PIC X(8)   -- spaces tests every open problem; *
      *                               a problem id tests it alone      *
      *   LK-LINKED     PIC X      -- 'Y' under an open problem        *
      *   LK-PROBLEM-ID PIC X(8)   -- the problem that matched         *
      *   LK-TITLE      PIC X(60)  -- its title                        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBLEM-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROB-FILE
               ASSIGN TO DYNAMIC WS-PROB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROB-FILE.
       01  PROB-RECORD             PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-PROB-PATH            PIC X(520).
       01  WS-PROB-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> Problems and links, loaded once per run and held across
      *> calls
       01  WS-PROBS-LOADED         PIC X VALUE 'N'.
       01  WS-PT-MAX               PIC 9(3) VALUE 200.
       01  WS-PT-COUNT             PIC 9(3) VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 200 TIMES.
               10  WS-PT-ID        PIC X(8).
               10  WS-PT-STATUS    PIC X(6).
               10  WS-PT-TITLE     PIC X(60).
       01  WS-PT-IDX               PIC 9(3).
       01  WS-LT-MAX               PIC 9(3) VALUE 500.
       01  WS-LT-COUNT             PIC 9(3) VALUE 0.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 500 TIMES.
               10  WS-LT-ID        PIC X(8).
               10  WS-LT-REASON    PIC X(8).
               10  WS-LT-MODEL     PIC X(100).
               10  WS-LT-FROM      PIC X(10).
               10  WS-LT-TO        PIC X(10).
               10  WS-LT-PROB      PIC 9(3).
       01  WS-LT-IDX               PIC 9(3).

      *> One problems.dat line
       01  WS-FLD-TYPE             PIC X(5).
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-A                PIC X(100).
       01  WS-FLD-B                PIC X(100).
       01  WS-FLD-C                PIC X(100).
       01  WS-FLD-D                PIC X(100).
       01  WS-FLD-E                PIC X(100).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-REASON               PIC X(8).
       01  LK-MODEL                PIC X(100).
       01  LK-DATE                 PIC X(10).
       01  LK-ONLY                 PIC X(8).
       01  LK-LINKED               PIC X.
       01  LK-PROBLEM-ID           PIC X(8).
       01  LK-TITLE                PIC X(60).

       PROCEDURE DIVISION USING LK-REASON LK-MODEL LK-DATE LK-ONLY
           LK-LINKED LK-PROBLEM-ID LK-TITLE.

       MAIN-PARA.
           MOVE 'N' TO LK-LINKED
           MOVE SPACES TO LK-PROBLEM-ID LK-TITLE
           IF WS-PROBS-LOADED = 'N'
               PERFORM LOAD-PROBLEMS
               MOVE 'Y' TO WS-PROBS-LOADED
           END-IF
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-PROB(WS-LT-IDX) > 0
                       AND (LK-ONLY = SPACES
                       OR LK-ONLY = WS-LT-ID(WS-LT-IDX))
                   PERFORM MATCH-ONE-LINK
                   IF LK-LINKED = 'Y'
                       MOVE WS-LT-ID(WS-LT-IDX) TO LK-PROBLEM-ID
                       MOVE WS-PT-TITLE(WS-LT-PROB(WS-LT-IDX))
                           TO LK-TITLE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

       LOAD-PROBLEMS.
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
           MOVE SPACES TO WS-PROB-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "problems.dat"
               DELIMITED SIZE INTO WS-PROB-PATH
           MOVE 0 TO WS-PT-COUNT WS-LT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROB-FILE
           IF WS-PROB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-PROBLEM-LINE
               END-READ
           END-PERFORM
           CLOSE PROB-FILE
      *>   A link counts only while its problem is on file and not
      *>   closed; the problem line may follow its links.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               MOVE 0 TO WS-LT-PROB(WS-LT-IDX)
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-ID(WS-PT-IDX) = WS-LT-ID(WS-LT-IDX)
                       IF WS-PT-STATUS(WS-PT-IDX) NOT = 'CLOSED'
                           MOVE WS-PT-IDX TO WS-LT-PROB(WS-LT-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       TAKE-PROBLEM-LINE.
           IF PROB-RECORD = SPACES OR PROB-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-TYPE WS-FLD-ID WS-FLD-A WS-FLD-B
               WS-FLD-C WS-FLD-D WS-FLD-E
           UNSTRING PROB-RECORD DELIMITED BY '|'
               INTO WS-FLD-TYPE WS-FLD-ID WS-FLD-A WS-FLD-B
                    WS-FLD-C WS-FLD-D WS-FLD-E
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-FLD-TYPE)
               WHEN 'P'
                   IF WS-PT-COUNT < WS-PT-MAX
                       ADD 1 TO WS-PT-COUNT
                       MOVE WS-FLD-ID TO WS-PT-ID(WS-PT-COUNT)
                       MOVE FUNCTION TRIM(WS-FLD-D)
                           TO WS-PT-STATUS(WS-PT-COUNT)
                       MOVE WS-FLD-E(1:60) TO WS-PT-TITLE(WS-PT-COUNT)
                   END-IF
               WHEN 'L'
                   IF WS-LT-COUNT < WS-LT-MAX
                       ADD 1 TO WS-LT-COUNT
                       MOVE WS-FLD-ID TO WS-LT-ID(WS-LT-COUNT)
                       MOVE FUNCTION TRIM(WS-FLD-A)
                           TO WS-LT-REASON(WS-LT-COUNT)
                       MOVE FUNCTION TRIM(WS-FLD-B)
                           TO WS-LT-MODEL(WS-LT-COUNT)
                       MOVE WS-FLD-C(1:10) TO WS-LT-FROM(WS-LT-COUNT)
                       MOVE WS-FLD-D(1:10) TO WS-LT-TO(WS-LT-COUNT)
                   END-IF
           END-EVALUATE.

      *> One link against the incident in the linkage.
       MATCH-ONE-LINK.
           MOVE 'N' TO LK-LINKED
           IF WS-LT-REASON(WS-LT-IDX) NOT = SPACES
                   AND WS-LT-REASON(WS-LT-IDX) NOT = LK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-MODEL(WS-LT-IDX) NOT = SPACES
                   AND FUNCTION TRIM(WS-LT-MODEL(WS-LT-IDX))
                       NOT = FUNCTION TRIM(LK-MODEL)
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-FROM(WS-LT-IDX) NOT = SPACES
                   AND LK-DATE < WS-LT-FROM(WS-LT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-TO(WS-LT-IDX) NOT = SPACES
                   AND LK-DATE > WS-LT-TO(WS-LT-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-LINKED.
