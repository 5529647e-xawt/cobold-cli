      *================================================================*
      * PROGRAM:     PROBLEM-REPORT                                    *
      * DESCRIPTION: Problem aging report. Lists every problem in      *
      *              problems.dat not yet CLOSED, oldest first, with   *
      *              its age in days, status, owner, and the incidents *
      *              in incident.log it accounts for -- all of them,   *
      *              the last seven days', and the newest -- followed  *
      *              by its root cause, workaround and links. Each     *
      *              problem is tested alone through PROBLEM-CHECK, so *
      *              the counts match exactly what ALERT-MONITOR holds *
      *              back from paging; an incident two problems cover  *
      *              counts under each. The foot bands the open        *
      *              problems by age (0-7, 8-30, 31-90, over 90 days)  *
      *              and counts the closed ones; PROBLEM-MAINT history *
      *              lists them. RETURN-CODE 4 when any open problem   *
      *              is over 90 days old.                              *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/problem-report.cob src/problem-check.cob         *
      *        -o dist/problem-report                                  *
      *   ./dist/problem-report                                        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBLEM-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROB-FILE
               ASSIGN TO DYNAMIC WS-PROB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROB-STATUS.
           SELECT INC-FILE
               ASSIGN TO DYNAMIC WS-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROB-FILE.
       01  PROB-RECORD             PIC X(1000).
       FD  INC-FILE.
       01  INC-RECORD              PIC X(360).

       WORKING-STORAGE SECTION.
       01  WS-PROB-PATH            PIC X(520).
       01  WS-INC-PATH             PIC X(520).
       01  WS-PROB-STATUS          PIC XX.
       01  WS-INC-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> Open problems, with their incident tallies
       01  WS-PR-MAX               PIC 9(3) VALUE 200.
       01  WS-PR-COUNT             PIC 9(3) VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 200 TIMES.
               10  WS-PR-ID        PIC X(8).
               10  WS-PR-OPENED    PIC X(10).
               10  WS-PR-OWNER     PIC X(8).
               10  WS-PR-STATUS    PIC X(6).
               10  WS-PR-TITLE     PIC X(60).
               10  WS-PR-CAUSE     PIC X(200).
               10  WS-PR-WORKAROUND PIC X(200).
               10  WS-PR-AGE       PIC 9(5).
               10  WS-PR-INCIDENTS PIC 9(7).
               10  WS-PR-RECENT    PIC 9(7).
               10  WS-PR-NEWEST    PIC X(19).
       01  WS-PR-IDX               PIC 9(3).
       01  WS-PR-JDX               PIC 9(3).
       01  WS-PR-HOLD              PIC X(530).
       01  WS-CLOSED               PIC 9(5) VALUE 0.

      *> Links, kept for printing under their problems
       01  WS-LK-MAX               PIC 9(3) VALUE 500.
       01  WS-LK-COUNT             PIC 9(3) VALUE 0.
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 500 TIMES.
               10  WS-LK-ID        PIC X(8).
               10  WS-LK-REASON    PIC X(8).
               10  WS-LK-MODEL     PIC X(100).
               10  WS-LK-FROM      PIC X(10).
               10  WS-LK-TO        PIC X(10).
       01  WS-LK-IDX               PIC 9(3).
       01  WS-LK-SHOWN             PIC 9(3).

      *> One problems.dat line
       01  WS-FLD-TYPE             PIC X(5).
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-OPENED           PIC X(10).
       01  WS-FLD-OPEN-BY          PIC X(8).
       01  WS-FLD-OWNER            PIC X(8).
       01  WS-FLD-STATUS           PIC X(6).
       01  WS-FLD-TITLE            PIC X(60).
       01  WS-FLD-CAUSE            PIC X(200).
       01  WS-FLD-WORKAROUND       PIC X(200).
       01  WS-FLD-REASON           PIC X(8).
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-FROM             PIC X(10).
       01  WS-FLD-TO               PIC X(10).

      *> Incident line fields
       01  WS-INC-STAMP            PIC X(19).
       01  WS-INC-SESSION          PIC X(9).
       01  WS-INC-MODEL            PIC X(100).
       01  WS-INC-REASON           PIC X(8).
       01  WS-INC-DETAIL           PIC X(200).
       01  WS-INC-OPEN             PIC X VALUE 'N'.

      *> PROBLEM-CHECK parameters
       01  WS-PC-REASON            PIC X(8).
       01  WS-PC-MODEL             PIC X(100).
       01  WS-PC-DATE              PIC X(10).
       01  WS-PC-ONLY              PIC X(8).
       01  WS-PC-LINKED            PIC X.
       01  WS-PC-PROBLEM-ID        PIC X(8).
       01  WS-PC-TITLE             PIC X(60).

      *> Dates
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-DASHED         PIC X(10).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-INT             PIC 9(7).
       01  WS-WEEK-AGO             PIC X(10).

      *> Age bands: 0-7, 8-30, 31-90, over 90 days
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  WS-BAND-PROBS   PIC 9(5).
               10  WS-BAND-INCS    PIC 9(7).
       01  WS-BAND-IDX             PIC 9.
       01  WS-BAND-LABEL           PIC X(16).
       01  WS-TOT-INCS             PIC 9(7) VALUE 0.

      *> Edited report fields
       01  WS-AGE-ED               PIC ZZZZ9.
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RECENT-ED            PIC ZZZZZZ9.
       01  WS-RANGE-TEXT           PIC X(30).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM SET-DATES
           PERFORM LOAD-PROBLEMS
           PERFORM SORT-BY-AGE
           IF WS-PR-COUNT > 0
               PERFORM TALLY-INCIDENTS
           END-IF
           DISPLAY "================================================="
           DISPLAY " open problems by age as of " WS-TODAY-DASHED
           DISPLAY "================================================="
           IF WS-PR-COUNT = 0
               DISPLAY " no open problems"
           ELSE
               DISPLAY " id         age status owner    incidents"
                   "  last 7d  newest"
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PR-COUNT
                   PERFORM PRINT-ONE-PROBLEM
               END-PERFORM
           END-IF
           DISPLAY " -----------------------------------------------"
           DISPLAY " age band         problems incidents"
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               EVALUATE WS-BAND-IDX
                   WHEN 1 MOVE " 0-7 days"     TO WS-BAND-LABEL
                   WHEN 2 MOVE " 8-30 days"    TO WS-BAND-LABEL
                   WHEN 3 MOVE " 31-90 days"   TO WS-BAND-LABEL
                   WHEN 4 MOVE " over 90 days" TO WS-BAND-LABEL
               END-EVALUATE
               MOVE WS-BAND-PROBS(WS-BAND-IDX) TO WS-AGE-ED
               MOVE WS-BAND-INCS(WS-BAND-IDX) TO WS-COUNT-ED
               DISPLAY WS-BAND-LABEL "    " WS-AGE-ED "   "
                   WS-COUNT-ED
           END-PERFORM
           MOVE WS-PR-COUNT TO WS-AGE-ED
           MOVE WS-TOT-INCS TO WS-COUNT-ED
           DISPLAY " all open           " WS-AGE-ED "   "
               WS-COUNT-ED
           MOVE WS-CLOSED TO WS-AGE-ED
           DISPLAY " closed problems:   " WS-AGE-ED
           IF WS-PR-COUNT > 0 AND WS-INC-OPEN = 'N'
               DISPLAY " incident.log could not be read -- incident"
                   " counts are not shown"
           END-IF
           DISPLAY "================================================="
           IF WS-BAND-PROBS(4) > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE SPACES TO WS-PROB-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "problems.dat"
               DELIMITED SIZE INTO WS-PROB-PATH
           MOVE SPACES TO WS-INC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "incident.log"
               DELIMITED SIZE INTO WS-INC-PATH.

       SET-DATES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DASHED
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED SIZE INTO WS-TODAY-DASHED
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6)
           MOVE SPACES TO WS-WEEK-AGO
           STRING WS-WORK-DATE(1:4) '-' WS-WORK-DATE(5:2) '-'
               WS-WORK-DATE(7:2) DELIMITED SIZE INTO WS-WEEK-AGO
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE 0 TO WS-BAND-PROBS(WS-BAND-IDX)
                   WS-BAND-INCS(WS-BAND-IDX)
           END-PERFORM.

       LOAD-PROBLEMS.
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
           CLOSE PROB-FILE.

       TAKE-PROBLEM-LINE.
           IF PROB-RECORD = SPACES OR PROB-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           EVALUATE PROB-RECORD(1:2)
               WHEN 'P|'
                   PERFORM TAKE-PROBLEM
               WHEN 'L|'
                   PERFORM TAKE-LINK
           END-EVALUATE.

       TAKE-PROBLEM.
           MOVE SPACES TO WS-FLD-TYPE WS-FLD-ID WS-FLD-OPENED
               WS-FLD-OPEN-BY WS-FLD-OWNER WS-FLD-STATUS WS-FLD-TITLE
               WS-FLD-CAUSE WS-FLD-WORKAROUND
           UNSTRING PROB-RECORD DELIMITED BY '|'
               INTO WS-FLD-TYPE WS-FLD-ID WS-FLD-OPENED
                    WS-FLD-OPEN-BY WS-FLD-OWNER WS-FLD-STATUS
                    WS-FLD-TITLE WS-FLD-CAUSE WS-FLD-WORKAROUND
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FLD-STATUS) = 'CLOSED'
               ADD 1 TO WS-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-COUNT >= WS-PR-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-COUNT
           MOVE WS-FLD-ID TO WS-PR-ID(WS-PR-COUNT)
           MOVE WS-FLD-OPENED TO WS-PR-OPENED(WS-PR-COUNT)
           MOVE WS-FLD-OWNER TO WS-PR-OWNER(WS-PR-COUNT)
           MOVE WS-FLD-STATUS TO WS-PR-STATUS(WS-PR-COUNT)
           MOVE WS-FLD-TITLE TO WS-PR-TITLE(WS-PR-COUNT)
           MOVE WS-FLD-CAUSE TO WS-PR-CAUSE(WS-PR-COUNT)
           MOVE WS-FLD-WORKAROUND TO WS-PR-WORKAROUND(WS-PR-COUNT)
           MOVE 0 TO WS-PR-AGE(WS-PR-COUNT)
               WS-PR-INCIDENTS(WS-PR-COUNT) WS-PR-RECENT(WS-PR-COUNT)
           MOVE SPACES TO WS-PR-NEWEST(WS-PR-COUNT)
      *>   An opened date that does not parse ages as opened today.
           IF WS-FLD-OPENED(1:4) IS NUMERIC
                   AND WS-FLD-OPENED(6:2) IS NUMERIC
                   AND WS-FLD-OPENED(9:2) IS NUMERIC
               COMPUTE WS-WORK-DATE =
                   FUNCTION NUMVAL(WS-FLD-OPENED(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-FLD-OPENED(6:2)) * 100
                   + FUNCTION NUMVAL(WS-FLD-OPENED(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   IF WS-WORK-INT < WS-TODAY-INT
                       COMPUTE WS-PR-AGE(WS-PR-COUNT) =
                           WS-TODAY-INT - WS-WORK-INT
                   END-IF
               END-IF
           END-IF.

       TAKE-LINK.
           IF WS-LK-COUNT >= WS-LK-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-TYPE WS-FLD-ID WS-FLD-REASON
               WS-FLD-MODEL WS-FLD-FROM WS-FLD-TO
           UNSTRING PROB-RECORD DELIMITED BY '|'
               INTO WS-FLD-TYPE WS-FLD-ID WS-FLD-REASON
                    WS-FLD-MODEL WS-FLD-FROM WS-FLD-TO
           END-UNSTRING
           ADD 1 TO WS-LK-COUNT
           MOVE WS-FLD-ID TO WS-LK-ID(WS-LK-COUNT)
           MOVE WS-FLD-REASON TO WS-LK-REASON(WS-LK-COUNT)
           MOVE WS-FLD-MODEL TO WS-LK-MODEL(WS-LK-COUNT)
           MOVE WS-FLD-FROM TO WS-LK-FROM(WS-LK-COUNT)
           MOVE WS-FLD-TO TO WS-LK-TO(WS-LK-COUNT).

      *> Oldest first -- a plain exchange sort, the table is small.
       SORT-BY-AGE.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX >= WS-PR-COUNT
               PERFORM VARYING WS-PR-JDX FROM WS-PR-IDX BY 1
                       UNTIL WS-PR-JDX > WS-PR-COUNT
                   IF WS-PR-AGE(WS-PR-JDX) > WS-PR-AGE(WS-PR-IDX)
                       MOVE WS-PR-ENTRY(WS-PR-IDX) TO WS-PR-HOLD
                       MOVE WS-PR-ENTRY(WS-PR-JDX)
                           TO WS-PR-ENTRY(WS-PR-IDX)
                       MOVE WS-PR-HOLD TO WS-PR-ENTRY(WS-PR-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> One pass of the incident log; every incident is put to
      *> every open problem.
       TALLY-INCIDENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-INC-OPEN
           PERFORM UNTIL WS-EOF = 'Y'
               READ INC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM WEIGH-ONE-INCIDENT
               END-READ
           END-PERFORM
           CLOSE INC-FILE.

       WEIGH-ONE-INCIDENT.
           MOVE SPACES TO WS-INC-STAMP WS-INC-SESSION WS-INC-MODEL
               WS-INC-REASON WS-INC-DETAIL
           UNSTRING INC-RECORD DELIMITED BY '|'
               INTO WS-INC-STAMP WS-INC-SESSION WS-INC-MODEL
                    WS-INC-REASON WS-INC-DETAIL
           END-UNSTRING
           IF WS-INC-STAMP(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-REASON TO WS-PC-REASON
           MOVE WS-INC-MODEL TO WS-PC-MODEL
           MOVE WS-INC-STAMP(1:10) TO WS-PC-DATE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE WS-PR-ID(WS-PR-IDX) TO WS-PC-ONLY
               CALL "PROBLEM-CHECK" USING WS-PC-REASON WS-PC-MODEL
                   WS-PC-DATE WS-PC-ONLY WS-PC-LINKED
                   WS-PC-PROBLEM-ID WS-PC-TITLE
               IF WS-PC-LINKED = 'Y'
                   ADD 1 TO WS-PR-INCIDENTS(WS-PR-IDX)
                   IF WS-PC-DATE >= WS-WEEK-AGO
                       ADD 1 TO WS-PR-RECENT(WS-PR-IDX)
                   END-IF
                   IF WS-INC-STAMP > WS-PR-NEWEST(WS-PR-IDX)
                       MOVE WS-INC-STAMP TO WS-PR-NEWEST(WS-PR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-PROBLEM.
           EVALUATE TRUE
               WHEN WS-PR-AGE(WS-PR-IDX) <= 7
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-PR-AGE(WS-PR-IDX) <= 30
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-PR-AGE(WS-PR-IDX) <= 90
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-BAND-PROBS(WS-BAND-IDX)
           ADD WS-PR-INCIDENTS(WS-PR-IDX) TO WS-BAND-INCS(WS-BAND-IDX)
           ADD WS-PR-INCIDENTS(WS-PR-IDX) TO WS-TOT-INCS
           MOVE WS-PR-AGE(WS-PR-IDX) TO WS-AGE-ED
           MOVE WS-PR-INCIDENTS(WS-PR-IDX) TO WS-COUNT-ED
           MOVE WS-PR-RECENT(WS-PR-IDX) TO WS-RECENT-ED
           DISPLAY " "
           DISPLAY " " WS-PR-ID(WS-PR-IDX) " " WS-AGE-ED " "
               WS-PR-STATUS(WS-PR-IDX) " "
               WS-PR-OWNER(WS-PR-IDX) "  "
               WS-COUNT-ED "  " WS-RECENT-ED "  "
               WS-PR-NEWEST(WS-PR-IDX)(1:16)
           DISPLAY "   " FUNCTION TRIM(WS-PR-TITLE(WS-PR-IDX))
               " (opened " WS-PR-OPENED(WS-PR-IDX) ")"
           IF WS-PR-CAUSE(WS-PR-IDX) NOT = SPACES
               DISPLAY "   root cause: "
                   FUNCTION TRIM(WS-PR-CAUSE(WS-PR-IDX))
           END-IF
           IF WS-PR-WORKAROUND(WS-PR-IDX) NOT = SPACES
               DISPLAY "   workaround: "
                   FUNCTION TRIM(WS-PR-WORKAROUND(WS-PR-IDX))
           END-IF
           MOVE 0 TO WS-LK-SHOWN
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-ID(WS-LK-IDX) = WS-PR-ID(WS-PR-IDX)
                   ADD 1 TO WS-LK-SHOWN
                   PERFORM BUILD-RANGE-TEXT
                   IF WS-LK-REASON(WS-LK-IDX) = SPACES
                       MOVE '(any)' TO WS-FLD-REASON
                   ELSE
                       MOVE WS-LK-REASON(WS-LK-IDX) TO WS-FLD-REASON
                   END-IF
                   IF WS-LK-MODEL(WS-LK-IDX) = SPACES
                       MOVE '(any model)' TO WS-FLD-MODEL
                   ELSE
                       MOVE WS-LK-MODEL(WS-LK-IDX) TO WS-FLD-MODEL
                   END-IF
                   DISPLAY "   linked: " WS-FLD-REASON " "
                       WS-FLD-MODEL(1:30) " "
                       FUNCTION TRIM(WS-RANGE-TEXT)
               END-IF
           END-PERFORM
           IF WS-LK-SHOWN = 0
               DISPLAY "   linked: nothing -- no incidents are held"
                   " back for this problem"
           END-IF.

       BUILD-RANGE-TEXT.
           MOVE SPACES TO WS-RANGE-TEXT
           EVALUATE TRUE
               WHEN WS-LK-FROM(WS-LK-IDX) = SPACES
                       AND WS-LK-TO(WS-LK-IDX) = SPACES
                   MOVE '(all dates)' TO WS-RANGE-TEXT
               WHEN WS-LK-TO(WS-LK-IDX) = SPACES
                   STRING WS-LK-FROM(WS-LK-IDX) ' onward'
                       DELIMITED SIZE INTO WS-RANGE-TEXT
               WHEN WS-LK-FROM(WS-LK-IDX) = SPACES
                   STRING 'up to ' WS-LK-TO(WS-LK-IDX)
                       DELIMITED SIZE INTO WS-RANGE-TEXT
               WHEN OTHER
                   STRING WS-LK-FROM(WS-LK-IDX) ' to '
                       WS-LK-TO(WS-LK-IDX)
                       DELIMITED SIZE INTO WS-RANGE-TEXT
           END-EVALUATE.
