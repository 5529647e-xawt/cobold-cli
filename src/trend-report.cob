      *================================================================*
      * PROGRAM:     TREND-REPORT                                      *
      * DESCRIPTION: Twelve-month trend over the closed periods in     *
      *              month-history.dat, the U records MONTH-CLOSE      *
      *              writes (period|U|operator|department|model|       *
      *              category|calls|prompt tokens|completion tokens|   *
      *              cost). One line per month -- calls, tokens, cost, *
      *              and the change in cost from the month before --   *
      *              then the twelve-month total and the average per   *
      *              closed month. --by dept, model, operator or       *
      *              category adds one block per department (or model, *
      *              operator, category) with the same month lines, so *
      *              management can see who moved the number. The      *
      *              window ends at the month given, or at the latest  *
      *              closed month; a month with no history prints as   *
      *              not closed. Nothing here reads the ledger.        *
      *              Keys beyond 50 are counted, not shown.            *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/trend-report.cob -o dist/trend-report            *
      *   ./dist/trend-report [YYYY-MM]                                *
      *                       [--by dept|model|operator|category]      *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREND-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-HIST-PATH            PIC X(520).
       01  WS-HIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> Arguments
       01  WS-ARG                  PIC X(20).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-END-PERIOD           PIC X(7) VALUE SPACES.
       01  WS-BY                   PIC X(10) VALUE SPACES.
       01  WS-WANT-BY              PIC X VALUE 'N'.

      *> The twelve months of the window, oldest first
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 12 TIMES.
               10  WS-MON-PERIOD   PIC X(7).
               10  WS-MON-CLOSED   PIC X.
               10  WS-MON-CALLS    PIC 9(9).
               10  WS-MON-TOKENS   PIC 9(13).
               10  WS-MON-COST     PIC S9(9)V9(4).
       01  WS-MON-IDX              PIC 9(2).
       01  WS-MON-SLOT             PIC 9(2).
       01  WS-YEAR-NUM             PIC 9(4).
       01  WS-MONTH-NUM            PIC 9(2).

      *> Per-key month costs for --by
       01  WS-KEY-MAX              PIC 9(2) VALUE 50.
       01  WS-KEY-COUNT            PIC 9(2) VALUE 0.
       01  WS-KEY-DROPPED          PIC 9(7) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 50 TIMES.
               10  WS-KEY-NAME     PIC X(100).
               10  WS-KEY-COST OCCURS 12 TIMES PIC S9(9)V9(4).
       01  WS-KEY-IDX              PIC 9(2).
       01  WS-KEY-SLOT             PIC 9(2).
       01  WS-LINE-KEY             PIC X(100).

      *> History record fields
       01  WS-HS-PERIOD            PIC X(7).
       01  WS-HS-KIND              PIC X.
       01  WS-HS-OPERATOR          PIC X(8).
       01  WS-HS-DEPT              PIC X(20).
       01  WS-HS-MODEL             PIC X(100).
       01  WS-HS-CAT               PIC X(10).
       01  WS-HS-CALLS             PIC X(12).
       01  WS-HS-PTOK              PIC X(12).
       01  WS-HS-CTOK              PIC X(12).
       01  WS-HS-COST              PIC X(20).
       01  WS-LINE-COST            PIC S9(9)V9(4).

      *> Totals and change arithmetic
       01  WS-TOT-CALLS            PIC 9(9) VALUE 0.
       01  WS-TOT-TOKENS           PIC 9(13) VALUE 0.
       01  WS-TOT-COST             PIC S9(9)V9(4) VALUE 0.
       01  WS-CLOSED-MONTHS        PIC 9(2) VALUE 0.
       01  WS-AVG-COST             PIC S9(9)V9(4) VALUE 0.
       01  WS-PREV-COST            PIC S9(9)V9(4).
       01  WS-PREV-SEEN            PIC X.
       01  WS-THIS-COST            PIC S9(9)V9(4).
       01  WS-CHANGE-PCT           PIC S9(5)V9.

      *> Edited report fields
       01  WS-CALLS-ED             PIC ZZZZZZZZ9.
       01  WS-TOKENS-ED            PIC ZZZZZZZZZZZZ9.
       01  WS-COST-ED              PIC -(7)9.9999.
       01  WS-PCT-ED               PIC +(5)9.9.
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-CHANGE-COL           PIC X(14).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           PERFORM RESOLVE-HIST-PATH
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "no month-history.dat -- no month has been"
                   " closed yet"
               STOP RUN
           END-IF
           IF WS-END-PERIOD = SPACES
               PERFORM FIND-LATEST-PERIOD
               CLOSE HIST-FILE
               IF WS-END-PERIOD = SPACES
                   DISPLAY "no closed months in "
                       FUNCTION TRIM(WS-HIST-PATH)
                   STOP RUN
               END-IF
               OPEN INPUT HIST-FILE
           END-IF
           PERFORM BUILD-WINDOW
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           PERFORM PRINT-REPORT
           STOP RUN.

       PARSE-ARGS.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 3
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--by'
                       MOVE 'Y' TO WS-WANT-BY
                   WHEN WS-WANT-BY = 'Y' AND WS-BY = SPACES
                       MOVE WS-ARG TO WS-BY
                   WHEN OTHER
                       MOVE WS-ARG(1:7) TO WS-END-PERIOD
               END-EVALUATE
           END-PERFORM
           IF WS-WANT-BY = 'Y'
                   AND WS-BY NOT = 'dept' AND WS-BY NOT = 'model'
                   AND WS-BY NOT = 'operator'
                   AND WS-BY NOT = 'category'
               DISPLAY "usage: trend-report [YYYY-MM]"
                   " [--by dept|model|operator|category]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-END-PERIOD NOT = SPACES
                   AND (WS-END-PERIOD(1:4) NOT NUMERIC
                       OR WS-END-PERIOD(6:2) NOT NUMERIC)
               DISPLAY "usage: trend-report [YYYY-MM]"
                   " [--by dept|model|operator|category]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESOLVE-HIST-PATH.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./month-history.dat" TO WS-HIST-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "month-history.dat" DELIMITED SIZE
                   INTO WS-HIST-PATH
           END-IF.

       FIND-LATEST-PERIOD.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-RECORD(8:3) = '|U|'
                               AND HIST-RECORD(1:7) > WS-END-PERIOD
                           MOVE HIST-RECORD(1:7) TO WS-END-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

      *> Count back eleven months from the end of the window.
       BUILD-WINDOW.
           MOVE WS-END-PERIOD(1:4) TO WS-YEAR-NUM
           MOVE WS-END-PERIOD(6:2) TO WS-MONTH-NUM
           PERFORM VARYING WS-MON-IDX FROM 12 BY -1
                   UNTIL WS-MON-IDX < 1
               MOVE SPACES TO WS-MON-PERIOD(WS-MON-IDX)
               STRING WS-YEAR-NUM '-' WS-MONTH-NUM
                   DELIMITED SIZE INTO WS-MON-PERIOD(WS-MON-IDX)
               MOVE 'N' TO WS-MON-CLOSED(WS-MON-IDX)
               MOVE 0 TO WS-MON-CALLS(WS-MON-IDX)
               MOVE 0 TO WS-MON-TOKENS(WS-MON-IDX)
               MOVE 0 TO WS-MON-COST(WS-MON-IDX)
               IF WS-MONTH-NUM = 1
                   MOVE 12 TO WS-MONTH-NUM
                   SUBTRACT 1 FROM WS-YEAR-NUM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-NUM
               END-IF
           END-PERFORM.

       TAKE-HISTORY-RECORD.
           IF HIST-RECORD(8:3) NOT = '|U|'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MON-SLOT
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               IF WS-MON-PERIOD(WS-MON-IDX) = HIST-RECORD(1:7)
                   MOVE WS-MON-IDX TO WS-MON-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MON-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HS-PERIOD WS-HS-KIND WS-HS-OPERATOR
               WS-HS-DEPT WS-HS-MODEL WS-HS-CAT WS-HS-CALLS
               WS-HS-PTOK WS-HS-CTOK WS-HS-COST
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-HS-PERIOD WS-HS-KIND WS-HS-OPERATOR
                    WS-HS-DEPT WS-HS-MODEL WS-HS-CAT WS-HS-CALLS
                    WS-HS-PTOK WS-HS-CTOK WS-HS-COST
           END-UNSTRING
           MOVE 'Y' TO WS-MON-CLOSED(WS-MON-SLOT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-CALLS)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-CALLS))
                   TO WS-MON-CALLS(WS-MON-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-PTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-PTOK))
                   TO WS-MON-TOKENS(WS-MON-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-CTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-CTOK))
                   TO WS-MON-TOKENS(WS-MON-SLOT)
           END-IF
           MOVE 0 TO WS-LINE-COST
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-COST)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-COST))
                   TO WS-LINE-COST
           END-IF
           ADD WS-LINE-COST TO WS-MON-COST(WS-MON-SLOT)
           IF WS-BY NOT = SPACES
               PERFORM TALLY-BY-KEY
           END-IF.

       TALLY-BY-KEY.
           EVALUATE WS-BY
               WHEN 'dept'
                   MOVE WS-HS-DEPT TO WS-LINE-KEY
               WHEN 'model'
                   MOVE WS-HS-MODEL TO WS-LINE-KEY
               WHEN 'operator'
                   MOVE WS-HS-OPERATOR TO WS-LINE-KEY
               WHEN OTHER
                   MOVE WS-HS-CAT TO WS-LINE-KEY
           END-EVALUATE
           MOVE 0 TO WS-KEY-SLOT
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KEY-NAME(WS-KEY-IDX) = WS-LINE-KEY
                   MOVE WS-KEY-IDX TO WS-KEY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KEY-SLOT = 0
               IF WS-KEY-COUNT >= WS-KEY-MAX
                   ADD 1 TO WS-KEY-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-LINE-KEY TO WS-KEY-NAME(WS-KEY-COUNT)
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                       UNTIL WS-MON-IDX > 12
                   MOVE 0 TO WS-KEY-COST(WS-KEY-COUNT, WS-MON-IDX)
               END-PERFORM
               MOVE WS-KEY-COUNT TO WS-KEY-SLOT
           END-IF
           ADD WS-LINE-COST TO WS-KEY-COST(WS-KEY-SLOT, WS-MON-SLOT).

       PRINT-REPORT.
           DISPLAY "================================================="
           DISPLAY " twelve-month trend  " WS-MON-PERIOD(1)
               " to " WS-MON-PERIOD(12)
           DISPLAY " (closed months, from the month-end history)"
           DISPLAY "================================================="
           DISPLAY " month        calls         tokens"
               "          cost   change"
           MOVE 'N' TO WS-PREV-SEEN
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               IF WS-MON-CLOSED(WS-MON-IDX) = 'N'
                   DISPLAY " " WS-MON-PERIOD(WS-MON-IDX)
                       "  (not closed)"
               ELSE
                   ADD 1 TO WS-CLOSED-MONTHS
                   ADD WS-MON-CALLS(WS-MON-IDX) TO WS-TOT-CALLS
                   ADD WS-MON-TOKENS(WS-MON-IDX) TO WS-TOT-TOKENS
                   ADD WS-MON-COST(WS-MON-IDX) TO WS-TOT-COST
                   MOVE WS-MON-COST(WS-MON-IDX) TO WS-THIS-COST
                   PERFORM BUILD-CHANGE-COLUMN
                   MOVE WS-MON-CALLS(WS-MON-IDX) TO WS-CALLS-ED
                   MOVE WS-MON-TOKENS(WS-MON-IDX) TO WS-TOKENS-ED
                   MOVE WS-MON-COST(WS-MON-IDX) TO WS-COST-ED
                   DISPLAY " " WS-MON-PERIOD(WS-MON-IDX)
                       " " WS-CALLS-ED " " WS-TOKENS-ED
                       " " WS-COST-ED "  " WS-CHANGE-COL
               END-IF
           END-PERFORM
           DISPLAY " -----------------------------------------------"
           MOVE WS-TOT-CALLS TO WS-CALLS-ED
           MOVE WS-TOT-TOKENS TO WS-TOKENS-ED
           MOVE WS-TOT-COST TO WS-COST-ED
           DISPLAY " total   " WS-CALLS-ED " " WS-TOKENS-ED
               " " WS-COST-ED
           IF WS-CLOSED-MONTHS > 0
               COMPUTE WS-AVG-COST ROUNDED =
                   WS-TOT-COST / WS-CLOSED-MONTHS
               MOVE WS-AVG-COST TO WS-COST-ED
               MOVE WS-CLOSED-MONTHS TO WS-COUNT-ED
               DISPLAY " average cost per closed month: "
                   FUNCTION TRIM(WS-COST-ED) "  ("
                   FUNCTION TRIM(WS-COUNT-ED) " closed)"
           END-IF
           IF WS-BY NOT = SPACES
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   PERFORM PRINT-KEY-BLOCK
               END-PERFORM
               IF WS-KEY-DROPPED > 0
                   MOVE WS-KEY-DROPPED TO WS-COUNT-ED
                   DISPLAY " "
                   DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                       " record(s) for further " FUNCTION TRIM(WS-BY)
                       " values not shown"
               END-IF
           END-IF
           DISPLAY "=================================================".

       PRINT-KEY-BLOCK.
           DISPLAY " "
           DISPLAY " " FUNCTION TRIM(WS-BY) ": "
               FUNCTION TRIM(WS-KEY-NAME(WS-KEY-IDX))
           MOVE 'N' TO WS-PREV-SEEN
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > 12
               IF WS-MON-CLOSED(WS-MON-IDX) = 'Y'
                   MOVE WS-KEY-COST(WS-KEY-IDX, WS-MON-IDX)
                       TO WS-THIS-COST
                   PERFORM BUILD-CHANGE-COLUMN
                   MOVE WS-THIS-COST TO WS-COST-ED
                   DISPLAY "   " WS-MON-PERIOD(WS-MON-IDX)
                       "  " WS-COST-ED "  " WS-CHANGE-COL
               END-IF
           END-PERFORM.

      *> Percent change in cost from the previous closed month; the
      *> first month has nothing to compare with, and a month after
      *> a zero one is simply "new".
       BUILD-CHANGE-COLUMN.
           MOVE SPACES TO WS-CHANGE-COL
           IF WS-PREV-SEEN = 'Y'
               IF WS-PREV-COST = 0
                   IF WS-THIS-COST NOT = 0
                       MOVE '   new' TO WS-CHANGE-COL
                   END-IF
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-THIS-COST - WS-PREV-COST) * 100
                       / WS-PREV-COST
                   MOVE WS-CHANGE-PCT TO WS-PCT-ED
                   STRING WS-PCT-ED '%' DELIMITED SIZE
                       INTO WS-CHANGE-COL
               END-IF
           END-IF
           MOVE WS-THIS-COST TO WS-PREV-COST
           MOVE 'Y' TO WS-PREV-SEEN.
