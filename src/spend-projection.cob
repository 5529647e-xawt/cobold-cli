      *              and the .cobold_budget_warn flag file is written  *
      *              next to the executable for the chat loop to      *
      *              surface at startup; a healthy projection removes  *
      *              the flag. Once MONTH-CLOSE has closed the as-of   *
      *              month there is nothing left to project: the       *
      *              report gives the closed total from the U records  *
      *              in month-history.dat against the budget and       *
      *              removes the flag, since new spend now runs        *
      *              against the next open period.                     *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/spend-projection.cob src/env-get.cob             *
      *        src/period-lock.cob -o dist/spend-projection            *
      *   ./dist/spend-projection [as-of-date YYYY-MM-DD]              *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    A closed month reports its closed total from   *
      *                 month-history.dat instead of a projection      *
      *   2026-10-15    Signed spend accumulators so rerate credits    *
      *                 lower the day and month totals                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPEND-PROJECTION.
               ASSIGN TO DYNAMIC WS-WARN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LEDGER-RECORD           PIC X(200).
       FD  WARN-FILE.
       01  WARN-RECORD             PIC X(200).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-WARN-PATH            PIC X(540).
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-WARN-STATUS          PIC XX.
       01  WS-HIST-PATH            PIC X(520).
       01  WS-HIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-RM-CMD               PIC X(600).


      *> Per-day spend for the month
       01  WS-DAY-SPEND-TABLE.
           05  WS-DAY-SPEND OCCURS 31 TIMES PIC S9(9)V9(4).
       01  WS-DAY-IDX              PIC 9(2).
       01  WS-MTD-SPEND            PIC S9(9)V9(4) VALUE 0.

      *> Weekday/weekend split -- INTEGER-OF-DATE day 1 was a Monday,
      *> so MOD(integer, 7) of 6 is Saturday and 0 is Sunday.
       01  WS-DAY-INT              PIC 9(8).
       01  WS-DOW                  PIC 9.
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-WD-SPENT             PIC S9(9)V9(4) VALUE 0.
       01  WS-WE-SPENT             PIC S9(9)V9(4) VALUE 0.
       01  WS-WD-ELAPSED           PIC 9(2) VALUE 0.
       01  WS-WE-ELAPSED           PIC 9(2) VALUE 0.
       01  WS-WD-REMAIN            PIC 9(2) VALUE 0.
       01  WS-WE-REMAIN            PIC 9(2) VALUE 0.
       01  WS-WD-AVG               PIC S9(9)V9(4) VALUE 0.
       01  WS-WE-AVG               PIC S9(9)V9(4) VALUE 0.
       01  WS-PROJECTION           PIC S9(9)V9(4) VALUE 0.

      *> Budget and threshold
       01  WS-BUDGET               PIC 9(7)V99 VALUE 0.
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).

      *> A closed month's total from its U records (the cost is the
      *> tenth field)
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-CLOSED-TOTAL         PIC S9(9)V9(4) VALUE 0.
       01  WS-HS-SKIP              PIC X(100).
       01  WS-HS-COST              PIC X(20).

      *> Edited report fields
       01  WS-COST-ED              PIC -(8)9.9(4).
       01  WS-BUDGET-ED            PIC ZZZZZZ9.99.
       01  WS-PCT-ED               PIC ZZ9.
       01  WS-FLAG-AMT             PIC 9(9).99.
           PERFORM GET-ASOF-DATE
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-SETTINGS
           MOVE 'P' TO WS-PL-ACTION
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-MONTH WS-PL-ANSWER WS-PL-OPEN-PERIOD
           IF WS-PL-ANSWER = 'Y'
               PERFORM REPORT-CLOSED-MONTH
               PERFORM CLEAR-WARN-FLAG
               STOP RUN
           END-IF
           PERFORM TALLY-LEDGER
           PERFORM SPLIT-WEEKDAYS
           PERFORM COMPUTE-PROJECTION
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH
           MOVE SPACES TO WS-HIST-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "month-history.dat"
               DELIMITED SIZE INTO WS-HIST-PATH
           MOVE SPACES TO WS-WARN-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) ".cobold_budget_warn"
               DELIMITED SIZE INTO WS-WARN-PATH
           END-IF
           DISPLAY "=================================================".

      *> U records: period|U|operator|department|model|category|
      *> calls|prompt tokens|completion tokens|cost
       REPORT-CLOSED-MONTH.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
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
           END-IF
           DISPLAY "================================================="
           DISPLAY " month-end spend projection as of " WS-ASOF
           DISPLAY "================================================="
           DISPLAY " " WS-MONTH " is closed -- nothing left to project"
           MOVE WS-CLOSED-TOTAL TO WS-COST-ED
           DISPLAY " closed month total:   " FUNCTION TRIM(WS-COST-ED)
           IF WS-BUDGET > 0
               MOVE WS-BUDGET TO WS-BUDGET-ED
               DISPLAY " monthly budget:       "
                   FUNCTION TRIM(WS-BUDGET-ED)
               IF WS-CLOSED-TOTAL > WS-BUDGET
                   DISPLAY " *** THE CLOSED MONTH WENT OVER BUDGET ***"
               END-IF
           END-IF
           DISPLAY " new spend posts to " WS-PL-OPEN-PERIOD
               "; run again with a date in it to project that"
               " month"
           DISPLAY "=================================================".

       TAKE-HISTORY-RECORD.
           IF HIST-RECORD(1:7) NOT = WS-MONTH
                   OR HIST-RECORD(8:3) NOT = '|U|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HS-COST
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-HS-SKIP WS-HS-SKIP WS-HS-SKIP WS-HS-SKIP
                    WS-HS-SKIP WS-HS-SKIP WS-HS-SKIP WS-HS-SKIP
                    WS-HS-SKIP WS-HS-COST
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-COST)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-COST))
                   TO WS-CLOSED-TOTAL
           END-IF.

      *> One line the chat loop reads back at startup.
       WRITE-WARN-FLAG.
           OPEN OUTPUT WARN-FILE
