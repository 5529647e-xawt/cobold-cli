      *================================================================*
      * PROGRAM:     WEATHER-REPORT                                    *
      * DESCRIPTION: Monthly weather-impact summary by depot over      *
      *              weather-history.dat, the record WEATHER-BRIEF     *
      *              appends for every site on every run:              *
      *                date|time|site|location|units|temp|wind|        *
      *                precip|wind-max|precip-max|temp-min|temp-max|   *
      *                result|breaches                                 *
      *              For each depot: the days briefed, breach days by  *
      *              type (W wind, P precip, L cold -- under temp-min, *
      *              H heat -- over temp-max), days with any breach,   *
      *              lookup-failure days, and the worst readings of    *
      *              the month, side by side with the same month last  *
      *              year. A day counts once per type however many     *
      *              briefs ran that day. Readings are in each site's  *
      *              own units. Planning's staffing and de-icing       *
      *              figures come from here.                           *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/weather-report.cob -o dist/weather-report        *
      *   ./dist/weather-report [YYYY-MM]                              *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHER-REPORT.

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
       01  WS-HIST-PATH            PIC X(540).
       01  WS-HIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7).
       01  WS-PRIOR-MONTH          PIC X(7).
       01  WS-PRIOR-YEAR           PIC 9(4).
       01  WS-TODAY                PIC 9(8).
       01  WS-PER                  PIC 9.

      *> History line fields
       01  WS-H-DATE               PIC X(10).
       01  WS-H-TIME               PIC X(8).
       01  WS-H-SITE               PIC X(10).
       01  WS-H-LOCATION           PIC X(100).
       01  WS-H-UNITS              PIC X(10).
       01  WS-H-TEMP               PIC X(10).
       01  WS-H-WIND               PIC X(10).
       01  WS-H-PRECIP             PIC X(10).
       01  WS-H-WIND-MAX           PIC X(10).
       01  WS-H-PRECIP-MAX         PIC X(10).
       01  WS-H-TEMP-MIN           PIC X(10).
       01  WS-H-TEMP-MAX           PIC X(10).
       01  WS-H-RESULT             PIC X(10).
       01  WS-H-BREACHES           PIC X(10).
       01  WS-TEMP-VAL             PIC S9(4).
       01  WS-WIND-VAL             PIC 9(4).
       01  WS-PRECIP-VAL           PIC 9(3)V99.

      *> Per-depot tallies -- period 1 the month asked for, period 2
      *> the same month a year earlier. Day categories: 1 briefed,
      *> 2 wind, 3 precip, 4 cold, 5 heat, 6 any breach, 7 lookup
      *> failed; each remembers the last date it counted so a
      *> second brief the same day is not a second day.
       01  WS-SITE-MAX             PIC 9(2) VALUE 50.
       01  WS-SITE-COUNT           PIC 9(2) VALUE 0.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 50 TIMES.
               10  WS-ST-SITE      PIC X(10).
               10  WS-ST-LOCATION  PIC X(100).
               10  WS-ST-UNITS     PIC X(10).
               10  WS-ST-PERIOD OCCURS 2 TIMES.
                   15  WS-ST-CAT OCCURS 7 TIMES.
                       20  WS-ST-DAYS      PIC 9(3).
                       20  WS-ST-LAST      PIC X(10).
                   15  WS-ST-READINGS      PIC X.
                   15  WS-ST-MAX-WIND      PIC 9(4).
                   15  WS-ST-MAX-WIND-DT   PIC X(10).
                   15  WS-ST-MAX-PRECIP    PIC 9(3)V99.
                   15  WS-ST-MAX-PRECIP-DT PIC X(10).
                   15  WS-ST-LOW-TEMP      PIC S9(4).
                   15  WS-ST-LOW-TEMP-DT   PIC X(10).
                   15  WS-ST-HIGH-TEMP     PIC S9(4).
                   15  WS-ST-HIGH-TEMP-DT  PIC X(10).
       01  WS-SITE-IDX             PIC 9(2).
       01  WS-SITE-SLOT            PIC 9(2).
       01  WS-SITE-FULL            PIC X VALUE 'N'.
       01  WS-CAT                  PIC 9.

      *> All-depot totals, in depot-days
       01  WS-TOTALS.
           05  WS-TOT-PERIOD OCCURS 2 TIMES.
               10  WS-TOT-DAYS OCCURS 7 TIMES PIC 9(5).

      *> Report lines
       01  WS-CAT-LABELS.
           05  FILLER PIC X(20) VALUE 'days briefed'.
           05  FILLER PIC X(20) VALUE 'wind breach days'.
           05  FILLER PIC X(20) VALUE 'precip breach days'.
           05  FILLER PIC X(20) VALUE 'cold breach days'.
           05  FILLER PIC X(20) VALUE 'heat breach days'.
           05  FILLER PIC X(20) VALUE 'any-breach days'.
           05  FILLER PIC X(20) VALUE 'lookup-failure days'.
       01  WS-CAT-LABEL-TABLE REDEFINES WS-CAT-LABELS.
           05  WS-CAT-LABEL OCCURS 7 TIMES PIC X(20).
       01  WS-DAYS-ED              PIC ZZZZ9.
       01  WS-PRIOR-ED             PIC X(5).
       01  WS-CHANGE               PIC S9(5).
       01  WS-CHANGE-ED            PIC +++++9.
       01  WS-CHANGE-X             PIC X(8).
       01  WS-WIND-ED              PIC ZZZ9.
       01  WS-PRECIP-ED            PIC ZZ9.99.
       01  WS-TEMP-ED              PIC ---9.
       01  WS-THIS-X               PIC X(20).
       01  WS-PRIOR-X              PIC X(20).
       01  WS-LINE-BUF             PIC X(80).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-MONTH-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-ARG
           END-ACCEPT
           IF FUNCTION TRIM(WS-MONTH-ARG) = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
                   DELIMITED SIZE INTO WS-MONTH-ARG
           END-IF
           IF WS-MONTH-ARG(1:4) NOT NUMERIC
                   OR WS-MONTH-ARG(5:1) NOT = '-'
                   OR WS-MONTH-ARG(6:2) NOT NUMERIC
                   OR WS-MONTH-ARG(6:2) < '01'
                   OR WS-MONTH-ARG(6:2) > '12'
               DISPLAY "error: month must be YYYY-MM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PRIOR-YEAR =
               FUNCTION NUMVAL(WS-MONTH-ARG(1:4)) - 1
           MOVE SPACES TO WS-PRIOR-MONTH
           STRING WS-PRIOR-YEAR '-' WS-MONTH-ARG(6:2)
               DELIMITED SIZE INTO WS-PRIOR-MONTH
           PERFORM RESOLVE-HIST-PATH
           INITIALIZE WS-TOTALS
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "no weather history found -- WEATHER-BRIEF has"
                   " not run since history was kept"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           PERFORM PRINT-REPORT
           STOP RUN.

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
               MOVE "./weather-history.dat" TO WS-HIST-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "weather-history.dat" DELIMITED SIZE
                   INTO WS-HIST-PATH
           END-IF.

       TALLY-HISTORY-LINE.
           IF HIST-RECORD = SPACES OR HIST-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-H-DATE WS-H-TIME WS-H-SITE WS-H-LOCATION
               WS-H-UNITS WS-H-TEMP WS-H-WIND WS-H-PRECIP
               WS-H-WIND-MAX WS-H-PRECIP-MAX WS-H-TEMP-MIN
               WS-H-TEMP-MAX WS-H-RESULT WS-H-BREACHES
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-H-DATE WS-H-TIME WS-H-SITE WS-H-LOCATION
                    WS-H-UNITS WS-H-TEMP WS-H-WIND WS-H-PRECIP
                    WS-H-WIND-MAX WS-H-PRECIP-MAX WS-H-TEMP-MIN
                    WS-H-TEMP-MAX WS-H-RESULT WS-H-BREACHES
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-H-DATE(1:7) = WS-MONTH-ARG
                   MOVE 1 TO WS-PER
               WHEN WS-H-DATE(1:7) = WS-PRIOR-MONTH
                   MOVE 2 TO WS-PER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(WS-H-SITE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SITE
           IF WS-SITE-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CAT
           PERFORM COUNT-DAY
           IF FUNCTION TRIM(WS-H-RESULT) = 'NODATA'
               MOVE 7 TO WS-CAT
               PERFORM COUNT-DAY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-H-RESULT) = 'BREACH'
               MOVE 6 TO WS-CAT
               PERFORM COUNT-DAY
           END-IF
           MOVE 0 TO WS-CAT
           INSPECT WS-H-BREACHES TALLYING WS-CAT FOR ALL 'W'
           IF WS-CAT > 0
               MOVE 2 TO WS-CAT
               PERFORM COUNT-DAY
           END-IF
           MOVE 0 TO WS-CAT
           INSPECT WS-H-BREACHES TALLYING WS-CAT FOR ALL 'P'
           IF WS-CAT > 0
               MOVE 3 TO WS-CAT
               PERFORM COUNT-DAY
           END-IF
           MOVE 0 TO WS-CAT
           INSPECT WS-H-BREACHES TALLYING WS-CAT FOR ALL 'L'
           IF WS-CAT > 0
               MOVE 4 TO WS-CAT
               PERFORM COUNT-DAY
           END-IF
           MOVE 0 TO WS-CAT
           INSPECT WS-H-BREACHES TALLYING WS-CAT FOR ALL 'H'
           IF WS-CAT > 0
               MOVE 5 TO WS-CAT
               PERFORM COUNT-DAY
           END-IF
           PERFORM TAKE-READINGS.

      *> The depot's slot, added on first sight; the location and
      *> units shown are the latest the history carries.
       FIND-SITE.
           MOVE 0 TO WS-SITE-SLOT
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-ST-SITE(WS-SITE-IDX) = WS-H-SITE
                   MOVE WS-SITE-IDX TO WS-SITE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SITE-SLOT = 0
               IF WS-SITE-COUNT >= WS-SITE-MAX
                   MOVE 'Y' TO WS-SITE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-SITE-SLOT
               INITIALIZE WS-SITE-ENTRY(WS-SITE-SLOT)
               MOVE WS-H-SITE TO WS-ST-SITE(WS-SITE-SLOT)
               MOVE 'N' TO WS-ST-READINGS(WS-SITE-SLOT, 1)
               MOVE 'N' TO WS-ST-READINGS(WS-SITE-SLOT, 2)
           END-IF
           IF WS-PER = 1 OR WS-ST-LOCATION(WS-SITE-SLOT) = SPACES
               MOVE WS-H-LOCATION TO WS-ST-LOCATION(WS-SITE-SLOT)
               MOVE WS-H-UNITS TO WS-ST-UNITS(WS-SITE-SLOT)
           END-IF.

       COUNT-DAY.
           IF WS-ST-LAST(WS-SITE-SLOT, WS-PER, WS-CAT) = WS-H-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-H-DATE TO WS-ST-LAST(WS-SITE-SLOT, WS-PER, WS-CAT)
           ADD 1 TO WS-ST-DAYS(WS-SITE-SLOT, WS-PER, WS-CAT)
           ADD 1 TO WS-TOT-DAYS(WS-PER, WS-CAT).

      *> Worst of the period: the strongest wind, the heaviest
      *> precipitation, the lowest and the highest temperature,
      *> each with the first date it was seen.
       TAKE-READINGS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-H-TEMP)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-H-TEMP))
               TO WS-TEMP-VAL
           MOVE 0 TO WS-WIND-VAL WS-PRECIP-VAL
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-H-WIND)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-H-WIND))
                   TO WS-WIND-VAL
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-H-PRECIP)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-H-PRECIP))
                   TO WS-PRECIP-VAL
           END-IF
           IF WS-ST-READINGS(WS-SITE-SLOT, WS-PER) = 'N'
               MOVE 'Y' TO WS-ST-READINGS(WS-SITE-SLOT, WS-PER)
               MOVE WS-WIND-VAL TO WS-ST-MAX-WIND(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-MAX-WIND-DT(WS-SITE-SLOT, WS-PER)
               MOVE WS-PRECIP-VAL
                   TO WS-ST-MAX-PRECIP(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-MAX-PRECIP-DT(WS-SITE-SLOT, WS-PER)
               MOVE WS-TEMP-VAL TO WS-ST-LOW-TEMP(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-LOW-TEMP-DT(WS-SITE-SLOT, WS-PER)
               MOVE WS-TEMP-VAL
                   TO WS-ST-HIGH-TEMP(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-HIGH-TEMP-DT(WS-SITE-SLOT, WS-PER)
               EXIT PARAGRAPH
           END-IF
           IF WS-WIND-VAL > WS-ST-MAX-WIND(WS-SITE-SLOT, WS-PER)
               MOVE WS-WIND-VAL TO WS-ST-MAX-WIND(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-MAX-WIND-DT(WS-SITE-SLOT, WS-PER)
           END-IF
           IF WS-PRECIP-VAL > WS-ST-MAX-PRECIP(WS-SITE-SLOT, WS-PER)
               MOVE WS-PRECIP-VAL
                   TO WS-ST-MAX-PRECIP(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-MAX-PRECIP-DT(WS-SITE-SLOT, WS-PER)
           END-IF
           IF WS-TEMP-VAL < WS-ST-LOW-TEMP(WS-SITE-SLOT, WS-PER)
               MOVE WS-TEMP-VAL TO WS-ST-LOW-TEMP(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-LOW-TEMP-DT(WS-SITE-SLOT, WS-PER)
           END-IF
           IF WS-TEMP-VAL > WS-ST-HIGH-TEMP(WS-SITE-SLOT, WS-PER)
               MOVE WS-TEMP-VAL
                   TO WS-ST-HIGH-TEMP(WS-SITE-SLOT, WS-PER)
               MOVE WS-H-DATE
                   TO WS-ST-HIGH-TEMP-DT(WS-SITE-SLOT, WS-PER)
           END-IF.

       PRINT-REPORT.
           DISPLAY "================================================="
           DISPLAY " depot weather-impact summary for " WS-MONTH-ARG
           DISPLAY " compared with " WS-PRIOR-MONTH
           DISPLAY "================================================="
           IF WS-SITE-COUNT = 0
               DISPLAY " no briefs recorded for either month"
               DISPLAY "=============================================="
                   "==="
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM PRINT-DEPOT
           END-PERFORM
           DISPLAY " ALL DEPOTS (depot-days)"
           DISPLAY "                       " WS-MONTH-ARG
               "  " WS-PRIOR-MONTH " change"
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 7
               MOVE WS-TOT-DAYS(2, WS-CAT) TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-PRIOR-ED
               MOVE WS-TOT-DAYS(1, WS-CAT) TO WS-DAYS-ED
               COMPUTE WS-CHANGE = WS-TOT-DAYS(1, WS-CAT)
                   - WS-TOT-DAYS(2, WS-CAT)
               MOVE WS-CHANGE TO WS-CHANGE-ED
               DISPLAY "   " WS-CAT-LABEL(WS-CAT) "  " WS-DAYS-ED
                   "    " WS-PRIOR-ED " " WS-CHANGE-ED
           END-PERFORM
           IF WS-SITE-FULL = 'Y'
               MOVE WS-SITE-MAX TO WS-DAYS-ED
               DISPLAY " TABLE FULL -- only the first "
                   FUNCTION TRIM(WS-DAYS-ED) " depots are reported"
           END-IF
           DISPLAY "=================================================".

      *> One depot: the day counts against last year's, then the
      *> worst readings of each month. A depot with no briefs in
      *> last year's month shows n/a there rather than zeros.
       PRINT-DEPOT.
           DISPLAY " " FUNCTION TRIM(WS-ST-SITE(WS-SITE-IDX)) "  "
               FUNCTION TRIM(WS-ST-LOCATION(WS-SITE-IDX)) "  ("
               FUNCTION TRIM(WS-ST-UNITS(WS-SITE-IDX)) ")"
           DISPLAY "                       " WS-MONTH-ARG
               "  " WS-PRIOR-MONTH " change"
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 7
               MOVE WS-ST-DAYS(WS-SITE-IDX, 1, WS-CAT) TO WS-DAYS-ED
               IF WS-ST-DAYS(WS-SITE-IDX, 2, 1) = 0
                   MOVE '  n/a' TO WS-PRIOR-ED
                   MOVE SPACES TO WS-CHANGE-X
               ELSE
                   MOVE WS-ST-DAYS(WS-SITE-IDX, 2, WS-CAT)
                       TO WS-DAYS-ED
                   MOVE WS-DAYS-ED TO WS-PRIOR-ED
                   MOVE WS-ST-DAYS(WS-SITE-IDX, 1, WS-CAT)
                       TO WS-DAYS-ED
                   COMPUTE WS-CHANGE =
                       WS-ST-DAYS(WS-SITE-IDX, 1, WS-CAT)
                       - WS-ST-DAYS(WS-SITE-IDX, 2, WS-CAT)
                   MOVE WS-CHANGE TO WS-CHANGE-ED
                   MOVE WS-CHANGE-ED TO WS-CHANGE-X
               END-IF
               DISPLAY "   " WS-CAT-LABEL(WS-CAT) "  " WS-DAYS-ED
                   "    " WS-PRIOR-ED " " WS-CHANGE-X
           END-PERFORM
           DISPLAY "   worst readings        " WS-MONTH-ARG
               "               " WS-PRIOR-MONTH
           MOVE 1 TO WS-PER
           PERFORM FORMAT-WORST-WIND
           MOVE WS-LINE-BUF TO WS-THIS-X
           MOVE 2 TO WS-PER
           PERFORM FORMAT-WORST-WIND
           MOVE WS-LINE-BUF TO WS-PRIOR-X
           DISPLAY "   strongest wind        " WS-THIS-X "  "
               FUNCTION TRIM(WS-PRIOR-X)
           MOVE 1 TO WS-PER
           PERFORM FORMAT-WORST-PRECIP
           MOVE WS-LINE-BUF TO WS-THIS-X
           MOVE 2 TO WS-PER
           PERFORM FORMAT-WORST-PRECIP
           MOVE WS-LINE-BUF TO WS-PRIOR-X
           DISPLAY "   heaviest precip       " WS-THIS-X "  "
               FUNCTION TRIM(WS-PRIOR-X)
           MOVE 1 TO WS-PER
           PERFORM FORMAT-LOW-TEMP
           MOVE WS-LINE-BUF TO WS-THIS-X
           MOVE 2 TO WS-PER
           PERFORM FORMAT-LOW-TEMP
           MOVE WS-LINE-BUF TO WS-PRIOR-X
           DISPLAY "   lowest temp           " WS-THIS-X "  "
               FUNCTION TRIM(WS-PRIOR-X)
           MOVE 1 TO WS-PER
           PERFORM FORMAT-HIGH-TEMP
           MOVE WS-LINE-BUF TO WS-THIS-X
           MOVE 2 TO WS-PER
           PERFORM FORMAT-HIGH-TEMP
           MOVE WS-LINE-BUF TO WS-PRIOR-X
           DISPLAY "   highest temp          " WS-THIS-X "  "
               FUNCTION TRIM(WS-PRIOR-X)
           DISPLAY " -----------------------------------------------".

      *> "<figure> on MM-DD", or n/a for a month with no readings.
       FORMAT-WORST-WIND.
           MOVE SPACES TO WS-LINE-BUF
           IF WS-ST-READINGS(WS-SITE-IDX, WS-PER) NOT = 'Y'
               MOVE 'n/a' TO WS-LINE-BUF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-MAX-WIND(WS-SITE-IDX, WS-PER) TO WS-WIND-ED
           STRING
               FUNCTION TRIM(WS-WIND-ED)         DELIMITED SIZE
               ' on '                            DELIMITED SIZE
               WS-ST-MAX-WIND-DT(WS-SITE-IDX, WS-PER)(6:5)
                                                 DELIMITED SIZE
               INTO WS-LINE-BUF.

       FORMAT-WORST-PRECIP.
           MOVE SPACES TO WS-LINE-BUF
           IF WS-ST-READINGS(WS-SITE-IDX, WS-PER) NOT = 'Y'
               MOVE 'n/a' TO WS-LINE-BUF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-MAX-PRECIP(WS-SITE-IDX, WS-PER) TO WS-PRECIP-ED
           STRING
               FUNCTION TRIM(WS-PRECIP-ED)       DELIMITED SIZE
               ' on '                            DELIMITED SIZE
               WS-ST-MAX-PRECIP-DT(WS-SITE-IDX, WS-PER)(6:5)
                                                 DELIMITED SIZE
               INTO WS-LINE-BUF.

       FORMAT-LOW-TEMP.
           MOVE SPACES TO WS-LINE-BUF
           IF WS-ST-READINGS(WS-SITE-IDX, WS-PER) NOT = 'Y'
               MOVE 'n/a' TO WS-LINE-BUF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-LOW-TEMP(WS-SITE-IDX, WS-PER) TO WS-TEMP-ED
           STRING
               FUNCTION TRIM(WS-TEMP-ED)         DELIMITED SIZE
               ' on '                            DELIMITED SIZE
               WS-ST-LOW-TEMP-DT(WS-SITE-IDX, WS-PER)(6:5)
                                                 DELIMITED SIZE
               INTO WS-LINE-BUF.

       FORMAT-HIGH-TEMP.
           MOVE SPACES TO WS-LINE-BUF
           IF WS-ST-READINGS(WS-SITE-IDX, WS-PER) NOT = 'Y'
               MOVE 'n/a' TO WS-LINE-BUF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ST-HIGH-TEMP(WS-SITE-IDX, WS-PER) TO WS-TEMP-ED
           STRING
               FUNCTION TRIM(WS-TEMP-ED)         DELIMITED SIZE
               ' on '                            DELIMITED SIZE
               WS-ST-HIGH-TEMP-DT(WS-SITE-IDX, WS-PER)(6:5)
                                                 DELIMITED SIZE
               INTO WS-LINE-BUF.
