      *              CODE 4 is set when any site breaches (or gives    *
      *              no data) so the scheduler can trigger the         *
      *              delayed-departure procedure.                      *
      *              Every site checked also appends a dated record to *
      *              weather-history.dat beside the locations file:    *
      *                date|time|site|location|units|temp|wind|        *
      *                precip|wind-max|precip-max|temp-min|temp-max|   *
      *                result|breaches                                 *
      *              (result OK, BREACH or NODATA; breaches the limits *
      *              broken -- W wind, P precip, L under temp-min, H   *
      *              over temp-max; a limit not checked is blank), for *
      *              WEATHER-REPORT's monthly summary.                 *
      *                                                                *
      * Build & run (from the morning job stream):                     *
      *   ./dist/weather-brief                                         *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Append each site's readings, limits and        *
      *                 breaches to weather-history.dat                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHER-BRIEF.
               ASSIGN TO DYNAMIC WS-LOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOC-FILE.
       01  LOC-RECORD              PIC X(300).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-LOC-PATH             PIC X(540).
       01  WS-LOC-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-HIST-PATH            PIC X(540).
       01  WS-HIST-STATUS          PIC XX.
       01  WS-HIST-OPEN            PIC X VALUE 'N'.

      *> One site off its locations line
       01  WS-SITE                 PIC X(10).
       01  WS-WIND-ED              PIC ZZZ9.
       01  WS-PRECIP-ED            PIC ZZ9.99.

      *> The history record for the site just checked
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-TIME             PIC X(8).
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW                  PIC 9(8).
       01  WS-RESULT-CODE          PIC X(6).
       01  WS-BRK-CODES            PIC X(4).
       01  WS-BRK-PTR              PIC 9.
       01  WS-H-TEMP               PIC X(6).
       01  WS-H-WIND               PIC X(6).
       01  WS-H-PRECIP             PIC X(7).
       01  WS-H-WIND-MAX           PIC X(6).
       01  WS-H-PRECIP-MAX         PIC X(7).
       01  WS-H-TEMP-MIN           PIC X(6).
       01  WS-H-TEMP-MAX           PIC X(6).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-HISTORY
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOC-FILE
               END-READ
           END-PERFORM
           CLOSE LOC-FILE
           IF WS-HIST-OPEN = 'Y'
               CLOSE HIST-FILE
           END-IF
           PERFORM PRINT-BRIEF
           IF WS-BRK-COUNT > 0
               MOVE 4 TO RETURN-CODE
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./depot-locations.dat" TO WS-LOC-PATH
               MOVE "./weather-history.dat" TO WS-HIST-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "depot-locations.dat" DELIMITED SIZE
                   INTO WS-LOC-PATH
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "weather-history.dat" DELIMITED SIZE
                   INTO WS-HIST-PATH
           END-IF.

      *> The history only ever grows; a brief that cannot write it
      *> still prints -- dispatch needs the exceptions more than
      *> planning needs the record.
       OPEN-HISTORY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED SIZE INTO WS-RUN-DATE
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-RUN-TIME
           STRING WS-NOW(1:2) ':' WS-NOW(3:2) ':' WS-NOW(5:2)
               DELIMITED SIZE INTO WS-RUN-TIME
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               DISPLAY "warning: could not open "
                   FUNCTION TRIM(WS-HIST-PATH)
                   " (file status " WS-HIST-STATUS
                   ") -- no history kept this run"
           END-IF.

       CHECK-ONE-SITE.
           PERFORM PARSE-CONDITIONS
           IF WS-PARSED NOT = 'Y'
               PERFORM NOTE-NO-DATA
               MOVE 'NODATA' TO WS-RESULT-CODE
               MOVE SPACES TO WS-BRK-CODES
               PERFORM WRITE-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM WEIGH-THRESHOLDS
           IF WS-SITE-BREACHED = 'Y'
               MOVE 'BREACH' TO WS-RESULT-CODE
           ELSE
               MOVE 'OK' TO WS-RESULT-CODE
           END-IF
           PERFORM WRITE-HISTORY.

       PARSE-THRESHOLDS.
           MOVE 0 TO WS-WIND-MAX
           MOVE 'N' TO WS-SITE-BREACHED
           MOVE SPACES TO WS-WHY-BUF
           MOVE 1 TO WS-WHY-PTR
           MOVE SPACES TO WS-BRK-CODES
           MOVE 1 TO WS-BRK-PTR
           IF WS-WIND-MAX > 0 AND WS-WIND-VAL > WS-WIND-MAX
               MOVE 'Y' TO WS-SITE-BREACHED
               MOVE 'W' TO WS-BRK-CODES(WS-BRK-PTR:1)
               ADD 1 TO WS-BRK-PTR
               MOVE WS-WIND-VAL TO WS-WIND-ED
               STRING
                   'wind '                    DELIMITED SIZE
           END-IF
           IF WS-PRECIP-MAX > 0 AND WS-PRECIP-VAL > WS-PRECIP-MAX
               MOVE 'Y' TO WS-SITE-BREACHED
               MOVE 'P' TO WS-BRK-CODES(WS-BRK-PTR:1)
               ADD 1 TO WS-BRK-PTR
               MOVE WS-PRECIP-VAL TO WS-PRECIP-ED
               STRING
                   'precip '                    DELIMITED SIZE
           END-IF
           IF WS-HAVE-TMIN = 'Y' AND WS-TEMP-VAL < WS-TEMP-MIN
               MOVE 'Y' TO WS-SITE-BREACHED
               MOVE 'L' TO WS-BRK-CODES(WS-BRK-PTR:1)
               ADD 1 TO WS-BRK-PTR
               MOVE WS-TEMP-VAL TO WS-TEMP-ED
               STRING
                   'temp '                     DELIMITED SIZE
           END-IF
           IF WS-TEMP-MAX NOT = 0 AND WS-TEMP-VAL > WS-TEMP-MAX
               MOVE 'Y' TO WS-SITE-BREACHED
               MOVE 'H' TO WS-BRK-CODES(WS-BRK-PTR:1)
               ADD 1 TO WS-BRK-PTR
               MOVE WS-TEMP-VAL TO WS-TEMP-ED
               STRING
                   'temp '                     DELIMITED SIZE
               MOVE WS-LINE-BUF TO WS-BRK-LINE(WS-BRK-COUNT)
           END-IF.

      *> One line per site per run. A NODATA line carries the
      *> limits but no readings; a limit the brief does not check
      *> (zero, or a blank temp-min) is written blank.
       WRITE-HISTORY.
           IF WS-HIST-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-H-TEMP WS-H-WIND WS-H-PRECIP
               WS-H-WIND-MAX WS-H-PRECIP-MAX WS-H-TEMP-MIN
               WS-H-TEMP-MAX
           IF WS-RESULT-CODE NOT = 'NODATA'
               MOVE WS-TEMP-VAL TO WS-TEMP-ED
               MOVE FUNCTION TRIM(WS-TEMP-ED) TO WS-H-TEMP
               MOVE WS-WIND-VAL TO WS-WIND-ED
               MOVE FUNCTION TRIM(WS-WIND-ED) TO WS-H-WIND
               MOVE WS-PRECIP-VAL TO WS-PRECIP-ED
               MOVE FUNCTION TRIM(WS-PRECIP-ED) TO WS-H-PRECIP
           END-IF
           IF WS-WIND-MAX > 0
               MOVE WS-WIND-MAX TO WS-WIND-ED
               MOVE FUNCTION TRIM(WS-WIND-ED) TO WS-H-WIND-MAX
           END-IF
           IF WS-PRECIP-MAX > 0
               MOVE WS-PRECIP-MAX TO WS-PRECIP-ED
               MOVE FUNCTION TRIM(WS-PRECIP-ED) TO WS-H-PRECIP-MAX
           END-IF
           IF WS-HAVE-TMIN = 'Y'
               MOVE WS-TEMP-MIN TO WS-TEMP-ED
               MOVE FUNCTION TRIM(WS-TEMP-ED) TO WS-H-TEMP-MIN
           END-IF
           IF WS-TEMP-MAX NOT = 0
               MOVE WS-TEMP-MAX TO WS-TEMP-ED
               MOVE FUNCTION TRIM(WS-TEMP-ED) TO WS-H-TEMP-MAX
           END-IF
           MOVE SPACES TO HIST-RECORD
           STRING
               WS-RUN-DATE                      DELIMITED SIZE
               '|'                              DELIMITED SIZE
               WS-RUN-TIME                      DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-SITE)           DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-LOCATION)       DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-UNITS-WORD)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-TEMP)         DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-WIND)         DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-PRECIP)       DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-WIND-MAX)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-PRECIP-MAX)   DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-TEMP-MIN)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-H-TEMP-MAX)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-RESULT-CODE)    DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-BRK-CODES)      DELIMITED SIZE
               INTO HIST-RECORD
           WRITE HIST-RECORD.

       PRINT-BRIEF.
           DISPLAY "================================================="
           DISPLAY " depot weather exception brief"
