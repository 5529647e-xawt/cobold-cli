      *================================================================*
      * PROGRAM:     SLA-REPORT                                        *
      * DESCRIPTION: Turnaround report for hot-folder (--watch)        *
      *              requests, over watch-sla.dat (arrival|pickup|     *
      *              reply|system|outcome|file) -- the line the watch  *
      *              loop writes for every request it answers. Arrival *
      *              is the request file's modification time, and the  *
      *              turnaround runs from arrival to the reply landing *
      *              in outbox/. For each day, and for each requesting *
      *              system (the file-name prefix), it prints the      *
      *              count, the average and 95th-percentile turnaround *
      *              in seconds, and how many breached the target;     *
      *              then it lists the breaches. Time a request waited *
      *              while the clock was outside the SHOP-CALENDAR     *
      *              service window is shown in a column of its own    *
      *              and taken out of the charged turnaround --        *
      *              polling is suspended then by design. The target   *
      *              is WATCH_SLA_SECONDS in .env (default 600         *
      *              seconds).                                         *
      *              RETURN-CODE is 4 when anything breached. Samples  *
      *              are capped at 2000 per day and per system; later  *
      *              requests still count but drop out of the          *
      *              percentile.                                       *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/sla-report.cob src/env-get.cob                   *
      *        src/shop-calendar.cob -o dist/sla-report                *
      *   ./dist/sla-report [from-date [to-date]]   (YYYY-MM-DD;       *
      *                     default the month to date)                 *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Refused (REJ) requests counted as errors       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-FILE
               ASSIGN TO DYNAMIC WS-SLA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-FILE.
       01  SLA-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-SLA-PATH             PIC X(520).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-FROM-DATE            PIC X(10).
       01  WS-TO-DATE              PIC X(10).
       01  WS-TODAY                PIC 9(8).
       01  WS-TARGET               PIC 9(7) VALUE 600.
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).

      *> SLA line fields
       01  WS-SL-ARRIVAL           PIC X(19).
       01  WS-SL-PICKUP            PIC X(19).
       01  WS-SL-REPLY             PIC X(19).
       01  WS-SL-SYSTEM            PIC X(20).
       01  WS-SL-OUTCOME           PIC X(3).
       01  WS-SL-FILE              PIC X(200).

      *> One request's clock, in seconds since day 1 of the
      *> INTEGER-OF-DATE calendar
       01  WS-STAMP                PIC X(19).
       01  WS-STAMP-SECS           PIC 9(12).
       01  WS-ARRIVAL-SECS         PIC 9(12).
       01  WS-PICKUP-SECS          PIC 9(12).
       01  WS-REPLY-SECS           PIC 9(12).
       01  WS-TURNAROUND           PIC 9(9).
       01  WS-SUSPENDED            PIC 9(9).
       01  WS-CHARGED              PIC 9(9).
       01  WS-BREACHED             PIC X.

      *> Walking the queue wait a minute at a time against the
      *> service window
       01  WS-WALK-SECS            PIC 9(12).
       01  WS-WALK-LIMIT           PIC 9(12).
       01  WS-WALK-DAY             PIC 9(8).
       01  WS-WALK-SOD             PIC 9(5).
       01  WS-WALK-CHUNK           PIC 9(5).
       01  WS-WALK-DATE-NUM        PIC 9(8).
       01  WS-WALK-HH              PIC 99.
       01  WS-WALK-MM              PIC 99.
       01  WS-SC-ACTION            PIC X VALUE 'W'.
       01  WS-SC-DATE              PIC X(10).
       01  WS-SC-TIME              PIC X(5).
       01  WS-SC-ANSWER            PIC X.

      *> One group per day and one per requesting system, each
      *> holding its charged-turnaround samples
       01  WS-SAMPLE-MAX           PIC 9(4) VALUE 2000.
       01  WS-DAY-MAX              PIC 9(2) VALUE 62.
       01  WS-DAY-COUNT            PIC 9(2) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 62 TIMES.
               10  WS-DAY-KEY      PIC X(10).
               10  WS-DAY-REQS     PIC 9(6).
               10  WS-DAY-ERRS     PIC 9(6).
               10  WS-DAY-BREACH   PIC 9(6).
               10  WS-DAY-TOTAL    PIC 9(12).
               10  WS-DAY-SUSP     PIC 9(12).
               10  WS-DAY-SAMPLES  PIC 9(4).
               10  WS-DAY-TAT OCCURS 2000 TIMES PIC 9(9).
       01  WS-SYS-MAX              PIC 9(2) VALUE 30.
       01  WS-SYS-COUNT            PIC 9(2) VALUE 0.
       01  WS-SYS-TABLE.
           05  WS-SYS-ENTRY OCCURS 30 TIMES.
               10  WS-SYS-KEY      PIC X(20).
               10  WS-SYS-REQS     PIC 9(6).
               10  WS-SYS-ERRS     PIC 9(6).
               10  WS-SYS-BREACH   PIC 9(6).
               10  WS-SYS-TOTAL    PIC 9(12).
               10  WS-SYS-SUSP     PIC 9(12).
               10  WS-SYS-SAMPLES  PIC 9(4).
               10  WS-SYS-TAT OCCURS 2000 TIMES PIC 9(9).
       01  WS-GRP-IDX              PIC 9(2).
       01  WS-GRP-SLOT             PIC 9(2).
       01  WS-GRP-DROPPED          PIC 9(6) VALUE 0.

      *> The breaches, listed after the summaries
       01  WS-BR-MAX               PIC 9(3) VALUE 200.
       01  WS-BR-COUNT             PIC 9(6) VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-ARRIVAL   PIC X(19).
               10  WS-BR-SYSTEM    PIC X(20).
               10  WS-BR-CHARGED   PIC 9(9).
               10  WS-BR-SUSP      PIC 9(9).
               10  WS-BR-FILE      PIC X(60).
       01  WS-BR-IDX               PIC 9(3).

      *> Control totals
       01  WS-TOT-REQS             PIC 9(6) VALUE 0.
       01  WS-TOT-ERRS             PIC 9(6) VALUE 0.
       01  WS-TOT-SUSP             PIC 9(12) VALUE 0.

      *> Percentile machinery -- insertion sort of one group's
      *> samples, then pick by nearest rank.
       01  WS-SRT-IDX              PIC 9(4).
       01  WS-SRT-JDX              PIC 9(4).
       01  WS-SRT-HOLD             PIC 9(9).
       01  WS-RANK                 PIC 9(4).
       01  WS-P95                  PIC 9(9).
       01  WS-AVG                  PIC 9(9).

      *> Edited report fields
       01  WS-COUNT-ED             PIC ZZZZZ9.
       01  WS-SECS-ED              PIC ZZZZZZZ9.
       01  WS-BIG-ED               PIC ZZZZZZZZZZZ9.
       01  WS-TOTAL-ED             PIC ZZZZZZZZ9.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-DATE-RANGE
           PERFORM RESOLVE-SLA-PATH
           MOVE "WATCH_SLA_SECONDS" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                       TO WS-TARGET
               END-IF
           END-IF
           OPEN INPUT SLA-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "no watch-sla.dat -- no hot-folder request has"
                   " been answered yet"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SLA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-SLA-LINE
               END-READ
           END-PERFORM
           CLOSE SLA-FILE
           PERFORM PRINT-REPORT
           IF WS-BR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> No arguments: the first of this month through today. One
      *> argument: that single day.
       GET-DATE-RANGE.
           MOVE SPACES TO WS-FROM-DATE WS-TO-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FROM-DATE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TO-DATE
           END-ACCEPT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF FUNCTION TRIM(WS-FROM-DATE) = SPACES
               STRING
                   WS-TODAY(1:4) '-' WS-TODAY(5:2) '-01'
                   DELIMITED SIZE
                   INTO WS-FROM-DATE
               STRING
                   WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                   DELIMITED SIZE
                   INTO WS-TO-DATE
           END-IF
           IF FUNCTION TRIM(WS-TO-DATE) = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

       RESOLVE-SLA-PATH.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./watch-sla.dat" TO WS-SLA-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "watch-sla.dat" DELIMITED SIZE INTO WS-SLA-PATH
           END-IF.

       TALLY-SLA-LINE.
           MOVE SPACES TO WS-SL-ARRIVAL WS-SL-PICKUP WS-SL-REPLY
               WS-SL-SYSTEM WS-SL-OUTCOME WS-SL-FILE
           UNSTRING SLA-RECORD DELIMITED BY '|'
               INTO WS-SL-ARRIVAL WS-SL-PICKUP WS-SL-REPLY
                    WS-SL-SYSTEM WS-SL-OUTCOME WS-SL-FILE
           END-UNSTRING
           IF WS-SL-ARRIVAL(1:10) < WS-FROM-DATE
                   OR WS-SL-ARRIVAL(1:10) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-SL-ARRIVAL(1:4) IS NOT NUMERIC
                   OR WS-SL-REPLY(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM TIME-ONE-REQUEST
           ADD 1 TO WS-TOT-REQS
           IF FUNCTION TRIM(WS-SL-OUTCOME) NOT = 'OK'
               ADD 1 TO WS-TOT-ERRS
           END-IF
           ADD WS-SUSPENDED TO WS-TOT-SUSP
           PERFORM POST-TO-DAY
           PERFORM POST-TO-SYSTEM
           IF WS-BREACHED = 'Y'
               ADD 1 TO WS-BR-COUNT
               IF WS-BR-COUNT <= WS-BR-MAX
                   MOVE WS-SL-ARRIVAL TO WS-BR-ARRIVAL(WS-BR-COUNT)
                   MOVE WS-SL-SYSTEM TO WS-BR-SYSTEM(WS-BR-COUNT)
                   MOVE WS-CHARGED TO WS-BR-CHARGED(WS-BR-COUNT)
                   MOVE WS-SUSPENDED TO WS-BR-SUSP(WS-BR-COUNT)
                   MOVE WS-SL-FILE TO WS-BR-FILE(WS-BR-COUNT)
               END-IF
           END-IF.

      *> Turnaround is arrival to reply. The part of the queue wait
      *> (arrival to pickup) that fell outside the service window is
      *> suspended time, not charged; the answering itself always is.
       TIME-ONE-REQUEST.
           MOVE WS-SL-ARRIVAL TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-ARRIVAL-SECS
           MOVE WS-SL-PICKUP TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-PICKUP-SECS
           MOVE WS-SL-REPLY TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-REPLY-SECS
      *>   A file touched after it was queued can carry a stamp later
      *>   than its pickup; it cannot have waited less than nothing.
           IF WS-ARRIVAL-SECS > WS-PICKUP-SECS
               MOVE WS-PICKUP-SECS TO WS-ARRIVAL-SECS
           END-IF
           IF WS-REPLY-SECS < WS-PICKUP-SECS
               MOVE WS-PICKUP-SECS TO WS-REPLY-SECS
           END-IF
           COMPUTE WS-TURNAROUND = WS-REPLY-SECS - WS-ARRIVAL-SECS
           PERFORM WALK-QUEUE-WAIT
           COMPUTE WS-CHARGED = WS-TURNAROUND - WS-SUSPENDED
           MOVE 'N' TO WS-BREACHED
           IF WS-CHARGED > WS-TARGET
               MOVE 'Y' TO WS-BREACHED
           END-IF.

       STAMP-TO-SECONDS.
           MOVE 0 TO WS-STAMP-SECS
           IF WS-STAMP(1:4) IS NOT NUMERIC
                   OR WS-STAMP(6:2) IS NOT NUMERIC
                   OR WS-STAMP(9:2) IS NOT NUMERIC
                   OR WS-STAMP(12:2) IS NOT NUMERIC
                   OR WS-STAMP(15:2) IS NOT NUMERIC
                   OR WS-STAMP(18:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP(1:4) TO WS-WALK-DATE-NUM(1:4)
           MOVE WS-STAMP(6:2) TO WS-WALK-DATE-NUM(5:2)
           MOVE WS-STAMP(9:2) TO WS-WALK-DATE-NUM(7:2)
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-WALK-DATE-NUM) * 86400
               + FUNCTION NUMVAL(WS-STAMP(12:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP(15:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP(18:2)).

      *> A minute at a time from arrival to pickup, asking the shop
      *> calendar the same question the watch loop asks every poll.
      *> A wait longer than 31 days is walked for its first 31.
       WALK-QUEUE-WAIT.
           MOVE 0 TO WS-SUSPENDED
           MOVE WS-ARRIVAL-SECS TO WS-WALK-SECS
           MOVE WS-PICKUP-SECS TO WS-WALK-LIMIT
           IF WS-WALK-LIMIT - WS-WALK-SECS > 2678400
               COMPUTE WS-WALK-LIMIT = WS-WALK-SECS + 2678400
           END-IF
           PERFORM UNTIL WS-WALK-SECS >= WS-WALK-LIMIT
               DIVIDE WS-WALK-SECS BY 86400 GIVING WS-WALK-DAY
                   REMAINDER WS-WALK-SOD
               COMPUTE WS-WALK-CHUNK =
                   60 - FUNCTION MOD(WS-WALK-SOD, 60)
               IF WS-WALK-SECS + WS-WALK-CHUNK > WS-WALK-LIMIT
                   COMPUTE WS-WALK-CHUNK =
                       WS-WALK-LIMIT - WS-WALK-SECS
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-DAY)
                   TO WS-WALK-DATE-NUM
               COMPUTE WS-WALK-HH = WS-WALK-SOD / 3600
               COMPUTE WS-WALK-MM =
                   FUNCTION MOD(WS-WALK-SOD, 3600) / 60
               MOVE SPACES TO WS-SC-DATE WS-SC-TIME
               STRING
                   WS-WALK-DATE-NUM(1:4) '-' WS-WALK-DATE-NUM(5:2)
                   '-' WS-WALK-DATE-NUM(7:2)
                   DELIMITED SIZE
                   INTO WS-SC-DATE
               STRING WS-WALK-HH ':' WS-WALK-MM
                   DELIMITED SIZE
                   INTO WS-SC-TIME
               CALL "SHOP-CALENDAR" USING
                   WS-SC-ACTION WS-SC-DATE WS-SC-TIME WS-SC-ANSWER
               IF WS-SC-ANSWER = 'N'
                   ADD WS-WALK-CHUNK TO WS-SUSPENDED
               END-IF
               ADD WS-WALK-CHUNK TO WS-WALK-SECS
           END-PERFORM
           IF WS-SUSPENDED > WS-TURNAROUND
               MOVE WS-TURNAROUND TO WS-SUSPENDED
           END-IF.

       POST-TO-DAY.
           MOVE 0 TO WS-GRP-SLOT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-DAY-COUNT
               IF WS-DAY-KEY(WS-GRP-IDX) = WS-SL-ARRIVAL(1:10)
                   MOVE WS-GRP-IDX TO WS-GRP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-SLOT = 0 AND WS-DAY-COUNT < WS-DAY-MAX
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-SL-ARRIVAL(1:10) TO WS-DAY-KEY(WS-DAY-COUNT)
               MOVE 0 TO WS-DAY-REQS(WS-DAY-COUNT)
                   WS-DAY-ERRS(WS-DAY-COUNT)
                   WS-DAY-BREACH(WS-DAY-COUNT)
                   WS-DAY-TOTAL(WS-DAY-COUNT)
                   WS-DAY-SUSP(WS-DAY-COUNT)
                   WS-DAY-SAMPLES(WS-DAY-COUNT)
               MOVE WS-DAY-COUNT TO WS-GRP-SLOT
           END-IF
           IF WS-GRP-SLOT = 0
               ADD 1 TO WS-GRP-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-REQS(WS-GRP-SLOT)
           IF FUNCTION TRIM(WS-SL-OUTCOME) NOT = 'OK'
               ADD 1 TO WS-DAY-ERRS(WS-GRP-SLOT)
           END-IF
           IF WS-BREACHED = 'Y'
               ADD 1 TO WS-DAY-BREACH(WS-GRP-SLOT)
           END-IF
           ADD WS-CHARGED TO WS-DAY-TOTAL(WS-GRP-SLOT)
           ADD WS-SUSPENDED TO WS-DAY-SUSP(WS-GRP-SLOT)
           IF WS-DAY-SAMPLES(WS-GRP-SLOT) < WS-SAMPLE-MAX
               ADD 1 TO WS-DAY-SAMPLES(WS-GRP-SLOT)
               MOVE WS-CHARGED TO WS-DAY-TAT(WS-GRP-SLOT,
                   WS-DAY-SAMPLES(WS-GRP-SLOT))
           END-IF.

       POST-TO-SYSTEM.
           MOVE 0 TO WS-GRP-SLOT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-SYS-COUNT
               IF WS-SYS-KEY(WS-GRP-IDX) = WS-SL-SYSTEM
                   MOVE WS-GRP-IDX TO WS-GRP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-SLOT = 0 AND WS-SYS-COUNT < WS-SYS-MAX
               ADD 1 TO WS-SYS-COUNT
               MOVE WS-SL-SYSTEM TO WS-SYS-KEY(WS-SYS-COUNT)
               MOVE 0 TO WS-SYS-REQS(WS-SYS-COUNT)
                   WS-SYS-ERRS(WS-SYS-COUNT)
                   WS-SYS-BREACH(WS-SYS-COUNT)
                   WS-SYS-TOTAL(WS-SYS-COUNT)
                   WS-SYS-SUSP(WS-SYS-COUNT)
                   WS-SYS-SAMPLES(WS-SYS-COUNT)
               MOVE WS-SYS-COUNT TO WS-GRP-SLOT
           END-IF
           IF WS-GRP-SLOT = 0
               ADD 1 TO WS-GRP-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYS-REQS(WS-GRP-SLOT)
           IF FUNCTION TRIM(WS-SL-OUTCOME) NOT = 'OK'
               ADD 1 TO WS-SYS-ERRS(WS-GRP-SLOT)
           END-IF
           IF WS-BREACHED = 'Y'
               ADD 1 TO WS-SYS-BREACH(WS-GRP-SLOT)
           END-IF
           ADD WS-CHARGED TO WS-SYS-TOTAL(WS-GRP-SLOT)
           ADD WS-SUSPENDED TO WS-SYS-SUSP(WS-GRP-SLOT)
           IF WS-SYS-SAMPLES(WS-GRP-SLOT) < WS-SAMPLE-MAX
               ADD 1 TO WS-SYS-SAMPLES(WS-GRP-SLOT)
               MOVE WS-CHARGED TO WS-SYS-TAT(WS-GRP-SLOT,
                   WS-SYS-SAMPLES(WS-GRP-SLOT))
           END-IF.

       PRINT-REPORT.
           DISPLAY "================================================="
           DISPLAY " hot-folder turnaround, " WS-FROM-DATE " to "
               WS-TO-DATE
           MOVE WS-TARGET TO WS-SECS-ED
           DISPLAY " target " FUNCTION TRIM(WS-SECS-ED)
               " second(s); time outside the service window is not"
               " charged"
           DISPLAY "================================================="
           IF WS-TOT-REQS = 0
               DISPLAY " no requests answered in that range"
               DISPLAY
                   "================================================="
               EXIT PARAGRAPH
           END-IF
           DISPLAY " by day           reqs  errs    avg s    p95 s"
               "  breach   suspended s"
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-DAY-COUNT
               PERFORM PRINT-DAY-LINE
           END-PERFORM
           DISPLAY " "
           DISPLAY " by system       reqs  errs    avg s    p95 s"
               "  breach   suspended s"
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-SYS-COUNT
               PERFORM PRINT-SYSTEM-LINE
           END-PERFORM
           DISPLAY " "
           DISPLAY " requests over target:"
           IF WS-BR-COUNT = 0
               DISPLAY "   (none)"
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-IDX > WS-BR-MAX
               MOVE WS-BR-CHARGED(WS-BR-IDX) TO WS-SECS-ED
               DISPLAY "   " WS-BR-ARRIVAL(WS-BR-IDX) " "
                   WS-BR-SYSTEM(WS-BR-IDX)(1:12) " "
                   WS-SECS-ED " s  "
                   FUNCTION TRIM(WS-BR-FILE(WS-BR-IDX))
           END-PERFORM
           IF WS-BR-COUNT > WS-BR-MAX
               MOVE WS-BR-MAX TO WS-COUNT-ED
               DISPLAY "   (first " FUNCTION TRIM(WS-COUNT-ED)
                   " listed)"
           END-IF
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-TOT-REQS TO WS-COUNT-ED
           DISPLAY " requests answered:             " WS-COUNT-ED
           MOVE WS-TOT-ERRS TO WS-COUNT-ED
           DISPLAY " answered with an error/refused:" WS-COUNT-ED
           MOVE WS-BR-COUNT TO WS-COUNT-ED
           DISPLAY " over target:                   " WS-COUNT-ED
           MOVE WS-TOT-SUSP TO WS-TOTAL-ED
           DISPLAY " suspended, not charged (s): " WS-TOTAL-ED
           IF WS-GRP-DROPPED > 0
               MOVE WS-GRP-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " posting(s) left out of a day or system line"
           END-IF
           DISPLAY "=================================================".

       PRINT-DAY-LINE.
           PERFORM SORT-DAY-SAMPLES
           MOVE 0 TO WS-P95
           IF WS-DAY-SAMPLES(WS-GRP-IDX) > 0
               COMPUTE WS-RANK ROUNDED =
                   WS-DAY-SAMPLES(WS-GRP-IDX) * 95 / 100
               IF WS-RANK = 0
                   MOVE 1 TO WS-RANK
               END-IF
               MOVE WS-DAY-TAT(WS-GRP-IDX, WS-RANK) TO WS-P95
           END-IF
           COMPUTE WS-AVG ROUNDED =
               WS-DAY-TOTAL(WS-GRP-IDX) / WS-DAY-REQS(WS-GRP-IDX)
           MOVE WS-DAY-REQS(WS-GRP-IDX) TO WS-COUNT-ED
           DISPLAY " " WS-DAY-KEY(WS-GRP-IDX) "   " WS-COUNT-ED
               WITH NO ADVANCING
           MOVE WS-DAY-ERRS(WS-GRP-IDX) TO WS-COUNT-ED
           DISPLAY WS-COUNT-ED WITH NO ADVANCING
           MOVE WS-AVG TO WS-SECS-ED
           DISPLAY " " WS-SECS-ED WITH NO ADVANCING
           MOVE WS-P95 TO WS-SECS-ED
           DISPLAY " " WS-SECS-ED WITH NO ADVANCING
           MOVE WS-DAY-BREACH(WS-GRP-IDX) TO WS-COUNT-ED
           DISPLAY "  " WS-COUNT-ED WITH NO ADVANCING
           MOVE WS-DAY-SUSP(WS-GRP-IDX) TO WS-BIG-ED
           DISPLAY WS-BIG-ED.

       PRINT-SYSTEM-LINE.
           PERFORM SORT-SYSTEM-SAMPLES
           MOVE 0 TO WS-P95
           IF WS-SYS-SAMPLES(WS-GRP-IDX) > 0
               COMPUTE WS-RANK ROUNDED =
                   WS-SYS-SAMPLES(WS-GRP-IDX) * 95 / 100
               IF WS-RANK = 0
                   MOVE 1 TO WS-RANK
               END-IF
               MOVE WS-SYS-TAT(WS-GRP-IDX, WS-RANK) TO WS-P95
           END-IF
           COMPUTE WS-AVG ROUNDED =
               WS-SYS-TOTAL(WS-GRP-IDX) / WS-SYS-REQS(WS-GRP-IDX)
           MOVE WS-SYS-REQS(WS-GRP-IDX) TO WS-COUNT-ED
           DISPLAY " " WS-SYS-KEY(WS-GRP-IDX)(1:12) " " WS-COUNT-ED
               WITH NO ADVANCING
           MOVE WS-SYS-ERRS(WS-GRP-IDX) TO WS-COUNT-ED
           DISPLAY WS-COUNT-ED WITH NO ADVANCING
           MOVE WS-AVG TO WS-SECS-ED
           DISPLAY " " WS-SECS-ED WITH NO ADVANCING
           MOVE WS-P95 TO WS-SECS-ED
           DISPLAY " " WS-SECS-ED WITH NO ADVANCING
           MOVE WS-SYS-BREACH(WS-GRP-IDX) TO WS-COUNT-ED
           DISPLAY "  " WS-COUNT-ED WITH NO ADVANCING
           MOVE WS-SYS-SUSP(WS-GRP-IDX) TO WS-BIG-ED
           DISPLAY WS-BIG-ED.

       SORT-DAY-SAMPLES.
           PERFORM VARYING WS-SRT-IDX FROM 2 BY 1
                   UNTIL WS-SRT-IDX > WS-DAY-SAMPLES(WS-GRP-IDX)
               MOVE WS-DAY-TAT(WS-GRP-IDX, WS-SRT-IDX) TO WS-SRT-HOLD
               MOVE WS-SRT-IDX TO WS-SRT-JDX
               PERFORM UNTIL WS-SRT-JDX < 2
                       OR WS-DAY-TAT(WS-GRP-IDX, WS-SRT-JDX - 1)
                           <= WS-SRT-HOLD
                   MOVE WS-DAY-TAT(WS-GRP-IDX, WS-SRT-JDX - 1)
                       TO WS-DAY-TAT(WS-GRP-IDX, WS-SRT-JDX)
                   SUBTRACT 1 FROM WS-SRT-JDX
               END-PERFORM
               MOVE WS-SRT-HOLD TO WS-DAY-TAT(WS-GRP-IDX, WS-SRT-JDX)
           END-PERFORM.

       SORT-SYSTEM-SAMPLES.
           PERFORM VARYING WS-SRT-IDX FROM 2 BY 1
                   UNTIL WS-SRT-IDX > WS-SYS-SAMPLES(WS-GRP-IDX)
               MOVE WS-SYS-TAT(WS-GRP-IDX, WS-SRT-IDX) TO WS-SRT-HOLD
               MOVE WS-SRT-IDX TO WS-SRT-JDX
               PERFORM UNTIL WS-SRT-JDX < 2
                       OR WS-SYS-TAT(WS-GRP-IDX, WS-SRT-JDX - 1)
                           <= WS-SRT-HOLD
                   MOVE WS-SYS-TAT(WS-GRP-IDX, WS-SRT-JDX - 1)
                       TO WS-SYS-TAT(WS-GRP-IDX, WS-SRT-JDX)
                   SUBTRACT 1 FROM WS-SRT-JDX
               END-PERFORM
               MOVE WS-SRT-HOLD TO WS-SYS-TAT(WS-GRP-IDX, WS-SRT-JDX)
           END-PERFORM.
