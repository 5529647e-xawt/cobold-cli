      *================================================================*
      * PROGRAM:     OPS-CONSOLE                                       *
      * DESCRIPTION: Operations console for the shift lead -- one      *
      *              full-screen status display, refreshed every few   *
      *              seconds, in place of running DAILY-DIGEST,        *
      *              SPEND-PROJECTION, INCIDENT-REPORT, the session    *
      *              lists and ls over the folders one after another.  *
      *              The top half is always on screen:                 *
      *                CALLS     today's calls, tokens and spend, and  *
      *                          the month to date against the         *
      *                          OPENROUTER_MONTHLY_BUDGET figure      *
      *                          (cost-ledger.dat)                     *
      *                INCIDENTS the last hour's incidents             *
      *                          (incident.log) and the alerts still   *
      *                          inside their rule's cooldown          *
      *                          (alerts.log, alert-rules.dat)         *
      *                INBOX     hot-folder depth and the oldest       *
      *                          waiting request (inbox/)              *
      *                QUEUE     offline prompts waiting (queue.dat)   *
      *                DRAFTS    drafts pending supervisor review      *
      *                          (drafts/pending/)                     *
      *                SESSIONS  live interactive sessions by operator *
      *                          (active/<pid>.ses, live PIDs only)    *
      *                ENQUEUES  FILE-LOCK enqueues held and by whom   *
      *                          (locks/<name>.lck/owner)              *
      *                BATCH     the latest job-stream run             *
      *                          (jobstream-history.dat) and whether   *
      *                          today is a business day and the       *
      *                          service window open (SHOP-CALENDAR)   *
      *              F2-F9 drill into one area in the bottom half, F1  *
      *              returns to the overview alone, F10 or Esc quits.  *
      *              The refresh interval is the argument in seconds,  *
      *              else OPS_CONSOLE_REFRESH in .env, else 5. With    *
      *              --print the same figures go to the job log once   *
      *              instead -- the overview, one area in full, or ALL *
      *              -- for a shift log or a terminal without          *
      *              full-screen support.                              *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/ops-console.cob src/env-get.cob                  *
      *        src/shop-calendar.cob -o dist/ops-console               *
      *   ./dist/ops-console [seconds]                                 *
      *   ./dist/ops-console --print [CALLS | INCIDENTS | INBOX |      *
      *        QUEUE | DRAFTS | SESSIONS | LOCKS | BATCH | ALL]        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT INC-FILE
               ASSIGN TO DYNAMIC WS-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RULE-FILE
               ASSIGN TO DYNAMIC WS-RULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT QUEUE-FILE
               ASSIGN TO DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT META-FILE
               ASSIGN TO DYNAMIC WS-META-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-META-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(200).
       FD  INC-FILE.
       01  INC-RECORD              PIC X(360).
       FD  ALERT-FILE.
       01  ALERT-RECORD            PIC X(200).
       FD  RULE-FILE.
       01  RULE-RECORD             PIC X(100).
       FD  QUEUE-FILE.
       01  QUEUE-RECORD            PIC X(900).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(200).
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(300).
       FD  META-FILE.
       01  META-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-INC-PATH             PIC X(520).
       01  WS-ALERT-PATH           PIC X(520).
       01  WS-RULE-PATH            PIC X(520).
       01  WS-QUEUE-PATH           PIC X(520).
       01  WS-HIST-PATH            PIC X(520).
       01  WS-LIST-PATH            PIC X(520).
       01  WS-META-PATH            PIC X(620).
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-INC-STATUS           PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-RULE-STATUS          PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-LIST-STATUS          PIC XX.
       01  WS-META-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1400).
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Run mode -- the refreshing screen, or --print once
       01  WS-ARG                  PIC X(20).
       01  WS-PRINT-MODE           PIC X VALUE 'N'.
       01  WS-RUNNING              PIC X VALUE 'Y'.
       01  WS-REFRESH              PIC 9(3) VALUE 5.
       01  WS-REFRESH-ED           PIC ZZ9.
       01  WS-AREA                 PIC X(10) VALUE SPACES.
       01  WS-THIS-AREA            PIC X(10).
       01  WS-WANT-DETAIL          PIC X.
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).

      *> Keyboard -- GnuCOBOL CRT STATUS key codes
       01  WS-CRT-STATUS           PIC 9(4) VALUE 0.
       01  WS-KEY-IN               PIC X.

      *> What goes on the screen -- ten overview rows, then up to
      *> WS-DT-MAX detail rows for the area drilled into
       01  WS-TITLE-LINE           PIC X(80).
       01  WS-KEYS-LINE.
           05  FILLER              PIC X(39) VALUE
               "F1 all F2 call F3 inc F4 inbox F5 queue".
           05  FILLER              PIC X(41) VALUE
               " F6 draft F7 ses F8 enq F9 batch F10 end".
       01  WS-OV-TABLE.
           05  WS-OV-LINE OCCURS 10 TIMES PIC X(80).
       01  WS-OV-IDX               PIC 9(2).
       01  WS-DT-TITLE             PIC X(80).
       01  WS-DT-MAX               PIC 9(3) VALUE 300.
       01  WS-DT-COUNT             PIC 9(3) VALUE 0.
       01  WS-DT-OVER              PIC 9(5) VALUE 0.
       01  WS-DT-TABLE.
           05  WS-DT-LINE OCCURS 300 TIMES PIC X(80).
       01  WS-DT-IDX               PIC 9(3).
       01  WS-DT-TEXT              PIC X(80).
       01  WS-ROW                  PIC 9(2).
       01  WS-ROW-LINE             PIC X(80).
       01  WS-SCREEN-ROWS          PIC 9(2) VALUE 10.

      *> Clock
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-TODAY                PIC X(10).
       01  WS-NOW-STAMP            PIC X(19).
       01  WS-NOW-MIN              PIC 9(12).
       01  WS-STAMP-BUF            PIC X(19).
       01  WS-STAMP-DATE           PIC 9(8).
       01  WS-STAMP-MIN            PIC 9(12).
       01  WS-STAMP-OK             PIC X.
       01  WS-AGE-MIN              PIC 9(7).
       01  WS-AGE-ED               PIC Z(6)9.

      *> CALLS -- today's and the month's ledger position
       01  WS-LGR-DATE             PIC X(10).
       01  WS-LGR-SESSION          PIC X(9).
       01  WS-LGR-OPERATOR         PIC X(8).
       01  WS-LGR-MODEL            PIC X(100).
       01  WS-LGR-PTOK             PIC X(6).
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).
       01  WS-LGR-FLAG             PIC X(2).
       01  WS-LGR-AMOUNT           PIC S9(7)V9(6).
       01  WS-LGR-TOKENS           PIC 9(9).
       01  WS-DAY-CALLS            PIC 9(7).
       01  WS-DAY-TOKENS           PIC 9(11).
       01  WS-DAY-SPEND            PIC S9(7)V9(6).
       01  WS-MTD-SPEND            PIC S9(7)V9(6).
       01  WS-BUDGET               PIC 9(7)V99 VALUE 0.
       01  WS-BUDGET-PCT           PIC 9(5).
       01  WS-CALLS-ED             PIC Z(6)9.
       01  WS-TOKENS-ED            PIC Z(10)9.
       01  WS-MONEY-ED             PIC -(7)9.99.
       01  WS-MONEY-ED2            PIC -(7)9.99.
       01  WS-BUDGET-ED            PIC Z(6)9.99.
       01  WS-PCT-ED               PIC Z(4)9.
       01  WS-OPT-MAX              PIC 9(2) VALUE 50.
       01  WS-OPT-COUNT            PIC 9(2).
       01  WS-OPT-TABLE.
           05  WS-OPT-ENTRY OCCURS 50 TIMES.
               10  WS-OPT-ID       PIC X(8).
               10  WS-OPT-CALLS    PIC 9(7).
               10  WS-OPT-TOKENS   PIC 9(11).
               10  WS-OPT-SPEND    PIC S9(7)V9(6).
       01  WS-OPT-IDX              PIC 9(2).
       01  WS-OPT-SLOT             PIC 9(2).

      *> INCIDENTS -- last hour, and alerts still cooling down
       01  WS-INC-STAMP            PIC X(19).
       01  WS-INC-SESSION          PIC X(9).
       01  WS-INC-MODEL            PIC X(100).
       01  WS-INC-REASON           PIC X(8).
       01  WS-INC-DETAIL           PIC X(200).
       01  WS-INC-HOUR             PIC 9(5).
       01  WS-RULE-COUNT           PIC 9(2).
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-REASON  PIC X(8).
               10  WS-RULE-COOL    PIC 9(5).
       01  WS-RULE-IDX             PIC 9(2).
       01  WS-RL-REASON            PIC X(8).
       01  WS-RL-TRIP              PIC X(10).
       01  WS-RL-WINDOW            PIC X(10).
       01  WS-RL-COOL              PIC X(10).
       01  WS-AL-STAMP             PIC X(19).
       01  WS-AL-REASON            PIC X(8).
       01  WS-AL-TEXT              PIC X(160).
       01  WS-AL-COOL              PIC 9(5).
       01  WS-AL-OPEN              PIC 9(5).
       01  WS-AL-REASONS           PIC X(40).
       01  WS-AL-PTR               PIC 9(3).

      *> INBOX, QUEUE, DRAFTS
       01  WS-IN-COUNT             PIC 9(5).
       01  WS-IN-OLDEST            PIC X(19).
       01  WS-IN-STAMP             PIC X(30).
       01  WS-IN-NAME              PIC X(200).
       01  WS-QU-COUNT             PIC 9(5).
       01  WS-QU-OLDEST            PIC X(19).
       01  WS-QU-STAMP             PIC X(19).
       01  WS-QU-MODEL             PIC X(100).
       01  WS-QU-SNAP              PIC X(200).
       01  WS-QU-PTR               PIC 9(4).
       01  WS-QU-PROMPT            PIC X(500).
       01  WS-DR-COUNT             PIC 9(5).
       01  WS-DR-NAME              PIC X(200).
       01  WS-META-STAMP           PIC X(19).
       01  WS-META-OPER            PIC X(8).
       01  WS-META-SESSION         PIC X(20).
       01  WS-COUNT-ED             PIC Z(4)9.

      *> SESSIONS and ENQUEUES
       01  WS-SS-COUNT             PIC 9(5).
       01  WS-SS-PID               PIC X(9).
       01  WS-SS-OPERATOR          PIC X(8).
       01  WS-SS-STARTED           PIC X(19).
       01  WS-SS-LAST              PIC X(19).
       01  WS-SO-COUNT             PIC 9(2).
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 50 TIMES.
               10  WS-SO-ID        PIC X(8).
               10  WS-SO-N         PIC 9(3).
       01  WS-SO-IDX               PIC 9(2).
       01  WS-SO-SLOT              PIC 9(2).
       01  WS-SO-ED                PIC ZZ9.
       01  WS-SO-JOINED            PIC X(80).
       01  WS-SO-PTR               PIC 9(3).
       01  WS-LK-COUNT             PIC 9(5).
       01  WS-LK-NAME              PIC X(30).
       01  WS-LK-OWNER             PIC X(100).
       01  WS-LK-WORD1             PIC X(10).
       01  WS-LK-PID               PIC X(9).
       01  WS-LK-WORD2             PIC X(10).
       01  WS-LK-OPER              PIC X(8).
       01  WS-LK-WORD3             PIC X(10).
       01  WS-LK-SINCE-D           PIC X(10).
       01  WS-LK-SINCE-T           PIC X(8).
       01  WS-LK-FIRST             PIC X(60).

      *> BATCH -- the latest job-stream run
       01  WS-H-RUN-ID             PIC X(14).
       01  WS-H-STREAM             PIC X(40).
       01  WS-H-STEP               PIC X(20).
       01  WS-H-START              PIC X(19).
       01  WS-H-END                PIC X(19).
       01  WS-H-RC                 PIC X(5).
       01  WS-H-STATUS             PIC X(6).
       01  WS-BT-RUN-ID            PIC X(14).
       01  WS-BT-STREAM            PIC X(40).
       01  WS-BT-CLOSED            PIC X.
       01  WS-BT-CLOSE-STAT        PIC X(6).
       01  WS-BT-CLOSE-END         PIC X(19).
       01  WS-BT-STEPS             PIC 9(3).
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES.
               10  WS-BT-STEP      PIC X(20).
               10  WS-BT-START     PIC X(19).
               10  WS-BT-END       PIC X(19).
               10  WS-BT-RC        PIC X(5).
               10  WS-BT-STATUS    PIC X(6).
       01  WS-BT-IDX               PIC 9(3).
       01  WS-BT-STATE             PIC X(40).
       01  WS-SC-ACTION            PIC X.
       01  WS-SC-TIME              PIC X(5).
       01  WS-SC-ANSWER            PIC X.
       01  WS-SC-DAY-WORD          PIC X(16).
       01  WS-SC-WIN-WORD          PIC X(24).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-SETTINGS
           IF WS-PRINT-MODE = 'Y'
               PERFORM GATHER-ALL
               PERFORM PRINT-CONSOLE
           ELSE
               PERFORM UNTIL WS-RUNNING = 'N'
                   PERFORM GATHER-ALL
                   PERFORM PAINT-SCREEN
                   PERFORM TAKE-KEY
               END-PERFORM
               DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f "                    DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           STOP RUN.

       PARSE-ARGS.
           MOVE SPACES TO WS-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF FUNCTION TRIM(WS-ARG) = '--print'
               MOVE 'Y' TO WS-PRINT-MODE
               MOVE SPACES TO WS-ARG
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ARG))
                   TO WS-AREA
               IF WS-AREA NOT = SPACES AND NOT = 'CALLS'
                       AND NOT = 'INCIDENTS' AND NOT = 'INBOX'
                       AND NOT = 'QUEUE' AND NOT = 'DRAFTS'
                       AND NOT = 'SESSIONS' AND NOT = 'LOCKS'
                       AND NOT = 'BATCH' AND NOT = 'ALL'
                   PERFORM SHOW-USAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG) NOT = 0
                   PERFORM SHOW-USAGE
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG) TO WS-REFRESH
           END-IF.

       SHOW-USAGE.
           DISPLAY "usage: ops-console [seconds]"
           DISPLAY "       ops-console --print [CALLS | INCIDENTS |"
               " INBOX | QUEUE | DRAFTS | SESSIONS | LOCKS | BATCH"
               " | ALL]"
           MOVE 8 TO RETURN-CODE
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
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH
           MOVE SPACES TO WS-INC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "incident.log"
               DELIMITED SIZE INTO WS-INC-PATH
           MOVE SPACES TO WS-ALERT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "alerts.log"
               DELIMITED SIZE INTO WS-ALERT-PATH
           MOVE SPACES TO WS-RULE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "alert-rules.dat"
               DELIMITED SIZE INTO WS-RULE-PATH
           MOVE SPACES TO WS-QUEUE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "queue.dat"
               DELIMITED SIZE INTO WS-QUEUE-PATH
           MOVE SPACES TO WS-HIST-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "jobstream-history.dat"
               DELIMITED SIZE INTO WS-HIST-PATH
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-LIST-PATH
           STRING
               "/tmp/cobold_console_" DELIMITED SIZE
               WS-PID-STR             DELIMITED SIZE
               ".txt"                 DELIMITED SIZE
               INTO WS-LIST-PATH.

       LOAD-SETTINGS.
           MOVE "OPENROUTER_MONTHLY_BUDGET" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-BUDGET
           END-IF
           IF WS-PRINT-MODE = 'N' AND WS-ARG = SPACES
               MOVE "OPS_CONSOLE_REFRESH" TO WS-EG-KEY
               CALL "ENV-GET" USING
                   WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                       = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                       TO WS-REFRESH
               END-IF
           END-IF
           IF WS-REFRESH = 0
               MOVE 5 TO WS-REFRESH
           END-IF.

      *>----------------------------------------------------------------
      *> One pass over every source -- the overview rows always, the
      *> detail rows for the area drilled into (or all of them)
      *>----------------------------------------------------------------
       GATHER-ALL.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:10) TO WS-TODAY
           MOVE WS-NOW-STAMP TO WS-STAMP-BUF
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-MIN TO WS-NOW-MIN
           MOVE SPACES TO WS-OV-TABLE WS-DT-TITLE
           MOVE 0 TO WS-DT-COUNT WS-DT-OVER
           MOVE SPACES TO WS-TITLE-LINE
           STRING
               " OPS CONSOLE   "             DELIMITED SIZE
               WS-NOW-STAMP                  DELIMITED SIZE
               INTO WS-TITLE-LINE
           IF WS-PRINT-MODE = 'N'
               MOVE WS-REFRESH TO WS-REFRESH-ED
               STRING
                   "   refresh every "           DELIMITED SIZE
                   FUNCTION TRIM(WS-REFRESH-ED)  DELIMITED SIZE
                   "s"                           DELIMITED SIZE
                   INTO WS-TITLE-LINE(35:)
           END-IF
           PERFORM GATHER-CALLS
           PERFORM GATHER-INCIDENTS
           PERFORM GATHER-INBOX
           PERFORM GATHER-QUEUE
           PERFORM GATHER-DRAFTS
           PERFORM GATHER-SESSIONS
           PERFORM GATHER-LOCKS
           PERFORM GATHER-BATCH
           IF WS-AREA NOT = SPACES AND NOT = 'ALL'
               MOVE SPACES TO WS-DT-TITLE
               STRING " -- " FUNCTION TRIM(WS-AREA) " --"
                   DELIMITED SIZE INTO WS-DT-TITLE
           END-IF.

       CHECK-DETAIL-WANTED.
           MOVE 'N' TO WS-WANT-DETAIL
           IF WS-AREA = WS-THIS-AREA
               MOVE 'Y' TO WS-WANT-DETAIL
           END-IF
           IF WS-AREA = 'ALL'
               MOVE 'Y' TO WS-WANT-DETAIL
               MOVE SPACES TO WS-DT-TEXT
               PERFORM ADD-DETAIL
               STRING " -- " FUNCTION TRIM(WS-THIS-AREA) " --"
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       ADD-DETAIL.
           IF WS-DT-COUNT < WS-DT-MAX
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-TEXT TO WS-DT-LINE(WS-DT-COUNT)
           ELSE
               ADD 1 TO WS-DT-OVER
           END-IF
           MOVE SPACES TO WS-DT-TEXT.

      *> "YYYY-MM-DD HH:MM:SS" into minutes; WS-STAMP-OK 'N' when the
      *> stamp is not one.
       STAMP-TO-MINUTES.
           MOVE 'N' TO WS-STAMP-OK
           MOVE 0 TO WS-STAMP-MIN
           IF WS-STAMP-BUF(1:4) NOT NUMERIC
                   OR WS-STAMP-BUF(6:2) NOT NUMERIC
                   OR WS-STAMP-BUF(9:2) NOT NUMERIC
                   OR WS-STAMP-BUF(12:2) NOT NUMERIC
                   OR WS-STAMP-BUF(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-DATE =
               FUNCTION NUMVAL(WS-STAMP-BUF(1:4)) * 10000
               + FUNCTION NUMVAL(WS-STAMP-BUF(6:2)) * 100
               + FUNCTION NUMVAL(WS-STAMP-BUF(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-MIN =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + FUNCTION NUMVAL(WS-STAMP-BUF(12:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-BUF(15:2))
           MOVE 'Y' TO WS-STAMP-OK.

      *> Minutes from WS-STAMP-BUF to now, in WS-AGE-ED.
       STAMP-AGE.
           PERFORM STAMP-TO-MINUTES
           MOVE 0 TO WS-AGE-MIN
           IF WS-STAMP-OK = 'Y' AND WS-STAMP-MIN < WS-NOW-MIN
               COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-STAMP-MIN
           END-IF
           MOVE WS-AGE-MIN TO WS-AGE-ED.

       RUN-LISTING.
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF
           END-IF.

      *>----------------------------------------------------------------
      *> CALLS -- cost-ledger.dat; RERATE's R lines move the spend,
      *> not the call count, as in DAILY-DIGEST
      *>----------------------------------------------------------------
       GATHER-CALLS.
           MOVE 'CALLS' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-DAY-CALLS WS-DAY-TOKENS WS-DAY-SPEND
               WS-MTD-SPEND WS-OPT-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-LEDGER-LINE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           MOVE WS-DAY-CALLS TO WS-CALLS-ED
           MOVE WS-DAY-TOKENS TO WS-TOKENS-ED
           COMPUTE WS-MONEY-ED ROUNDED = WS-DAY-SPEND
           COMPUTE WS-MONEY-ED2 ROUNDED = WS-MTD-SPEND
           MOVE SPACES TO WS-OV-LINE(1)
           STRING
               " CALLS     today "            DELIMITED SIZE
               FUNCTION TRIM(WS-CALLS-ED)     DELIMITED SIZE
               " call(s), "                   DELIMITED SIZE
               FUNCTION TRIM(WS-TOKENS-ED)    DELIMITED SIZE
               " tokens, $"                   DELIMITED SIZE
               FUNCTION TRIM(WS-MONEY-ED)     DELIMITED SIZE
               "   month $"                   DELIMITED SIZE
               FUNCTION TRIM(WS-MONEY-ED2)    DELIMITED SIZE
               INTO WS-OV-LINE(1)
           IF WS-BUDGET > 0
               MOVE WS-BUDGET TO WS-BUDGET-ED
               MOVE 0 TO WS-BUDGET-PCT
               IF WS-MTD-SPEND > 0
                   COMPUTE WS-BUDGET-PCT =
                       WS-MTD-SPEND * 100 / WS-BUDGET
               END-IF
               MOVE WS-BUDGET-PCT TO WS-PCT-ED
               MOVE SPACES TO WS-OV-LINE(2)
               STRING
                   "           of a $"            DELIMITED SIZE
                   FUNCTION TRIM(WS-BUDGET-ED)    DELIMITED SIZE
                   " monthly budget -- "          DELIMITED SIZE
                   FUNCTION TRIM(WS-PCT-ED)       DELIMITED SIZE
                   "% used"                       DELIMITED SIZE
                   INTO WS-OV-LINE(2)
               IF WS-MTD-SPEND > WS-BUDGET
                   MOVE "  *** OVER BUDGET ***"
                       TO WS-OV-LINE(2)(55:)
               END-IF
           ELSE
               MOVE "           (no OPENROUTER_MONTHLY_BUDGET set)"
                   TO WS-OV-LINE(2)
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               MOVE " operator   calls      tokens       spend"
                   TO WS-DT-TEXT
               PERFORM ADD-DETAIL
               PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                       UNTIL WS-OPT-IDX > WS-OPT-COUNT
                   MOVE WS-OPT-CALLS(WS-OPT-IDX) TO WS-CALLS-ED
                   MOVE WS-OPT-TOKENS(WS-OPT-IDX) TO WS-TOKENS-ED
                   COMPUTE WS-MONEY-ED ROUNDED =
                       WS-OPT-SPEND(WS-OPT-IDX)
                   STRING
                       " " WS-OPT-ID(WS-OPT-IDX) " " WS-CALLS-ED
                       " " WS-TOKENS-ED " " WS-MONEY-ED
                       DELIMITED SIZE INTO WS-DT-TEXT
                   PERFORM ADD-DETAIL
               END-PERFORM
               IF WS-OPT-COUNT = 0
                   MOVE " (nothing ledgered today)" TO WS-DT-TEXT
                   PERFORM ADD-DETAIL
               END-IF
           END-IF.

       TALLY-LEDGER-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG
           END-UNSTRING
           IF WS-LGR-DATE(1:7) NOT = WS-TODAY(1:7)
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-LGR-COST)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
               TO WS-LGR-AMOUNT
           ADD WS-LGR-AMOUNT TO WS-MTD-SPEND
           IF WS-LGR-DATE NOT = WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LGR-TOKENS
           IF FUNCTION TRIM(WS-LGR-FLAG) NOT = 'R'
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
                   ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-PTOK))
                       TO WS-LGR-TOKENS
               END-IF
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-CTOK)) = 0
                   ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-CTOK))
                       TO WS-LGR-TOKENS
               END-IF
               ADD 1 TO WS-DAY-CALLS
           END-IF
           ADD WS-LGR-TOKENS TO WS-DAY-TOKENS
           ADD WS-LGR-AMOUNT TO WS-DAY-SPEND
           IF WS-WANT-DETAIL NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-LGR-OPERATOR = SPACES
               MOVE '-' TO WS-LGR-OPERATOR
           END-IF
           MOVE 0 TO WS-OPT-SLOT
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > WS-OPT-COUNT
               IF WS-OPT-ID(WS-OPT-IDX) = WS-LGR-OPERATOR
                   MOVE WS-OPT-IDX TO WS-OPT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPT-SLOT = 0
               IF WS-OPT-COUNT >= WS-OPT-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPT-COUNT
               MOVE WS-OPT-COUNT TO WS-OPT-SLOT
               MOVE WS-LGR-OPERATOR TO WS-OPT-ID(WS-OPT-SLOT)
               MOVE 0 TO WS-OPT-CALLS(WS-OPT-SLOT)
                   WS-OPT-TOKENS(WS-OPT-SLOT)
                   WS-OPT-SPEND(WS-OPT-SLOT)
           END-IF
           IF FUNCTION TRIM(WS-LGR-FLAG) NOT = 'R'
               ADD 1 TO WS-OPT-CALLS(WS-OPT-SLOT)
           END-IF
           ADD WS-LGR-TOKENS TO WS-OPT-TOKENS(WS-OPT-SLOT)
           ADD WS-LGR-AMOUNT TO WS-OPT-SPEND(WS-OPT-SLOT).

      *>----------------------------------------------------------------
      *> INCIDENTS -- the last sixty minutes of incident.log; an alert
      *> is open while its rule is still cooling down (60 minutes
      *> when alert-rules.dat has no line for the reason)
      *>----------------------------------------------------------------
       GATHER-INCIDENTS.
           MOVE 'INCIDENTS' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-INC-HOUR WS-AL-OPEN WS-RULE-COUNT
           MOVE SPACES TO WS-AL-REASONS
           MOVE 1 TO WS-AL-PTR
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-RULE-LINE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               MOVE " open alerts" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ALERT-LINE
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               IF WS-AL-OPEN = 0
                   MOVE "   (none)" TO WS-DT-TEXT
                   PERFORM ADD-DETAIL
               END-IF
               MOVE " incidents in the last hour" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-INCIDENT-LINE
                   END-READ
               END-PERFORM
               CLOSE INC-FILE
           END-IF
           IF WS-WANT-DETAIL = 'Y' AND WS-INC-HOUR = 0
               MOVE "   (none)" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           MOVE WS-INC-HOUR TO WS-COUNT-ED
           MOVE SPACES TO WS-OV-LINE(3)
           STRING
               " INCIDENTS "                 DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-ED)    DELIMITED SIZE
               " in the last hour   open alerts " DELIMITED SIZE
               INTO WS-OV-LINE(3)
           MOVE WS-AL-OPEN TO WS-COUNT-ED
           MOVE SPACES TO WS-DT-TEXT
           STRING
               FUNCTION TRIM(WS-OV-LINE(3))  DELIMITED SIZE
               " "                           DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-ED)    DELIMITED SIZE
               INTO WS-DT-TEXT
           IF WS-AL-OPEN > 0
               STRING
                   FUNCTION TRIM(WS-DT-TEXT)   DELIMITED SIZE
                   " ("                        DELIMITED SIZE
                   FUNCTION TRIM(WS-AL-REASONS) DELIMITED SIZE
                   ")"                         DELIMITED SIZE
                   INTO WS-OV-LINE(3)
           ELSE
               MOVE WS-DT-TEXT TO WS-OV-LINE(3)
           END-IF
           MOVE SPACES TO WS-DT-TEXT
           MOVE SPACES TO WS-ROW-LINE
           STRING " " WS-OV-LINE(3) DELIMITED SIZE INTO WS-ROW-LINE
           MOVE WS-ROW-LINE TO WS-OV-LINE(3).

       LOAD-RULE-LINE.
           IF RULE-RECORD = SPACES OR RULE-RECORD(1:1) = '#'
                   OR WS-RULE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RL-REASON WS-RL-TRIP WS-RL-WINDOW
               WS-RL-COOL
           UNSTRING RULE-RECORD DELIMITED BY '|'
               INTO WS-RL-REASON WS-RL-TRIP WS-RL-WINDOW WS-RL-COOL
           END-UNSTRING
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RL-REASON TO WS-RULE-REASON(WS-RULE-COUNT)
           MOVE 60 TO WS-RULE-COOL(WS-RULE-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RL-COOL)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RL-COOL))
                   TO WS-RULE-COOL(WS-RULE-COUNT)
           END-IF.

       CHECK-ALERT-LINE.
           MOVE SPACES TO WS-AL-STAMP WS-AL-REASON WS-AL-TEXT
           UNSTRING ALERT-RECORD DELIMITED BY '|'
               INTO WS-AL-STAMP WS-AL-REASON WS-AL-TEXT
           END-UNSTRING
           MOVE WS-AL-STAMP TO WS-STAMP-BUF
           PERFORM STAMP-AGE
           IF WS-STAMP-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 60 TO WS-AL-COOL
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-REASON(WS-RULE-IDX) = WS-AL-REASON
                   MOVE WS-RULE-COOL(WS-RULE-IDX) TO WS-AL-COOL
               END-IF
           END-PERFORM
           IF WS-AGE-MIN >= WS-AL-COOL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AL-OPEN
           IF WS-AL-PTR < 30
               IF WS-AL-PTR > 1
                   STRING " " DELIMITED SIZE
                       INTO WS-AL-REASONS WITH POINTER WS-AL-PTR
               END-IF
               STRING FUNCTION TRIM(WS-AL-REASON) DELIMITED SIZE
                   INTO WS-AL-REASONS WITH POINTER WS-AL-PTR
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               STRING
                   "   " WS-AL-STAMP(12:8) " " WS-AL-REASON " "
                   WS-AL-TEXT
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       CHECK-INCIDENT-LINE.
           MOVE SPACES TO WS-INC-STAMP WS-INC-SESSION WS-INC-MODEL
               WS-INC-REASON WS-INC-DETAIL
           UNSTRING INC-RECORD DELIMITED BY '|'
               INTO WS-INC-STAMP WS-INC-SESSION WS-INC-MODEL
                    WS-INC-REASON WS-INC-DETAIL
           END-UNSTRING
           MOVE WS-INC-STAMP TO WS-STAMP-BUF
           PERFORM STAMP-AGE
           IF WS-STAMP-OK NOT = 'Y' OR WS-STAMP-MIN > WS-NOW-MIN
                   OR WS-AGE-MIN >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-HOUR
           IF WS-WANT-DETAIL = 'Y'
               STRING
                   "   " WS-INC-STAMP(12:8) " " WS-INC-REASON " "
                   WS-INC-DETAIL
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

      *>----------------------------------------------------------------
      *> INBOX -- listed oldest first the way the watch daemon takes
      *> it, file modification time as the arrival
      *>----------------------------------------------------------------
       GATHER-INBOX.
           MOVE 'INBOX' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-IN-COUNT
           MOVE SPACES TO WS-IN-OLDEST
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "find '"                     DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "inbox' -maxdepth 1 -type f ! -name '.*' -printf "
                                            DELIMITED SIZE
               "'%TY-%Tm-%Td %TH:%TM:%TS|%f\n' 2>/dev/null"
                                            DELIMITED SIZE
               " | sort > "                 DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               INTO WS-SHELL-CMD
           PERFORM RUN-LISTING
           IF WS-WANT-DETAIL = 'Y'
               MOVE " arrived              waiting  request file"
                   TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-INBOX-LINE
               END-READ
           END-PERFORM
           IF WS-LIST-STATUS NOT = "35"
               CLOSE LIST-FILE
           END-IF
           MOVE WS-IN-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OV-LINE(4)
           IF WS-IN-COUNT = 0
               MOVE " INBOX     empty" TO WS-OV-LINE(4)
           ELSE
               MOVE WS-IN-OLDEST TO WS-STAMP-BUF
               PERFORM STAMP-AGE
               STRING
                   " INBOX     "              DELIMITED SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED SIZE
                   " waiting, oldest since "  DELIMITED SIZE
                   WS-IN-OLDEST               DELIMITED SIZE
                   " ("                       DELIMITED SIZE
                   FUNCTION TRIM(WS-AGE-ED)   DELIMITED SIZE
                   " min)"                    DELIMITED SIZE
                   INTO WS-OV-LINE(4)
           END-IF
           IF WS-WANT-DETAIL = 'Y' AND WS-IN-COUNT = 0
               MOVE " (nothing waiting)" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       TAKE-INBOX-LINE.
           IF FUNCTION TRIM(LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-STAMP WS-IN-NAME
           UNSTRING LIST-RECORD DELIMITED BY '|'
               INTO WS-IN-STAMP WS-IN-NAME
           END-UNSTRING
           IF WS-IN-NAME = 'STOP'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-COUNT
           IF WS-IN-OLDEST = SPACES
               MOVE WS-IN-STAMP(1:19) TO WS-IN-OLDEST
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               MOVE WS-IN-STAMP(1:19) TO WS-STAMP-BUF
               PERFORM STAMP-AGE
               STRING
                   " " WS-IN-STAMP(1:19) " " WS-AGE-ED "m  "
                   WS-IN-NAME
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

      *>----------------------------------------------------------------
      *> QUEUE -- queue.dat, stamp|model|snapshot|prompt per prompt
      *> waiting for the provider to come back
      *>----------------------------------------------------------------
       GATHER-QUEUE.
           MOVE 'QUEUE' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-QU-COUNT
           MOVE SPACES TO WS-QU-OLDEST
           IF WS-WANT-DETAIL = 'Y'
               MOVE " queued at            model                prompt"
                   TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-QUEUE-LINE
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF
           MOVE WS-QU-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OV-LINE(5)
           IF WS-QU-COUNT = 0
               MOVE " QUEUE     no offline prompts waiting"
                   TO WS-OV-LINE(5)
           ELSE
               STRING
                   " QUEUE     "              DELIMITED SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED SIZE
                   " offline prompt(s) waiting, oldest "
                                              DELIMITED SIZE
                   WS-QU-OLDEST               DELIMITED SIZE
                   INTO WS-OV-LINE(5)
           END-IF
           IF WS-WANT-DETAIL = 'Y' AND WS-QU-COUNT = 0
               MOVE " (queue is empty)" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       TAKE-QUEUE-LINE.
           IF FUNCTION TRIM(QUEUE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QU-COUNT
           MOVE SPACES TO WS-QU-STAMP WS-QU-MODEL WS-QU-SNAP
               WS-QU-PROMPT
           MOVE 1 TO WS-QU-PTR
           UNSTRING QUEUE-RECORD DELIMITED BY '|'
               INTO WS-QU-STAMP WS-QU-MODEL WS-QU-SNAP
               WITH POINTER WS-QU-PTR
           END-UNSTRING
           IF WS-QU-PTR <= 900
               MOVE QUEUE-RECORD(WS-QU-PTR:) TO WS-QU-PROMPT
           END-IF
           IF WS-QU-OLDEST = SPACES
               MOVE WS-QU-STAMP TO WS-QU-OLDEST
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               STRING
                   " " WS-QU-STAMP " " WS-QU-MODEL(1:20) " "
                   WS-QU-PROMPT
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

      *>----------------------------------------------------------------
      *> DRAFTS -- drafts/pending/, the .meta beside each naming who
      *> asked and when (stamp|operator|session)
      *>----------------------------------------------------------------
       GATHER-DRAFTS.
           MOVE 'DRAFTS' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-DR-COUNT
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "ls '"                       DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "drafts/pending' 2>/dev/null"
                                            DELIMITED SIZE
               " | grep -v '\.meta$' > "    DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               INTO WS-SHELL-CMD
           PERFORM RUN-LISTING
           IF WS-WANT-DETAIL = 'Y'
               MOVE " draft                           requested by"
                   & "  when" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LIST-RECORD) NOT = SPACES
                           ADD 1 TO WS-DR-COUNT
                           IF WS-WANT-DETAIL = 'Y'
                               PERFORM TAKE-DRAFT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-STATUS NOT = "35"
               CLOSE LIST-FILE
           END-IF
           MOVE WS-DR-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OV-LINE(6)
           STRING
               " DRAFTS    "              DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-ED) DELIMITED SIZE
               " pending supervisor review" DELIMITED SIZE
               INTO WS-OV-LINE(6)
           IF WS-WANT-DETAIL = 'Y' AND WS-DR-COUNT = 0
               MOVE " (queue is empty)" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       TAKE-DRAFT-LINE.
           MOVE FUNCTION TRIM(LIST-RECORD) TO WS-DR-NAME
           MOVE SPACES TO WS-META-STAMP WS-META-OPER WS-META-SESSION
           MOVE SPACES TO WS-META-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "drafts/pending/"            DELIMITED SIZE
               FUNCTION TRIM(WS-DR-NAME)    DELIMITED SIZE
               ".meta"                      DELIMITED SIZE
               INTO WS-META-PATH
           OPEN INPUT META-FILE
           IF WS-META-STATUS = "00"
               READ META-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING META-RECORD DELIMITED BY '|'
                           INTO WS-META-STAMP WS-META-OPER
                                WS-META-SESSION
                       END-UNSTRING
               END-READ
               CLOSE META-FILE
           ELSE
               MOVE '-' TO WS-META-OPER
           END-IF
           STRING
               " " WS-DR-NAME(1:30) "  " WS-META-OPER "      "
               WS-META-STAMP
               DELIMITED SIZE INTO WS-DT-TEXT
           PERFORM ADD-DETAIL.

      *>----------------------------------------------------------------
      *> SESSIONS -- the active/<pid>.ses markers the chat loop keeps,
      *> only those whose PID is still alive
      *>----------------------------------------------------------------
       GATHER-SESSIONS.
           MOVE 'SESSIONS' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-SS-COUNT WS-SO-COUNT
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "for f in '"                 DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "active'/*.ses; do [ -f ""$f"" ] || continue; "
                                            DELIMITED SIZE
               "p=$(basename ""$f"" .ses); kill -0 ""$p"" "
                                            DELIMITED SIZE
               "2>/dev/null && head -1 ""$f""; done > "
                                            DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               INTO WS-SHELL-CMD
           PERFORM RUN-LISTING
           IF WS-WANT-DETAIL = 'Y'
               MOVE " pid       operator signed on            last tu"
                   & "rn" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-SESSION-LINE
               END-READ
           END-PERFORM
           IF WS-LIST-STATUS NOT = "35"
               CLOSE LIST-FILE
           END-IF
           MOVE WS-SS-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-SO-JOINED
           MOVE 1 TO WS-SO-PTR
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                      OR WS-SO-PTR > 50
               MOVE WS-SO-N(WS-SO-IDX) TO WS-SO-ED
               STRING
                   " "                            DELIMITED SIZE
                   FUNCTION TRIM(WS-SO-ID(WS-SO-IDX))
                                                  DELIMITED SIZE
                   "("                            DELIMITED SIZE
                   FUNCTION TRIM(WS-SO-ED)        DELIMITED SIZE
                   ")"                            DELIMITED SIZE
                   INTO WS-SO-JOINED WITH POINTER WS-SO-PTR
           END-PERFORM
           MOVE SPACES TO WS-OV-LINE(7)
           STRING
               " SESSIONS  "              DELIMITED SIZE
               FUNCTION TRIM(WS-COUNT-ED) DELIMITED SIZE
               " live"                    DELIMITED SIZE
               WS-SO-JOINED               DELIMITED SIZE
               INTO WS-OV-LINE(7)
           IF WS-WANT-DETAIL = 'Y' AND WS-SS-COUNT = 0
               MOVE " (no interactive session is signed on)"
                   TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       TAKE-SESSION-LINE.
           IF FUNCTION TRIM(LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SS-PID WS-SS-OPERATOR WS-SS-STARTED
               WS-SS-LAST
           UNSTRING LIST-RECORD DELIMITED BY '|'
               INTO WS-SS-PID WS-SS-OPERATOR WS-SS-STARTED WS-SS-LAST
           END-UNSTRING
           ADD 1 TO WS-SS-COUNT
           MOVE 0 TO WS-SO-SLOT
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-ID(WS-SO-IDX) = WS-SS-OPERATOR
                   MOVE WS-SO-IDX TO WS-SO-SLOT
               END-IF
           END-PERFORM
           IF WS-SO-SLOT = 0 AND WS-SO-COUNT < 50
               ADD 1 TO WS-SO-COUNT
               MOVE WS-SO-COUNT TO WS-SO-SLOT
               MOVE WS-SS-OPERATOR TO WS-SO-ID(WS-SO-SLOT)
               MOVE 0 TO WS-SO-N(WS-SO-SLOT)
           END-IF
           IF WS-SO-SLOT > 0
               ADD 1 TO WS-SO-N(WS-SO-SLOT)
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               STRING
                   " " WS-SS-PID " " WS-SS-OPERATOR " " WS-SS-STARTED
                   "  " WS-SS-LAST
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

      *>----------------------------------------------------------------
      *> ENQUEUES -- locks/<name>.lck directories; the owner file
      *> reads "pid N operator X since YYYY-MM-DD HH:MM:SS"
      *>----------------------------------------------------------------
       GATHER-LOCKS.
           MOVE 'LOCKS' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE 0 TO WS-LK-COUNT
           MOVE SPACES TO WS-LK-FIRST
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "for d in '"                 DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "locks'/*.lck; do [ -d ""$d"" ] || continue; "
                                            DELIMITED SIZE
               "printf '%s|' ""$(basename ""$d"" .lck)""; "
                                            DELIMITED SIZE
               "head -1 ""$d/owner"" 2>/dev/null || echo; done > "
                                            DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               INTO WS-SHELL-CMD
           PERFORM RUN-LISTING
           IF WS-WANT-DETAIL = 'Y'
               MOVE " resource                       pid       operat"
                   & "or held since" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-LOCK-LINE
               END-READ
           END-PERFORM
           IF WS-LIST-STATUS NOT = "35"
               CLOSE LIST-FILE
           END-IF
           MOVE WS-LK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OV-LINE(8)
           IF WS-LK-COUNT = 0
               MOVE " ENQUEUES  none held" TO WS-OV-LINE(8)
           ELSE
               STRING
                   " ENQUEUES  "              DELIMITED SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED SIZE
                   " held -- "                DELIMITED SIZE
                   FUNCTION TRIM(WS-LK-FIRST) DELIMITED SIZE
                   INTO WS-OV-LINE(8)
           END-IF
           IF WS-WANT-DETAIL = 'Y' AND WS-LK-COUNT = 0
               MOVE " (no enqueue is held)" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

       TAKE-LOCK-LINE.
           IF FUNCTION TRIM(LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LK-NAME WS-LK-OWNER
           UNSTRING LIST-RECORD DELIMITED BY '|'
               INTO WS-LK-NAME WS-LK-OWNER
           END-UNSTRING
           MOVE SPACES TO WS-LK-WORD1 WS-LK-PID WS-LK-WORD2
               WS-LK-OPER WS-LK-WORD3 WS-LK-SINCE-D WS-LK-SINCE-T
           UNSTRING WS-LK-OWNER DELIMITED BY ALL SPACE
               INTO WS-LK-WORD1 WS-LK-PID WS-LK-WORD2 WS-LK-OPER
                    WS-LK-WORD3 WS-LK-SINCE-D WS-LK-SINCE-T
           END-UNSTRING
           IF FUNCTION TRIM(WS-LK-WORD1) NOT = 'pid'
               MOVE '(acquiring)' TO WS-LK-PID
               MOVE SPACES TO WS-LK-OPER
           END-IF
           ADD 1 TO WS-LK-COUNT
           IF WS-LK-COUNT = 1
               STRING
                   FUNCTION TRIM(WS-LK-NAME)  DELIMITED SIZE
                   " by "                     DELIMITED SIZE
                   FUNCTION TRIM(WS-LK-OPER)  DELIMITED SIZE
                   " (pid "                   DELIMITED SIZE
                   FUNCTION TRIM(WS-LK-PID)   DELIMITED SIZE
                   ")"                        DELIMITED SIZE
                   INTO WS-LK-FIRST
           END-IF
           IF WS-WANT-DETAIL = 'Y'
               STRING
                   " " WS-LK-NAME " " WS-LK-PID " " WS-LK-OPER " "
                   WS-LK-SINCE-D " " WS-LK-SINCE-T
                   DELIMITED SIZE INTO WS-DT-TEXT
               PERFORM ADD-DETAIL
           END-IF.

      *>----------------------------------------------------------------
      *> BATCH -- the most recent run in jobstream-history.dat (lines
      *> run-id|stream|step|start|end|rc|status as each step ends, a
      *> (stream) line when the run is over) and the calendar's word
      *> on today and on the service window
      *>----------------------------------------------------------------
       GATHER-BATCH.
           MOVE 'BATCH' TO WS-THIS-AREA
           PERFORM CHECK-DETAIL-WANTED
           MOVE SPACES TO WS-BT-RUN-ID WS-BT-STREAM WS-BT-CLOSE-STAT
               WS-BT-CLOSE-END
           MOVE 'N' TO WS-BT-CLOSED
           MOVE 0 TO WS-BT-STEPS
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           MOVE 'B' TO WS-SC-ACTION
           MOVE SPACES TO WS-SC-TIME
           CALL "SHOP-CALENDAR" USING
               WS-SC-ACTION WS-TODAY WS-SC-TIME WS-SC-ANSWER
           IF WS-SC-ANSWER = 'Y'
               MOVE "business day" TO WS-SC-DAY-WORD
           ELSE
               MOVE "non-business day" TO WS-SC-DAY-WORD
           END-IF
           MOVE 'W' TO WS-SC-ACTION
           MOVE WS-NOW-STAMP(12:5) TO WS-SC-TIME
           CALL "SHOP-CALENDAR" USING
               WS-SC-ACTION WS-TODAY WS-SC-TIME WS-SC-ANSWER
           IF WS-SC-ANSWER = 'Y'
               MOVE "service window open" TO WS-SC-WIN-WORD
           ELSE
               MOVE "service window closed" TO WS-SC-WIN-WORD
           END-IF
           MOVE WS-BT-STEPS TO WS-COUNT-ED
           MOVE SPACES TO WS-BT-STATE
           EVALUATE TRUE
               WHEN WS-BT-RUN-ID = SPACES
                   MOVE "no job-stream run on record" TO WS-BT-STATE
               WHEN WS-BT-CLOSED = 'Y'
                   STRING
                       "ended "                      DELIMITED SIZE
                       FUNCTION TRIM(WS-BT-CLOSE-STAT) DELIMITED SIZE
                       " at "                        DELIMITED SIZE
                       WS-BT-CLOSE-END(12:5)         DELIMITED SIZE
                       INTO WS-BT-STATE
               WHEN OTHER
                   STRING
                       "RUNNING, "                   DELIMITED SIZE
                       FUNCTION TRIM(WS-COUNT-ED)    DELIMITED SIZE
                       " step(s) done"               DELIMITED SIZE
                       INTO WS-BT-STATE
           END-EVALUATE
           MOVE SPACES TO WS-OV-LINE(9) WS-OV-LINE(10)
           IF WS-BT-RUN-ID = SPACES
               STRING
                   " BATCH     "               DELIMITED SIZE
                   FUNCTION TRIM(WS-BT-STATE)  DELIMITED SIZE
                   INTO WS-OV-LINE(9)
           ELSE
               STRING
                   " BATCH     "               DELIMITED SIZE
                   FUNCTION TRIM(WS-BT-STREAM) DELIMITED SIZE
                   " run "                     DELIMITED SIZE
                   WS-BT-RUN-ID                DELIMITED SIZE
                   " "                         DELIMITED SIZE
                   FUNCTION TRIM(WS-BT-STATE)  DELIMITED SIZE
                   INTO WS-OV-LINE(9)
           END-IF
           STRING
               "           today is a "        DELIMITED SIZE
               FUNCTION TRIM(WS-SC-DAY-WORD)   DELIMITED SIZE
               ", "                            DELIMITED SIZE
               FUNCTION TRIM(WS-SC-WIN-WORD)   DELIMITED SIZE
               INTO WS-OV-LINE(10)
           IF WS-WANT-DETAIL = 'Y'
               MOVE " step                 started             ended"
                   & "               rc    status" TO WS-DT-TEXT
               PERFORM ADD-DETAIL
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-STEPS
                   STRING
                       " " WS-BT-STEP(WS-BT-IDX) " "
                       WS-BT-START(WS-BT-IDX) " "
                       WS-BT-END(WS-BT-IDX) " "
                       WS-BT-RC(WS-BT-IDX) " "
                       WS-BT-STATUS(WS-BT-IDX)
                       DELIMITED SIZE INTO WS-DT-TEXT
                   PERFORM ADD-DETAIL
               END-PERFORM
               IF WS-BT-STEPS = 0
                   MOVE " (no step has finished in this run)"
                       TO WS-DT-TEXT
                   PERFORM ADD-DETAIL
               END-IF
           END-IF.

       TAKE-HISTORY-LINE.
           IF FUNCTION TRIM(HIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-H-RUN-ID WS-H-STREAM WS-H-STEP WS-H-START
               WS-H-END WS-H-RC WS-H-STATUS
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-H-RUN-ID WS-H-STREAM WS-H-STEP WS-H-START
                    WS-H-END WS-H-RC WS-H-STATUS
           END-UNSTRING
           IF WS-H-RUN-ID NOT = WS-BT-RUN-ID
               MOVE WS-H-RUN-ID TO WS-BT-RUN-ID
               MOVE WS-H-STREAM TO WS-BT-STREAM
               MOVE 'N' TO WS-BT-CLOSED
               MOVE 0 TO WS-BT-STEPS
           END-IF
           IF WS-H-STEP = '(stream)'
               MOVE 'Y' TO WS-BT-CLOSED
               MOVE WS-H-STATUS TO WS-BT-CLOSE-STAT
               MOVE WS-H-END TO WS-BT-CLOSE-END
               EXIT PARAGRAPH
           END-IF
           IF WS-BT-STEPS < 100
               ADD 1 TO WS-BT-STEPS
               MOVE WS-H-STEP TO WS-BT-STEP(WS-BT-STEPS)
               MOVE WS-H-START TO WS-BT-START(WS-BT-STEPS)
               MOVE WS-H-END TO WS-BT-END(WS-BT-STEPS)
               MOVE WS-H-RC TO WS-BT-RC(WS-BT-STEPS)
               MOVE WS-H-STATUS TO WS-BT-STATUS(WS-BT-STEPS)
           END-IF.

      *>----------------------------------------------------------------
      *> Output -- the refreshing screen, or the job log once
      *>----------------------------------------------------------------
       PAINT-SCREEN.
           DISPLAY WS-TITLE-LINE AT LINE 1 COLUMN 1
               WITH BLANK SCREEN REVERSE-VIDEO
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > 10
               COMPUTE WS-ROW = WS-OV-IDX + 2
               DISPLAY WS-OV-LINE(WS-OV-IDX) AT LINE WS-ROW COLUMN 1
           END-PERFORM
           IF WS-AREA = SPACES
               DISPLAY " F2-F9 drill into an area" AT LINE 14 COLUMN 1
           ELSE
               DISPLAY WS-DT-TITLE AT LINE 13 COLUMN 1 WITH HIGHLIGHT
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DT-COUNT
                          OR WS-DT-IDX > WS-SCREEN-ROWS
                   COMPUTE WS-ROW = WS-DT-IDX + 13
                   MOVE WS-DT-LINE(WS-DT-IDX) TO WS-ROW-LINE
                   IF WS-DT-IDX = WS-SCREEN-ROWS
                           AND WS-DT-COUNT + WS-DT-OVER
                               > WS-SCREEN-ROWS
                       COMPUTE WS-AGE-MIN = WS-DT-COUNT + WS-DT-OVER
                           - WS-SCREEN-ROWS + 1
                       MOVE WS-AGE-MIN TO WS-AGE-ED
                       MOVE SPACES TO WS-ROW-LINE
                       STRING
                           " ... "                    DELIMITED SIZE
                           FUNCTION TRIM(WS-AGE-ED)   DELIMITED SIZE
                           " more -- ops-console --print "
                                                      DELIMITED SIZE
                           FUNCTION TRIM(WS-AREA)     DELIMITED SIZE
                           " lists them all"          DELIMITED SIZE
                           INTO WS-ROW-LINE
                   END-IF
                   DISPLAY WS-ROW-LINE AT LINE WS-ROW COLUMN 1
               END-PERFORM
           END-IF
           DISPLAY WS-KEYS-LINE AT LINE 24 COLUMN 1 WITH REVERSE-VIDEO.

      *> Wait for a key until the refresh is due. No key at all and
      *> no timeout means the terminal cannot do full-screen work.
       TAKE-KEY.
           MOVE SPACE TO WS-KEY-IN
           MOVE 0 TO WS-CRT-STATUS
           ACCEPT WS-KEY-IN AT LINE 24 COLUMN 80
               WITH TIME-OUT WS-REFRESH AUTO
           EVALUATE TRUE
               WHEN WS-CRT-STATUS = 1001
                   MOVE SPACES TO WS-AREA
               WHEN WS-CRT-STATUS = 1002
                   MOVE 'CALLS' TO WS-AREA
               WHEN WS-CRT-STATUS = 1003
                   MOVE 'INCIDENTS' TO WS-AREA
               WHEN WS-CRT-STATUS = 1004
                   MOVE 'INBOX' TO WS-AREA
               WHEN WS-CRT-STATUS = 1005
                   MOVE 'QUEUE' TO WS-AREA
               WHEN WS-CRT-STATUS = 1006
                   MOVE 'DRAFTS' TO WS-AREA
               WHEN WS-CRT-STATUS = 1007
                   MOVE 'SESSIONS' TO WS-AREA
               WHEN WS-CRT-STATUS = 1008
                   MOVE 'LOCKS' TO WS-AREA
               WHEN WS-CRT-STATUS = 1009
                   MOVE 'BATCH' TO WS-AREA
               WHEN WS-CRT-STATUS = 1010
                   MOVE 'N' TO WS-RUNNING
               WHEN WS-CRT-STATUS = 2005
                   MOVE 'N' TO WS-RUNNING
               WHEN WS-KEY-IN = 'q' OR WS-KEY-IN = 'Q'
                   MOVE 'N' TO WS-RUNNING
               WHEN WS-CRT-STATUS >= 9000
                   DISPLAY "error: this terminal cannot run the"
                       " full-screen console -- use ops-console"
                       " --print"
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-RUNNING
           END-EVALUATE.

       PRINT-CONSOLE.
           DISPLAY "================================================="
               "=============================="
           DISPLAY FUNCTION TRIM(WS-TITLE-LINE TRAILING)
           DISPLAY "================================================="
               "=============================="
           PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > 10
               DISPLAY FUNCTION TRIM(WS-OV-LINE(WS-OV-IDX) TRAILING)
           END-PERFORM
           IF WS-AREA NOT = SPACES
               DISPLAY " "
               IF WS-AREA NOT = 'ALL'
                   DISPLAY FUNCTION TRIM(WS-DT-TITLE TRAILING)
               END-IF
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DT-COUNT
                   DISPLAY FUNCTION TRIM(WS-DT-LINE(WS-DT-IDX)
                       TRAILING)
               END-PERFORM
               IF WS-DT-OVER > 0
                   MOVE WS-DT-OVER TO WS-AGE-ED
                   DISPLAY " (" FUNCTION TRIM(WS-AGE-ED)
                       " more line(s) past the listing's "
                       WS-DT-MAX " not shown)"
               END-IF
           END-IF
           DISPLAY "================================================="
               "==============================".
