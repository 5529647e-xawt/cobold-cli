      *================================================================*
      * PROGRAM:     WATCHDOG                                          *
      * DESCRIPTION: Dead-man check over the heartbeats the --watch    *
      *              daemon, --batch runs and their --workers keep in  *
      *              heartbeat/<pid>.hb next to the executable         *
      *              (pid|mode|last activity|requests handled|current  *
      *              file|beat stamp|beat interval), run from cron     *
      *              every few minutes so a daemon killed overnight    *
      *              or a hung worker is noticed before the inbox      *
      *              backs up. A heartbeat whose PID is gone is a      *
      *              DEAD run (reason HBDEAD); one whose PID lives but *
      *              whose last beat is older than                     *
      *              WATCHDOG_STALE_MINUTES (10 by default) is a HUNG  *
      *              run (HBSTALE) -- reported once, the <pid>.stale   *
      *              marker beside it keeping later passes quiet until *
      *              it beats again. Each one goes to incident.log     *
      *              (INCIDENT-LOG) and alerts.log and fires the shop  *
      *              notify script (ALERT_NOTIFY_CMD, ./notify.sh by   *
      *              default) the way ALERT-MONITOR does.              *
      *              When WATCHDOG_RESTART_CMD is set, a dead or hung  *
      *              WATCH daemon is restarted with it (a hung one is  *
      *              killed first) -- at most WATCHDOG_MAX_RESTARTS    *
      *              times (3 by default) until the daemon has run     *
      *              healthy for WATCHDOG_RESET_MINUTES (60), so a     *
      *              crash loop stops and pages (HBLIMIT) instead of   *
      *              thrashing. A restarted daemon that never comes    *
      *              up counts as dead again on the next pass. The     *
      *              count lives in watchdog-state.dat (restarts|last  *
      *              restart stamp|awaiting Y/N|limit paged Y/N).      *
      *              Batch runs are never restarted -- --restart from  *
      *              their checkpoint is the operator's call.          *
      *              RETURN-CODE 4 when anything was reported.         *
      *                                                                *
      * Build & run (from the scheduler, every few minutes):           *
      *   cobc -x src/watchdog.cob src/env-get.cob                     *
      *        src/incident-log.cob src/file-lock.cob                  *
      *        -o dist/watchdog                                        *
      *   ./dist/watchdog                                              *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHDOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT STATE-FILE
               ASSIGN TO DYNAMIC WS-STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(500).
       FD  STATE-FILE.
       01  STATE-RECORD            PIC X(100).
       FD  ALERT-FILE.
       01  ALERT-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LIST-PATH            PIC X(520).
       01  WS-STATE-PATH           PIC X(520).
       01  WS-ALERT-PATH           PIC X(520).
       01  WS-LIST-STATUS          PIC XX.
       01  WS-STATE-STATUS         PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1400).
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Settings
       01  WS-STALE-MIN            PIC 9(5) VALUE 10.
       01  WS-MAX-RESTARTS         PIC 9(3) VALUE 3.
       01  WS-RESET-MIN            PIC 9(5) VALUE 60.
       01  WS-RESTART-CMD          PIC X(400) VALUE SPACES.
       01  WS-NOTIFY-CMD           PIC X(200).
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).

      *> Restart state, carried between passes
       01  WS-ST-RESTARTS          PIC 9(3) VALUE 0.
       01  WS-ST-LAST              PIC X(19) VALUE SPACES.
       01  WS-ST-AWAITING          PIC X VALUE 'N'.
       01  WS-ST-PAGED             PIC X VALUE 'N'.
       01  WS-ST-F1                PIC X(10).
       01  WS-ST-F2                PIC X(19).
       01  WS-ST-F3                PIC X(5).
       01  WS-ST-F4                PIC X(5).
       01  WS-RESTARTS-ED          PIC ZZ9.
       01  WS-MAX-ED               PIC ZZ9.

      *> One listing line: alive Y/N|stale marker Y/N|file pid|
      *> then the heartbeat record itself
       01  WS-HB-ALIVE             PIC X.
       01  WS-HB-MARKED            PIC X.
       01  WS-HB-FILE-PID          PIC X(12).
       01  WS-HB-PID               PIC X(12).
       01  WS-HB-MODE              PIC X(8).
       01  WS-HB-LAST-ACT          PIC X(19).
       01  WS-HB-HANDLED           PIC X(7).
       01  WS-HB-CURRENT           PIC X(200).
       01  WS-HB-BEAT              PIC X(19).
       01  WS-HB-INTERVAL          PIC X(5).
       01  WS-HANDLED-ED           PIC Z(6)9.
       01  WS-HB-COUNT             PIC 9(5) VALUE 0.
       01  WS-WATCH-SEEN           PIC X VALUE 'N'.
       01  WS-WATCH-HEALTHY        PIC X VALUE 'N'.

      *> Minute arithmetic, as ALERT-MONITOR does it
       01  WS-NOW-DATE             PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).
       01  WS-NOW-MIN              PIC 9(12).
       01  WS-STAMP-MIN            PIC 9(12).
       01  WS-STAMP-BUF            PIC X(19).
       01  WS-STAMP-DATE           PIC 9(8).
       01  WS-STAMP-OK             PIC X.
       01  WS-STAMP                PIC X(19).
       01  WS-AGE-MIN              PIC 9(7).
       01  WS-AGE-ED               PIC Z(6)9.

      *> Reporting
       01  WS-FIRED                PIC 9(3) VALUE 0.
       01  WS-IL-MODEL             PIC X(100) VALUE SPACES.
       01  WS-IL-REASON            PIC X(8).
       01  WS-IL-DETAIL            PIC X(200).
       01  WS-ALERT-TEXT           PIC X(150).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-SETTINGS
           PERFORM LOAD-STATE
           PERFORM GET-NOW-MINUTES
           PERFORM SCAN-HEARTBEATS
      *>   A daemon restarted on an earlier pass that has left no
      *>   heartbeat at all never got as far as its first poll.
           IF WS-ST-AWAITING = 'Y' AND WS-WATCH-SEEN = 'N'
               MOVE "HBDEAD" TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING
                   "restarted WATCH daemon never came up (restart "
                                                   DELIMITED SIZE
                   WS-ST-LAST                      DELIMITED SIZE
                   ")"                             DELIMITED SIZE
                   INTO WS-IL-DETAIL
               PERFORM REPORT-EVENT
               PERFORM RESTART-DAEMON
           END-IF
           IF WS-WATCH-HEALTHY = 'Y'
               MOVE 'N' TO WS-ST-AWAITING
               IF WS-ST-RESTARTS > 0
                   MOVE WS-ST-LAST TO WS-STAMP-BUF
                   PERFORM STAMP-TO-MINUTES
                   IF WS-STAMP-OK = 'N'
                           OR WS-NOW-MIN - WS-STAMP-MIN
                               >= WS-RESET-MIN
                       DISPLAY "WATCH daemon healthy since the last"
                           " restart -- restart count cleared"
                       MOVE 0 TO WS-ST-RESTARTS
                       MOVE 'N' TO WS-ST-PAGED
                   END-IF
               END-IF
           END-IF
           PERFORM SWEEP-STALE-MARKERS
           PERFORM SAVE-STATE
           IF WS-HB-COUNT = 0
               DISPLAY "no heartbeats -- nothing running"
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f "                    DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF WS-FIRED > 0
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
           MOVE SPACES TO WS-STATE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "watchdog-state.dat"
               DELIMITED SIZE INTO WS-STATE-PATH
           MOVE SPACES TO WS-ALERT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "alerts.log"
               DELIMITED SIZE INTO WS-ALERT-PATH
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-LIST-PATH
           STRING
               "/tmp/cobold_watchdog_" DELIMITED SIZE
               WS-PID-STR              DELIMITED SIZE
               ".txt"                  DELIMITED SIZE
               INTO WS-LIST-PATH.

       LOAD-SETTINGS.
           MOVE "./notify.sh" TO WS-NOTIFY-CMD
           MOVE "ALERT_NOTIFY_CMD" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               MOVE WS-EG-VALUE(1:200) TO WS-NOTIFY-CMD
           END-IF
           MOVE "WATCHDOG_RESTART_CMD" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           MOVE WS-EG-VALUE TO WS-RESTART-CMD
           MOVE "WATCHDOG_STALE_MINUTES" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-STALE-MIN
           END-IF
           IF WS-STALE-MIN = 0
               MOVE 10 TO WS-STALE-MIN
           END-IF
           MOVE "WATCHDOG_MAX_RESTARTS" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-MAX-RESTARTS
           END-IF
           MOVE "WATCHDOG_RESET_MINUTES" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-RESET-MIN
           END-IF.

       LOAD-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO WS-ST-F1 WS-ST-F2 WS-ST-F3 WS-ST-F4
                   UNSTRING STATE-RECORD DELIMITED BY '|'
                       INTO WS-ST-F1 WS-ST-F2 WS-ST-F3 WS-ST-F4
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ST-F1))
                           = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ST-F1))
                           TO WS-ST-RESTARTS
                   END-IF
                   MOVE WS-ST-F2 TO WS-ST-LAST
                   IF WS-ST-F3(1:1) = 'Y'
                       MOVE 'Y' TO WS-ST-AWAITING
                   END-IF
                   IF WS-ST-F4(1:1) = 'Y'
                       MOVE 'Y' TO WS-ST-PAGED
                   END-IF
           END-READ
           CLOSE STATE-FILE.

       SAVE-STATE.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "warning: could not write "
                   FUNCTION TRIM(WS-STATE-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-RECORD
           STRING
               WS-ST-RESTARTS   DELIMITED SIZE
               '|'              DELIMITED SIZE
               WS-ST-LAST       DELIMITED SIZE
               '|'              DELIMITED SIZE
               WS-ST-AWAITING   DELIMITED SIZE
               '|'              DELIMITED SIZE
               WS-ST-PAGED      DELIMITED SIZE
               INTO STATE-RECORD
           WRITE STATE-RECORD
           CLOSE STATE-FILE.

       GET-NOW-MINUTES.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-NOW-DATE(1:4) '-' WS-NOW-DATE(5:2) '-'
               WS-NOW-DATE(7:2) ' ' WS-NOW-TIME(1:2) ':'
               WS-NOW-TIME(3:2) ':' WS-NOW-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           MOVE WS-STAMP TO WS-STAMP-BUF
           PERFORM STAMP-TO-MINUTES
           MOVE WS-STAMP-MIN TO WS-NOW-MIN.

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

      *>----------------------------------------------------------------
      *> One listing line per heartbeat: whether the PID answers
      *> kill -0, whether a .stale marker is already down, the PID
      *> the file is named for, then the record
      *>----------------------------------------------------------------
       SCAN-HEARTBEATS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "for f in '"                 DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "heartbeat'/*.hb; do [ -f ""$f"" ] || continue; "
                                            DELIMITED SIZE
               "p=$(basename ""$f"" .hb); a=N; s=N; "
                                            DELIMITED SIZE
               "kill -0 ""$p"" 2>/dev/null && a=Y; "
                                            DELIMITED SIZE
               "[ -f ""${f%.hb}.stale"" ] && s=Y; "
                                            DELIMITED SIZE
               "printf '%s|%s|%s|%s\n' ""$a"" ""$s"" ""$p"" "
                                            DELIMITED SIZE
               """$(head -1 ""$f"")""; done > "
                                            DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-HEARTBEAT
               END-READ
           END-PERFORM
           CLOSE LIST-FILE.

       CHECK-HEARTBEAT.
           IF FUNCTION TRIM(LIST-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HB-ALIVE WS-HB-MARKED WS-HB-FILE-PID
               WS-HB-PID WS-HB-MODE WS-HB-LAST-ACT WS-HB-HANDLED
               WS-HB-CURRENT WS-HB-BEAT WS-HB-INTERVAL
           UNSTRING LIST-RECORD DELIMITED BY '|'
               INTO WS-HB-ALIVE WS-HB-MARKED WS-HB-FILE-PID
                    WS-HB-PID WS-HB-MODE WS-HB-LAST-ACT
                    WS-HB-HANDLED WS-HB-CURRENT WS-HB-BEAT
                    WS-HB-INTERVAL
           END-UNSTRING
           ADD 1 TO WS-HB-COUNT
           IF WS-HB-CURRENT = SPACES
               MOVE '(idle)' TO WS-HB-CURRENT
           END-IF
           MOVE 0 TO WS-HANDLED-ED
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HB-HANDLED)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HB-HANDLED))
                   TO WS-HANDLED-ED
           END-IF
      *>   A record caught half-written reads empty; the next pass
      *>   will see it whole. A dead PID's is debris either way.
           IF WS-HB-MODE = SPACES
               IF WS-HB-ALIVE = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE '(unknown)' TO WS-HB-MODE
           END-IF
           IF WS-HB-MODE = 'WATCH'
               MOVE 'Y' TO WS-WATCH-SEEN
           END-IF
           IF WS-HB-ALIVE NOT = 'Y'
               PERFORM REPORT-DEAD-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HB-BEAT TO WS-STAMP-BUF
           PERFORM STAMP-TO-MINUTES
           MOVE 0 TO WS-AGE-MIN
           IF WS-STAMP-OK = 'Y' AND WS-STAMP-MIN < WS-NOW-MIN
               COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-STAMP-MIN
           END-IF
           MOVE WS-AGE-MIN TO WS-AGE-ED
           IF FUNCTION TRIM(WS-HB-INTERVAL) NOT = '00000'
                   AND WS-AGE-MIN >= WS-STALE-MIN
               PERFORM REPORT-HUNG-RUN
               EXIT PARAGRAPH
           END-IF
           IF WS-HB-MARKED = 'Y'
               DISPLAY "RECOVERED " FUNCTION TRIM(WS-HB-MODE)
                   " pid " FUNCTION TRIM(WS-HB-FILE-PID)
                   " is beating again"
               PERFORM DROP-STALE-MARKER
           END-IF
           IF WS-HB-MODE = 'WATCH'
               MOVE 'Y' TO WS-WATCH-HEALTHY
           END-IF
           DISPLAY "OK   " WS-HB-MODE " pid "
               FUNCTION TRIM(WS-HB-FILE-PID)
               " beat " WS-HB-BEAT(12:8) ", "
               FUNCTION TRIM(WS-HANDLED-ED) " handled"
               ", now: " FUNCTION TRIM(WS-HB-CURRENT).

       REPORT-DEAD-RUN.
           MOVE "HBDEAD" TO WS-IL-REASON
           MOVE SPACES TO WS-IL-DETAIL
           STRING
               FUNCTION TRIM(WS-HB-MODE)      DELIMITED SIZE
               " pid "                        DELIMITED SIZE
               FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
               " is gone -- last beat "       DELIMITED SIZE
               WS-HB-BEAT                     DELIMITED SIZE
               ", "                           DELIMITED SIZE
               FUNCTION TRIM(WS-HANDLED-ED)
                                              DELIMITED SIZE
               " handled, last on "           DELIMITED SIZE
               FUNCTION TRIM(WS-HB-CURRENT)   DELIMITED SIZE
               INTO WS-IL-DETAIL
           PERFORM REPORT-EVENT
           PERFORM DROP-HEARTBEAT
           IF WS-HB-MODE = 'WATCH'
               PERFORM RESTART-DAEMON
           END-IF.

      *> Paged the first time only; a WATCH daemon is killed and
      *> restarted when restarts are configured, since a hung one
      *> holds the inbox just as surely as a dead one.
       REPORT-HUNG-RUN.
           IF WS-HB-MARKED NOT = 'Y'
               MOVE "HBSTALE" TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING
                   FUNCTION TRIM(WS-HB-MODE)      DELIMITED SIZE
                   " pid "                        DELIMITED SIZE
                   FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
                   " silent "                     DELIMITED SIZE
                   FUNCTION TRIM(WS-AGE-ED)       DELIMITED SIZE
                   " min -- last beat "           DELIMITED SIZE
                   WS-HB-BEAT                     DELIMITED SIZE
                   ", "                           DELIMITED SIZE
                   FUNCTION TRIM(WS-HANDLED-ED)
                                                  DELIMITED SIZE
                   " handled, on "                DELIMITED SIZE
                   FUNCTION TRIM(WS-HB-CURRENT)   DELIMITED SIZE
                   INTO WS-IL-DETAIL
               PERFORM REPORT-EVENT
               MOVE SPACES TO WS-SHELL-CMD
               STRING
                   "touch '"                      DELIMITED SIZE
                   FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
                   "heartbeat/"                   DELIMITED SIZE
                   FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
                   ".stale'"                      DELIMITED SIZE
                   INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
           ELSE
               DISPLAY "HUNG " WS-HB-MODE " pid "
                   FUNCTION TRIM(WS-HB-FILE-PID) " silent "
                   FUNCTION TRIM(WS-AGE-ED) " min (already reported)"
           END-IF
           IF WS-HB-MODE = 'WATCH' AND WS-RESTART-CMD NOT = SPACES
               MOVE SPACES TO WS-SHELL-CMD
               STRING
                   "kill "                        DELIMITED SIZE
                   FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
                   " 2>/dev/null; sleep 2; kill -9 "
                                                  DELIMITED SIZE
                   FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
                   " 2>/dev/null"                 DELIMITED SIZE
                   INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
               DISPLAY "killed hung WATCH pid "
                   FUNCTION TRIM(WS-HB-FILE-PID)
               PERFORM DROP-HEARTBEAT
               PERFORM RESTART-DAEMON
           END-IF.

      *>----------------------------------------------------------------
      *> Restart the WATCH daemon, within the crash-loop limit
      *>----------------------------------------------------------------
       RESTART-DAEMON.
           IF WS-RESTART-CMD = SPACES
               DISPLAY "no WATCHDOG_RESTART_CMD -- WATCH daemon left"
                   " down"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAX-RESTARTS TO WS-MAX-ED
           IF WS-ST-RESTARTS >= WS-MAX-RESTARTS
               MOVE 'N' TO WS-ST-AWAITING
               IF WS-ST-PAGED = 'Y'
                   DISPLAY "restart limit of " FUNCTION TRIM(WS-MAX-ED)
                       " reached -- WATCH daemon left down"
                   EXIT PARAGRAPH
               END-IF
               MOVE "HBLIMIT" TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING
                   "WATCH daemon restarted "      DELIMITED SIZE
                   FUNCTION TRIM(WS-MAX-ED)       DELIMITED SIZE
                   " time(s) without staying up -- left down, last"
                                                  DELIMITED SIZE
                   " restart "                    DELIMITED SIZE
                   WS-ST-LAST                     DELIMITED SIZE
                   INTO WS-IL-DETAIL
               PERFORM REPORT-EVENT
               MOVE 'Y' TO WS-ST-PAGED
               EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING WS-RESTART-CMD
           ADD 1 TO WS-ST-RESTARTS
           MOVE WS-STAMP TO WS-ST-LAST
           MOVE 'Y' TO WS-ST-AWAITING
           MOVE WS-ST-RESTARTS TO WS-RESTARTS-ED
           MOVE "RESTART" TO WS-IL-REASON
           MOVE SPACES TO WS-IL-DETAIL
           STRING
               "WATCH daemon restarted ("     DELIMITED SIZE
               FUNCTION TRIM(WS-RESTARTS-ED)  DELIMITED SIZE
               " of "                         DELIMITED SIZE
               FUNCTION TRIM(WS-MAX-ED)       DELIMITED SIZE
               ")"                            DELIMITED SIZE
               INTO WS-IL-DETAIL
           PERFORM REPORT-EVENT.

      *>----------------------------------------------------------------
      *> incident.log, alerts.log and the notify script, in that order
      *>----------------------------------------------------------------
       REPORT-EVENT.
           ADD 1 TO WS-FIRED
           CALL "INCIDENT-LOG" USING
               WS-IL-MODEL WS-IL-REASON WS-IL-DETAIL
           MOVE SPACES TO WS-ALERT-TEXT
           STRING
               FUNCTION TRIM(WS-IL-REASON)    DELIMITED SIZE
               ': '                           DELIMITED SIZE
               FUNCTION TRIM(WS-IL-DETAIL)    DELIMITED SIZE
               INTO WS-ALERT-TEXT
      *>   A file name in the detail must not break the quoting of
      *>   the notify argument.
           INSPECT WS-ALERT-TEXT REPLACING ALL "'" BY " "
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS = "00"
               MOVE SPACES TO ALERT-RECORD
               STRING
                   WS-STAMP                       DELIMITED SIZE
                   '|'                            DELIMITED SIZE
                   FUNCTION TRIM(WS-IL-REASON)    DELIMITED SIZE
                   '|'                            DELIMITED SIZE
                   FUNCTION TRIM(WS-ALERT-TEXT)   DELIMITED SIZE
                   INTO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               FUNCTION TRIM(WS-NOTIFY-CMD)  DELIMITED SIZE
               " '"                          DELIMITED SIZE
               FUNCTION TRIM(WS-ALERT-TEXT)  DELIMITED SIZE
               "' 2>/dev/null"               DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           DISPLAY "ALERT " FUNCTION TRIM(WS-ALERT-TEXT).

       DROP-HEARTBEAT.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
               "heartbeat/"                   DELIMITED SIZE
               FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
               ".hb' '"                       DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
               "heartbeat/"                   DELIMITED SIZE
               FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
               ".stale'"                      DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       DROP-STALE-MARKER.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
               "heartbeat/"                   DELIMITED SIZE
               FUNCTION TRIM(WS-HB-FILE-PID)  DELIMITED SIZE
               ".stale'"                      DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

      *> A marker whose heartbeat went away with a clean finish.
       SWEEP-STALE-MARKERS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "for s in '"                 DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)    DELIMITED SIZE
               "heartbeat'/*.stale; do [ -f ""$s"" ] || continue; "
                                            DELIMITED SIZE
               "[ -f ""${s%.stale}.hb"" ] || rm -f ""$s""; done"
                                            DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.
