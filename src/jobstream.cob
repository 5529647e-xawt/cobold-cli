      *================================================================*
      * PROGRAM:     JOBSTREAM                                         *
      * DESCRIPTION: Job-stream controller for the nightly batch       *
      *              window. The stream is defined in jobstream.dat    *
      *              next to the executable (or the file named on the  *
      *              command line), one step per line, '#' comments:   *
      *                step|max-rc|predecessors|skip-if|command        *
      *              e.g.                                              *
      *                RECON|4|||./dist/recon                          *
      *                BACKUP|0|RECON|RECON GE 8|./dist/backup         *
      *              predecessors is a comma list of step names that   *
      *              must have finished first; skip-if is a comma list *
      *              of condition-code tests (STEP op rc, op one of    *
      *              GE GT EQ NE LE LT) -- when any of them is true    *
      *              the step is bypassed and counts as satisfied for  *
      *              its own successors. A step ending above its       *
      *              max-rc has FAILED; everything that depends on it  *
      *              (directly or through another held step) is HELD   *
      *              rather than run, unless its own skip-if bypasses  *
      *              it first. Steps on independent branches carry on. *
      *                                                                *
      *              The stream only starts on a business day per      *
      *              SHOP-CALENDAR. Every step finished -- run,        *
      *              skipped, held or failed -- appends a line to      *
      *              jobstream-history.dat as it happens:              *
      *                run-id|stream|step|start|end|rc|status          *
      *              with a closing (stream) line per run. --restart   *
      *              picks up the stream's most recent run, carries    *
      *              forward every step that ended OK or SKIP there    *
      *              (status DONE, nothing rerun -- BACKUP is never    *
      *              taken twice), and runs the failed, held and       *
      *              never-reached steps. A restart is an operator     *
      *              decision and is not held to the calendar.         *
      *              RETURN-CODE 0 clean, 4 when a step ended with a   *
      *              warning inside its max-rc, 8 when any step failed *
      *              or was held (an incident is logged as well).      *
      *                                                                *
      * Build & run (from the scheduler):                              *
      *   cobc -x src/jobstream.cob -o dist/jobstream                  *
      *   ./dist/jobstream [--restart] [stream-file]                   *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTREAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE
               ASSIGN TO DYNAMIC WS-STREAM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       01  STREAM-RECORD           PIC X(800).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STREAM-PATH          PIC X(520).
       01  WS-HIST-PATH            PIC X(520).
       01  WS-STREAM-STATUS        PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-ARG                  PIC X(300).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-STREAM-ARG           PIC X(300) VALUE SPACES.
       01  WS-STREAM-NAME          PIC X(40).
       01  WS-RESTART              PIC X VALUE 'N'.
       01  WS-SHELL-CMD            PIC X(700).
       01  WS-SHELL-RC             PIC S9(9) BINARY.
       01  WS-SIGNAL-BITS          PIC S9(9) BINARY.

      *> The stream's steps, in definition order
       01  WS-STEP-MAX             PIC 9(2) VALUE 40.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP OCCURS 40 TIMES.
               10  WS-STP-NAME     PIC X(20).
               10  WS-STP-MAXRC    PIC 9(3).
               10  WS-STP-PREDS    PIC X(200).
               10  WS-STP-RULES    PIC X(200).
               10  WS-STP-CMD      PIC X(500).
      *>           blank pending, OK, FAIL, SKIP, HELD, DONE
               10  WS-STP-STATUS   PIC X(4).
               10  WS-STP-RC       PIC 9(3).
               10  WS-STP-HAS-RC   PIC X.
               10  WS-STP-START    PIC X(19).
               10  WS-STP-END      PIC X(19).
       01  WS-STP-IDX              PIC 9(2).
       01  WS-STP-FIND             PIC 9(2).
       01  WS-STP-DROPPED          PIC 9(3) VALUE 0.
       01  WS-DEF-ERRORS           PIC 9(3) VALUE 0.

      *> Definition line fields
       01  WS-DEF-NAME             PIC X(20).
       01  WS-DEF-MAXRC            PIC X(6).
       01  WS-DEF-PREDS            PIC X(200).
       01  WS-DEF-RULES            PIC X(200).
       01  WS-DEF-PTR              PIC 9(4).

      *> Dispatch passes -- each pass resolves every step whose
      *> predecessors are all resolved; a pass that resolves nothing
      *> while steps are still pending means a predecessor that
      *> never appears in the stream.
       01  WS-PENDING              PIC 9(2).
       01  WS-RESOLVED-THIS-PASS   PIC 9(2).
       01  WS-READY                PIC X.
       01  WS-PRED-BROKEN          PIC X.
       01  WS-SKIP-HIT             PIC X.
       01  WS-SKIP-WHY             PIC X(40).

      *> Comma-list walking for predecessors and skip-if tests
       01  WS-LIST                 PIC X(200).
       01  WS-LIST-PTR             PIC 9(4).
       01  WS-LIST-ITEM            PIC X(40).
       01  WS-RULE-STEP            PIC X(20).
       01  WS-RULE-OP              PIC X(2).
       01  WS-RULE-RC-X            PIC X(6).
       01  WS-RULE-RC              PIC 9(3).

      *> Restart -- the stream's most recent run in the history
       01  WS-RUN-ID               PIC X(14).
       01  WS-PRIOR-RUN-ID         PIC X(14) VALUE SPACES.
       01  WS-PRIOR-ENDED-CLEAN    PIC X VALUE 'N'.
       01  WS-H-RUN-ID             PIC X(14).
       01  WS-H-STREAM             PIC X(40).
       01  WS-H-STEP               PIC X(20).
       01  WS-H-START              PIC X(19).
       01  WS-H-END                PIC X(19).
       01  WS-H-RC                 PIC X(6).
       01  WS-H-STATUS             PIC X(8).

      *> Calendar check
       01  WS-CAL-ACTION           PIC X.
       01  WS-CAL-DATE             PIC X(10).
       01  WS-CAL-TIME             PIC X(5) VALUE SPACES.
       01  WS-CAL-ANSWER           PIC X.

      *> Stamps
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).
       01  WS-STREAM-START         PIC X(19).

      *> Outcome
       01  WS-COUNT-OK             PIC 9(3) VALUE 0.
       01  WS-COUNT-WARN           PIC 9(3) VALUE 0.
       01  WS-COUNT-FAIL           PIC 9(3) VALUE 0.
       01  WS-COUNT-SKIP           PIC 9(3) VALUE 0.
       01  WS-COUNT-HELD           PIC 9(3) VALUE 0.
       01  WS-COUNT-DONE           PIC 9(3) VALUE 0.
       01  WS-STREAM-RC            PIC 9(3) VALUE 0.
       01  WS-STREAM-STAT          PIC X(4).
       01  WS-COUNT-ED             PIC ZZ9.
       01  WS-RC-ED                PIC ZZ9.

      *> Incident-log staging for a failed stream
       01  WS-IL-MODEL             PIC X(100) VALUE SPACES.
       01  WS-IL-REASON            PIC X(8).
       01  WS-IL-DETAIL            PIC X(200).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-STREAM
           IF WS-STEP-COUNT = 0
               DISPLAY "error: no steps defined in "
                   FUNCTION TRIM(WS-STREAM-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEF-ERRORS > 0 OR WS-STP-DROPPED > 0
               DISPLAY "error: stream definition rejected -- nothing"
                   " run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-STAMP
           MOVE WS-STAMP TO WS-STREAM-START
           MOVE SPACES TO WS-RUN-ID
           STRING WS-DATE WS-TIME(1:6) DELIMITED SIZE INTO WS-RUN-ID

           DISPLAY "================================================="
           DISPLAY " job stream " FUNCTION TRIM(WS-STREAM-NAME)
               "  run " WS-RUN-ID
           IF WS-RESTART = 'Y'
               DISPLAY " RESTART"
           END-IF
           DISPLAY "================================================="
           IF WS-RESTART = 'Y'
               PERFORM LOAD-PRIOR-RUN
               IF WS-PRIOR-RUN-ID = SPACES
                   DISPLAY " no earlier run of this stream on file --"
                       " nothing to restart"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PRIOR-ENDED-CLEAN = 'Y'
                   DISPLAY " run " WS-PRIOR-RUN-ID
                       " ended clean -- nothing to restart"
                   STOP RUN
               END-IF
               DISPLAY " restarting run " WS-PRIOR-RUN-ID
               PERFORM CARRY-PRIOR-STEPS
           ELSE
               MOVE 'B' TO WS-CAL-ACTION
               MOVE WS-STREAM-START(1:10) TO WS-CAL-DATE
               CALL "SHOP-CALENDAR" USING
                   WS-CAL-ACTION WS-CAL-DATE WS-CAL-TIME
                   WS-CAL-ANSWER
               IF WS-CAL-ANSWER NOT = 'Y'
                   DISPLAY " " WS-CAL-DATE
                       " is not a business day -- stream not run"
                   DISPLAY "========================================"
                       "========="
                   STOP RUN
               END-IF
           END-IF

           PERFORM DISPATCH-STEPS
           PERFORM PRINT-STREAM-SUMMARY
           PERFORM WRITE-STREAM-HISTORY
           IF WS-STREAM-RC >= 8
               MOVE 'JOBFAIL' TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING
                   'job stream '                 DELIMITED SIZE
                   FUNCTION TRIM(WS-STREAM-NAME) DELIMITED SIZE
                   ' run '                       DELIMITED SIZE
                   WS-RUN-ID                     DELIMITED SIZE
                   ' ended with failed or held steps'
                                                 DELIMITED SIZE
                   INTO WS-IL-DETAIL
               CALL "INCIDENT-LOG" USING
                   WS-IL-MODEL WS-IL-REASON WS-IL-DETAIL
           END-IF
           MOVE WS-STREAM-RC TO RETURN-CODE
           STOP RUN.

       PARSE-ARGS.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 2
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--restart'
                       MOVE 'Y' TO WS-RESTART
                   WHEN OTHER
                       MOVE WS-ARG TO WS-STREAM-ARG
               END-EVALUATE
           END-PERFORM.

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
           MOVE SPACES TO WS-STREAM-PATH
           IF WS-STREAM-ARG = SPACES
               STRING FUNCTION TRIM(WS-EXE-DIR) "jobstream.dat"
                   DELIMITED SIZE INTO WS-STREAM-PATH
               MOVE "jobstream.dat" TO WS-STREAM-NAME
           ELSE
               MOVE WS-STREAM-ARG TO WS-STREAM-PATH
      *>       The stream is known in the history by its file's base
      *>       name, so a restart finds it however the path is typed.
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-STREAM-ARG, TRAILING))
                   TO WS-PATH-LEN
               MOVE 0 TO WS-SLASH-POS
               INSPECT FUNCTION REVERSE(
                   FUNCTION TRIM(WS-STREAM-ARG, TRAILING))
                   TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
               MOVE WS-STREAM-ARG(WS-PATH-LEN - WS-SLASH-POS + 1:
                   WS-SLASH-POS) TO WS-STREAM-NAME
           END-IF
           MOVE SPACES TO WS-HIST-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "jobstream-history.dat"
               DELIMITED SIZE INTO WS-HIST-PATH.

       LOAD-STREAM.
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-STATUS NOT = "00"
               DISPLAY "error: could not open stream file "
                   FUNCTION TRIM(WS-STREAM-PATH)
                   " (file status " WS-STREAM-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STREAM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-STEP-LINE
               END-READ
           END-PERFORM
           CLOSE STREAM-FILE
           PERFORM CHECK-PREDECESSORS-DEFINED.

      *> The command is the last field and is taken whole from the
      *> pointer on, so a step's command line may carry its own pipes.
       LOAD-STEP-LINE.
           IF STREAM-RECORD = SPACES OR STREAM-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COUNT >= WS-STEP-MAX
               ADD 1 TO WS-STP-DROPPED
               DISPLAY "error: more than 40 steps -- "
                   FUNCTION TRIM(STREAM-RECORD(1:40)) " not loaded"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEF-NAME WS-DEF-MAXRC WS-DEF-PREDS
               WS-DEF-RULES
           MOVE 1 TO WS-DEF-PTR
           UNSTRING STREAM-RECORD DELIMITED BY '|'
               INTO WS-DEF-NAME WS-DEF-MAXRC WS-DEF-PREDS WS-DEF-RULES
               WITH POINTER WS-DEF-PTR
           END-UNSTRING
           IF FUNCTION TRIM(WS-DEF-NAME) = SPACES
                   OR WS-DEF-PTR > FUNCTION LENGTH(STREAM-RECORD)
                   OR STREAM-RECORD(WS-DEF-PTR:) = SPACES
               ADD 1 TO WS-DEF-ERRORS
               DISPLAY "error: step line has no name or no command: "
                   FUNCTION TRIM(STREAM-RECORD(1:60))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE FUNCTION UPPER-CASE(WS-DEF-NAME)
               TO WS-STP-NAME(WS-STEP-COUNT)
           IF FUNCTION TRIM(WS-DEF-MAXRC) = SPACES
               MOVE 0 TO WS-STP-MAXRC(WS-STEP-COUNT)
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DEF-MAXRC))
                       NOT = 0
                   ADD 1 TO WS-DEF-ERRORS
                   DISPLAY "error: step " FUNCTION TRIM(WS-DEF-NAME)
                       " has a non-numeric max-rc"
                   MOVE 0 TO WS-STP-MAXRC(WS-STEP-COUNT)
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DEF-MAXRC))
                       TO WS-STP-MAXRC(WS-STEP-COUNT)
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-DEF-PREDS)
               TO WS-STP-PREDS(WS-STEP-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-DEF-RULES)
               TO WS-STP-RULES(WS-STEP-COUNT)
           MOVE STREAM-RECORD(WS-DEF-PTR:) TO WS-STP-CMD(WS-STEP-COUNT)
           MOVE SPACES TO WS-STP-STATUS(WS-STEP-COUNT)
           MOVE 0 TO WS-STP-RC(WS-STEP-COUNT)
           MOVE 'N' TO WS-STP-HAS-RC(WS-STEP-COUNT)
           MOVE SPACES TO WS-STP-START(WS-STEP-COUNT)
           MOVE SPACES TO WS-STP-END(WS-STEP-COUNT).

      *> A predecessor or skip-if test naming a step the stream does
      *> not define would hold that step forever -- refuse the stream
      *> up front instead of finding out at 02:00.
       CHECK-PREDECESSORS-DEFINED.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               MOVE WS-STP-PREDS(WS-STP-IDX) TO WS-LIST
               MOVE 1 TO WS-LIST-PTR
               PERFORM UNTIL WS-LIST-PTR > FUNCTION LENGTH(WS-LIST)
                   MOVE SPACES TO WS-LIST-ITEM
                   UNSTRING WS-LIST DELIMITED BY ','
                       INTO WS-LIST-ITEM
                       WITH POINTER WS-LIST-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-LIST-ITEM) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-LIST-ITEM) TO WS-RULE-STEP
                       PERFORM FIND-STEP-BY-NAME
                       IF WS-STP-FIND = 0
                           ADD 1 TO WS-DEF-ERRORS
                           DISPLAY "error: step "
                               FUNCTION TRIM(WS-STP-NAME(WS-STP-IDX))
                               " names undefined predecessor "
                               FUNCTION TRIM(WS-RULE-STEP)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-STP-RULES(WS-STP-IDX) TO WS-LIST
               MOVE 1 TO WS-LIST-PTR
               PERFORM UNTIL WS-LIST-PTR > FUNCTION LENGTH(WS-LIST)
                   MOVE SPACES TO WS-LIST-ITEM
                   UNSTRING WS-LIST DELIMITED BY ','
                       INTO WS-LIST-ITEM
                       WITH POINTER WS-LIST-PTR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-LIST-ITEM) NOT = SPACES
                       PERFORM PARSE-RULE-ITEM
                       PERFORM FIND-STEP-BY-NAME
                       IF WS-STP-FIND = 0
                           OR WS-RULE-OP NOT = 'GE' AND NOT = 'GT'
                               AND NOT = 'EQ' AND NOT = 'NE'
                               AND NOT = 'LE' AND NOT = 'LT'
                           OR FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-RULE-RC-X)) NOT = 0
                           ADD 1 TO WS-DEF-ERRORS
                           DISPLAY "error: step "
                               FUNCTION TRIM(WS-STP-NAME(WS-STP-IDX))
                               " has a bad skip-if test: "
                               FUNCTION TRIM(WS-LIST-ITEM)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> "RECON GE 8" -> step, operator, condition code
       PARSE-RULE-ITEM.
           MOVE SPACES TO WS-RULE-STEP WS-RULE-OP WS-RULE-RC-X
           UNSTRING FUNCTION TRIM(WS-LIST-ITEM) DELIMITED BY ALL SPACE
               INTO WS-RULE-STEP WS-RULE-OP WS-RULE-RC-X
           END-UNSTRING
           MOVE 0 TO WS-RULE-RC
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RULE-RC-X)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RULE-RC-X))
                   TO WS-RULE-RC
           END-IF.

       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-STP-FIND
           PERFORM VARYING WS-STP-FIND FROM 1 BY 1
                   UNTIL WS-STP-FIND > WS-STEP-COUNT
               IF WS-STP-NAME(WS-STP-FIND) = WS-RULE-STEP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STP-FIND > WS-STEP-COUNT
               MOVE 0 TO WS-STP-FIND
           END-IF.

      *> Two passes over the history: the first finds the stream's
      *> latest run id and whether its (stream) line closed it clean,
      *> the second marks which of that run's steps are done.
       LOAD-PRIOR-RUN.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-HIST-LINE
                       IF WS-H-STREAM = WS-STREAM-NAME
                           IF WS-H-RUN-ID NOT = WS-PRIOR-RUN-ID
                               MOVE WS-H-RUN-ID TO WS-PRIOR-RUN-ID
                               MOVE 'N' TO WS-PRIOR-ENDED-CLEAN
                           END-IF
                           IF WS-H-STEP = '(stream)'
                                   AND (WS-H-STATUS = 'OK'
                                        OR WS-H-STATUS = 'WARN')
                               MOVE 'Y' TO WS-PRIOR-ENDED-CLEAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       CARRY-PRIOR-STEPS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SPLIT-HIST-LINE
                       IF WS-H-STREAM = WS-STREAM-NAME
                               AND WS-H-RUN-ID = WS-PRIOR-RUN-ID
                               AND (WS-H-STATUS = 'OK'
                                    OR WS-H-STATUS = 'SKIP'
                                    OR WS-H-STATUS = 'DONE')
                           PERFORM CARRY-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
      *>   Each carried step's history line under the new run id lets
      *>   a second restart carry it again.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF WS-STP-STATUS(WS-STP-IDX) = 'DONE'
                   DISPLAY " " WS-STP-NAME(WS-STP-IDX)
                       " DONE  carried from run " WS-PRIOR-RUN-ID
                   PERFORM WRITE-STEP-HISTORY
               END-IF
           END-PERFORM.

      *> A carried step keeps its original stamps and condition code,
      *> so skip-if tests against it judge the same way they did in
      *> the run being restarted.
       CARRY-ONE-STEP.
           MOVE WS-H-STEP TO WS-RULE-STEP
           PERFORM FIND-STEP-BY-NAME
           IF WS-STP-FIND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STP-STATUS(WS-STP-FIND) = 'DONE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'DONE' TO WS-STP-STATUS(WS-STP-FIND)
           MOVE WS-H-START TO WS-STP-START(WS-STP-FIND)
           MOVE WS-H-END TO WS-STP-END(WS-STP-FIND)
           IF WS-H-STATUS = 'SKIP'
               MOVE 'N' TO WS-STP-HAS-RC(WS-STP-FIND)
               MOVE 0 TO WS-STP-RC(WS-STP-FIND)
           ELSE
               MOVE 'Y' TO WS-STP-HAS-RC(WS-STP-FIND)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-H-RC)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-H-RC))
                       TO WS-STP-RC(WS-STP-FIND)
               END-IF
           END-IF
           ADD 1 TO WS-COUNT-DONE.

       SPLIT-HIST-LINE.
           MOVE SPACES TO WS-H-RUN-ID WS-H-STREAM WS-H-STEP WS-H-START
               WS-H-END WS-H-RC WS-H-STATUS
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-H-RUN-ID WS-H-STREAM WS-H-STEP WS-H-START
                    WS-H-END WS-H-RC WS-H-STATUS
           END-UNSTRING.

      *> Keep passing over the table until every step is resolved.
       DISPATCH-STEPS.
           MOVE 1 TO WS-RESOLVED-THIS-PASS
           PERFORM UNTIL WS-RESOLVED-THIS-PASS = 0
               MOVE 0 TO WS-RESOLVED-THIS-PASS
               MOVE 0 TO WS-PENDING
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                   IF WS-STP-STATUS(WS-STP-IDX) = SPACES
                       PERFORM TRY-ONE-STEP
                       IF WS-STP-STATUS(WS-STP-IDX) = SPACES
                           ADD 1 TO WS-PENDING
                       ELSE
                           ADD 1 TO WS-RESOLVED-THIS-PASS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
      *>   Anything still pending waits on a predecessor cycle; hold it
      *>   so the stream's condition code says so.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF WS-STP-STATUS(WS-STP-IDX) = SPACES
                   MOVE 'HELD' TO WS-STP-STATUS(WS-STP-IDX)
                   MOVE 'predecessor cycle' TO WS-SKIP-WHY
                   PERFORM RECORD-UNRUN-STEP
               END-IF
           END-PERFORM.

      *> A step is ready once every predecessor is resolved. Its
      *> skip-if tests come first; failing that, a failed or held
      *> predecessor holds it; otherwise it runs.
       TRY-ONE-STEP.
           MOVE 'Y' TO WS-READY
           MOVE 'N' TO WS-PRED-BROKEN
           MOVE WS-STP-PREDS(WS-STP-IDX) TO WS-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > FUNCTION LENGTH(WS-LIST)
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-LIST DELIMITED BY ','
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-LIST-ITEM) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-LIST-ITEM) TO WS-RULE-STEP
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-STP-FIND > 0
                       EVALUATE WS-STP-STATUS(WS-STP-FIND)
                           WHEN SPACES
                               MOVE 'N' TO WS-READY
                           WHEN 'FAIL'
                           WHEN 'HELD'
                               MOVE 'Y' TO WS-PRED-BROKEN
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-READY NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM EVALUATE-SKIP-RULES
           EVALUATE TRUE
               WHEN WS-SKIP-HIT = 'Y'
                   MOVE 'SKIP' TO WS-STP-STATUS(WS-STP-IDX)
                   ADD 1 TO WS-COUNT-SKIP
                   PERFORM RECORD-UNRUN-STEP
               WHEN WS-PRED-BROKEN = 'Y'
                   MOVE 'HELD' TO WS-STP-STATUS(WS-STP-IDX)
                   MOVE 'predecessor failed' TO WS-SKIP-WHY
                   PERFORM RECORD-UNRUN-STEP
               WHEN OTHER
                   PERFORM RUN-ONE-STEP
           END-EVALUATE.

      *> Only a step that actually ran has a condition code to test;
      *> a test against a skipped or held step is simply not true.
       EVALUATE-SKIP-RULES.
           MOVE 'N' TO WS-SKIP-HIT
           MOVE SPACES TO WS-SKIP-WHY
           MOVE WS-STP-RULES(WS-STP-IDX) TO WS-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-PTR > FUNCTION LENGTH(WS-LIST)
                   OR WS-SKIP-HIT = 'Y'
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-LIST DELIMITED BY ','
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-LIST-ITEM) NOT = SPACES
                   PERFORM PARSE-RULE-ITEM
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-STP-FIND > 0
                       IF WS-STP-HAS-RC(WS-STP-FIND) = 'Y'
                           EVALUATE WS-RULE-OP
                               WHEN 'GE'
                                   IF WS-STP-RC(WS-STP-FIND)
                                           >= WS-RULE-RC
                                       MOVE 'Y' TO WS-SKIP-HIT
                                   END-IF
                               WHEN 'GT'
                                   IF WS-STP-RC(WS-STP-FIND)
                                           > WS-RULE-RC
                                       MOVE 'Y' TO WS-SKIP-HIT
                                   END-IF
                               WHEN 'EQ'
                                   IF WS-STP-RC(WS-STP-FIND)
                                           = WS-RULE-RC
                                       MOVE 'Y' TO WS-SKIP-HIT
                                   END-IF
                               WHEN 'NE'
                                   IF WS-STP-RC(WS-STP-FIND)
                                           NOT = WS-RULE-RC
                                       MOVE 'Y' TO WS-SKIP-HIT
                                   END-IF
                               WHEN 'LE'
                                   IF WS-STP-RC(WS-STP-FIND)
                                           <= WS-RULE-RC
                                       MOVE 'Y' TO WS-SKIP-HIT
                                   END-IF
                               WHEN 'LT'
                                   IF WS-STP-RC(WS-STP-FIND)
                                           < WS-RULE-RC
                                       MOVE 'Y' TO WS-SKIP-HIT
                                   END-IF
                           END-EVALUATE
                           IF WS-SKIP-HIT = 'Y'
                               MOVE FUNCTION TRIM(WS-LIST-ITEM)
                                   TO WS-SKIP-WHY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> system() hands back the raw wait status -- the exit code is
      *> its high byte, and anything in the low byte means the step
      *> was killed by a signal, which is reported as RC 999.
       RUN-ONE-STEP.
           PERFORM BUILD-STAMP
           MOVE WS-STAMP TO WS-STP-START(WS-STP-IDX)
           DISPLAY " " WS-STP-NAME(WS-STP-IDX) " started  " WS-STAMP
           DISPLAY "   " FUNCTION TRIM(WS-STP-CMD(WS-STP-IDX))
           MOVE SPACES TO WS-SHELL-CMD
           MOVE WS-STP-CMD(WS-STP-IDX) TO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
               RETURNING WS-SHELL-RC
           IF WS-SHELL-RC < 0
               MOVE 999 TO WS-STP-RC(WS-STP-IDX)
           ELSE
               DIVIDE WS-SHELL-RC BY 256
                   GIVING WS-STP-RC(WS-STP-IDX)
                   REMAINDER WS-SIGNAL-BITS
               IF WS-SIGNAL-BITS NOT = 0
                   MOVE 999 TO WS-STP-RC(WS-STP-IDX)
               END-IF
           END-IF
           MOVE 'Y' TO WS-STP-HAS-RC(WS-STP-IDX)
           PERFORM BUILD-STAMP
           MOVE WS-STAMP TO WS-STP-END(WS-STP-IDX)
           IF WS-STP-RC(WS-STP-IDX) > WS-STP-MAXRC(WS-STP-IDX)
               MOVE 'FAIL' TO WS-STP-STATUS(WS-STP-IDX)
               ADD 1 TO WS-COUNT-FAIL
           ELSE
               MOVE 'OK' TO WS-STP-STATUS(WS-STP-IDX)
               ADD 1 TO WS-COUNT-OK
               IF WS-STP-RC(WS-STP-IDX) > 0
                   ADD 1 TO WS-COUNT-WARN
               END-IF
           END-IF
           MOVE WS-STP-RC(WS-STP-IDX) TO WS-RC-ED
           DISPLAY " " WS-STP-NAME(WS-STP-IDX) " ended    "
               WS-STP-END(WS-STP-IDX) "  RC " WS-RC-ED
               "  " WS-STP-STATUS(WS-STP-IDX)
           PERFORM WRITE-STEP-HISTORY.

       RECORD-UNRUN-STEP.
           PERFORM BUILD-STAMP
           MOVE WS-STAMP TO WS-STP-START(WS-STP-IDX)
           MOVE WS-STAMP TO WS-STP-END(WS-STP-IDX)
           IF WS-STP-STATUS(WS-STP-IDX) = 'HELD'
               ADD 1 TO WS-COUNT-HELD
           END-IF
           DISPLAY " " WS-STP-NAME(WS-STP-IDX) " "
               WS-STP-STATUS(WS-STP-IDX) "  -- "
               FUNCTION TRIM(WS-SKIP-WHY)
           PERFORM WRITE-STEP-HISTORY.

      *> Appended one line at a time, so a controller that dies
      *> mid-stream still leaves a history a restart can work from.
       WRITE-STEP-HISTORY.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "warning: could not write "
                   FUNCTION TRIM(WS-HIST-PATH)
                   " (file status " WS-HIST-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STP-RC(WS-STP-IDX) TO WS-RC-ED
           MOVE SPACES TO HIST-RECORD
           IF WS-STP-HAS-RC(WS-STP-IDX) = 'Y'
               STRING
                   WS-RUN-ID                        DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-STREAM-NAME)    DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-STP-NAME(WS-STP-IDX))
                                                    DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   WS-STP-START(WS-STP-IDX)         DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   WS-STP-END(WS-STP-IDX)           DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-RC-ED)          DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-STP-STATUS(WS-STP-IDX))
                                                    DELIMITED SIZE
                   INTO HIST-RECORD
           ELSE
               STRING
                   WS-RUN-ID                        DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-STREAM-NAME)    DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   FUNCTION TRIM(WS-STP-NAME(WS-STP-IDX))
                                                    DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   WS-STP-START(WS-STP-IDX)         DELIMITED SIZE
                   '|'                              DELIMITED SIZE
                   WS-STP-END(WS-STP-IDX)           DELIMITED SIZE
                   '||'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-STP-STATUS(WS-STP-IDX))
                                                    DELIMITED SIZE
                   INTO HIST-RECORD
           END-IF
           WRITE HIST-RECORD
           CLOSE HIST-FILE.

       PRINT-STREAM-SUMMARY.
           EVALUATE TRUE
               WHEN WS-COUNT-FAIL > 0 OR WS-COUNT-HELD > 0
                   MOVE 8 TO WS-STREAM-RC
                   MOVE 'FAIL' TO WS-STREAM-STAT
               WHEN WS-COUNT-WARN > 0
                   MOVE 4 TO WS-STREAM-RC
                   MOVE 'WARN' TO WS-STREAM-STAT
               WHEN OTHER
                   MOVE 0 TO WS-STREAM-RC
                   MOVE 'OK' TO WS-STREAM-STAT
           END-EVALUATE
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-STEP-COUNT TO WS-COUNT-ED
           DISPLAY " steps in stream:      " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-COUNT-OK TO WS-COUNT-ED
           DISPLAY " ran OK:               " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-COUNT-WARN TO WS-COUNT-ED
           DISPLAY "   of which warnings:  " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-COUNT-DONE TO WS-COUNT-ED
           DISPLAY " carried (restart):    " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-COUNT-SKIP TO WS-COUNT-ED
           DISPLAY " skipped by rule:      " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-COUNT-FAIL TO WS-COUNT-ED
           DISPLAY " failed:               " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-COUNT-HELD TO WS-COUNT-ED
           DISPLAY " held:                 " FUNCTION TRIM(WS-COUNT-ED)
           IF WS-STREAM-RC >= 8
               DISPLAY " STREAM FAILED -- fix the failed step and run"
                   " with --restart"
               PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                       UNTIL WS-STP-IDX > WS-STEP-COUNT
                   IF WS-STP-STATUS(WS-STP-IDX) = 'FAIL'
                       MOVE WS-STP-RC(WS-STP-IDX) TO WS-RC-ED
                       DISPLAY "   failed: " WS-STP-NAME(WS-STP-IDX)
                           " RC " FUNCTION TRIM(WS-RC-ED)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY " stream complete"
           END-IF
           DISPLAY "=================================================".

       WRITE-STREAM-HISTORY.
           PERFORM BUILD-STAMP
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STREAM-RC TO WS-RC-ED
           MOVE SPACES TO HIST-RECORD
           STRING
               WS-RUN-ID                        DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-STREAM-NAME)    DELIMITED SIZE
               '|(stream)|'                     DELIMITED SIZE
               WS-STREAM-START                  DELIMITED SIZE
               '|'                              DELIMITED SIZE
               WS-STAMP                         DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-RC-ED)          DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-STREAM-STAT)    DELIMITED SIZE
               INTO HIST-RECORD
           WRITE HIST-RECORD
           CLOSE HIST-FILE.

       BUILD-STAMP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP.
