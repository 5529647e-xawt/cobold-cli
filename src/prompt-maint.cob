      *================================================================*
      * PROGRAM:     PROMPT-MAINT                                      *
      * DESCRIPTION: Change control for the system-prompt profiles in  *
      *              prompts/ -- the instructions behind every chat,   *
      *              standing query, REGRESSION case and template run. *
      *              Every change goes through here and becomes a      *
      *              numbered version: a copy is kept in               *
      *              prompts/versions/<profile>.vNNNN and a line is    *
      *              appended to prompts/versions.dat (profile|        *
      *              version|stamp|maintainer|action|reason), so who   *
      *              changed which profile, when and why is on file    *
      *              and every prior text can be put side by side      *
      *              with its successor. Functions:                    *
      *                list     profiles and the version in force      *
      *                history  versions of one profile                *
      *                edit     edit a profile under $EDITOR (vi when  *
      *                         unset) and stamp the result as the     *
      *                         next version                           *
      *                stamp    take the live file as it stands as the *
      *                         next version -- a profile's first      *
      *                         version, or an edit made outside this  *
      *                         program, brought under control         *
      *                diff     line-by-line diff between two versions *
      *                         (or a version and the live file)       *
      *                quit                                            *
      *              PROMPT-VERSION reads the same records to tell a   *
      *              session which version it is running under.        *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/prompt-maint.cob src/prompt-version.cob          *
      *        -o dist/prompt-maint                                    *
      *   ./dist/prompt-maint [maintainer-id]                          *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VER-FILE
               ASSIGN TO DYNAMIC WS-VER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VER-FILE.
       01  VER-RECORD              PIC X(300).
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-VER-PATH             PIC X(520).
       01  WS-LIST-PATH            PIC X(60).
       01  WS-WORK-PATH            PIC X(60).
       01  WS-VER-STATUS           PIC XX.
       01  WS-LIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1200).
       01  WS-SHELL-RC             PIC S9(9) BINARY.
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Operator dialogue
       01  WS-MAINTAINER           PIC X(8).
       01  WS-FUNCTION             PIC X(20).
       01  WS-RUNNING              PIC X VALUE 'Y'.
       01  WS-IN-PROFILE           PIC X(50).
       01  WS-IN-FROM              PIC X(10).
       01  WS-IN-TO                PIC X(10).
       01  WS-IN-REASON            PIC X(120).
       01  WS-NAME-BAD             PIC 9(3).

      *> Versions of the profile in hand
       01  WS-LATEST               PIC 9(4).
       01  WS-NEXT-VERSION         PIC 9(4).
       01  WS-THIS-VERSION         PIC 9(4).
       01  WS-VERSION-ED           PIC ZZZ9.
       01  WS-IN-FORCE             PIC X(20).
       01  WS-IN-STEP              PIC X.
       01  WS-HISTORY-COUNT        PIC 9(4).
       01  WS-FLD-PROFILE          PIC X(50).
       01  WS-FLD-VERSION          PIC X(10).
       01  WS-FLD-STAMP            PIC X(19).
       01  WS-FLD-WHO              PIC X(8).
       01  WS-FLD-ACTION           PIC X(8).
       01  WS-FLD-REASON           PIC X(120).
       01  WS-LOG-ACTION           PIC X(8).
       01  WS-FROM-FILE            PIC X(600).
       01  WS-TO-FILE              PIC X(600).
       01  WS-NUM-WORK             PIC 9(4).

      *> Paths of the profile in hand
       01  WS-LIVE-PATH            PIC X(600).
       01  WS-KEPT-PATH            PIC X(600).
       01  WS-KEPT-DIR             PIC X(520).

      *> Stamping
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM GET-MAINTAINER
           DISPLAY "prompt profile change control ("
               FUNCTION TRIM(WS-EXE-DIR) "prompts/)"
           PERFORM UNTIL WS-RUNNING = 'N'
               DISPLAY " "
               DISPLAY "function (list/history/edit/stamp/diff"
                   "/quit): " WITH NO ADVANCING
               ACCEPT WS-FUNCTION
               EVALUATE FUNCTION TRIM(WS-FUNCTION)
                   WHEN 'list'
                       PERFORM DO-LIST
                   WHEN 'history'
                       PERFORM DO-HISTORY
                   WHEN 'edit'
                       PERFORM DO-EDIT
                   WHEN 'stamp'
                       PERFORM DO-STAMP
                   WHEN 'diff'
                       PERFORM DO-DIFF
                   WHEN 'quit'
                       MOVE 'N' TO WS-RUNNING
                   WHEN 'q'
                       MOVE 'N' TO WS-RUNNING
                   WHEN OTHER
                       DISPLAY "unknown function"
               END-EVALUATE
           END-PERFORM
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
           MOVE SPACES TO WS-VER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "prompts/versions.dat"
               DELIMITED SIZE INTO WS-VER-PATH
           MOVE SPACES TO WS-KEPT-DIR
           STRING FUNCTION TRIM(WS-EXE-DIR) "prompts/versions"
               DELIMITED SIZE INTO WS-KEPT-DIR
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-LIST-PATH
           STRING "/tmp/cobold_pmaint_" WS-PID-STR ".lst"
               DELIMITED SIZE INTO WS-LIST-PATH
           MOVE SPACES TO WS-WORK-PATH
           STRING "/tmp/cobold_pmaint_" WS-PID-STR ".txt"
               DELIMITED SIZE INTO WS-WORK-PATH.

      *> The version records need a who -- the first argument, the
      *> COBOLD_OPERATOR environment variable, or a prompt.
       GET-MAINTAINER.
           MOVE SPACES TO WS-MAINTAINER
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MAINTAINER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MAINTAINER
           END-ACCEPT
           IF FUNCTION TRIM(WS-MAINTAINER) = SPACES
               ACCEPT WS-MAINTAINER
                   FROM ENVIRONMENT "COBOLD_OPERATOR"
                   ON EXCEPTION
                       MOVE SPACES TO WS-MAINTAINER
               END-ACCEPT
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-MAINTAINER) NOT = SPACES
               DISPLAY "your operator id: " WITH NO ADVANCING
               ACCEPT WS-MAINTAINER
           END-PERFORM.

      *> The profile name lands inside paths and quoted shell
      *> commands, so it gets the layout-name fence and no quotes.
       ASK-PROFILE.
           DISPLAY "profile name: " WITH NO ADVANCING
           ACCEPT WS-IN-PROFILE
           MOVE 0 TO WS-NAME-BAD
           IF FUNCTION TRIM(WS-IN-PROFILE) = SPACES
               ADD 1 TO WS-NAME-BAD
           END-IF
           INSPECT FUNCTION TRIM(WS-IN-PROFILE)
               TALLYING WS-NAME-BAD FOR ALL '/' ALL '.' ALL "'"
                   ALL ' '
           IF WS-NAME-BAD > 0
               DISPLAY "not a profile name"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIVE-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)     DELIMITED SIZE
               "prompts/"                    DELIMITED SIZE
               FUNCTION TRIM(WS-IN-PROFILE)  DELIMITED SIZE
               ".txt"                        DELIMITED SIZE
               INTO WS-LIVE-PATH
           PERFORM FIND-LATEST-VERSION.

       FIND-LATEST-VERSION.
           MOVE 0 TO WS-LATEST WS-HISTORY-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT VER-FILE
           IF WS-VER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-VERSION-LINE
                       IF WS-FLD-PROFILE = WS-IN-PROFILE
                           ADD 1 TO WS-HISTORY-COUNT
                           IF WS-THIS-VERSION > WS-LATEST
                               MOVE WS-THIS-VERSION TO WS-LATEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VER-FILE.

       PARSE-VERSION-LINE.
           MOVE SPACES TO WS-FLD-PROFILE WS-FLD-VERSION WS-FLD-STAMP
               WS-FLD-WHO WS-FLD-ACTION WS-FLD-REASON
           MOVE 0 TO WS-THIS-VERSION
           IF VER-RECORD = SPACES OR VER-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           UNSTRING VER-RECORD DELIMITED BY '|'
               INTO WS-FLD-PROFILE WS-FLD-VERSION WS-FLD-STAMP
                    WS-FLD-WHO WS-FLD-ACTION WS-FLD-REASON
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-VERSION)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-VERSION))
                   TO WS-THIS-VERSION
           END-IF.

      *> Every profile on disk, with what PROMPT-VERSION would tell a
      *> session starting under it now.
       DO-LIST.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "ls '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
               "prompts' 2>/dev/null | grep '[.]txt$' | sort > "
                                           DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "no prompts/ directory"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " profile                                 version"
           PERFORM UNTIL WS-EOF = 'Y'
               READ LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LIST-ONE-PROFILE
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f " FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       LIST-ONE-PROFILE.
           MOVE 0 TO WS-PATH-LEN
           INSPECT LIST-RECORD TALLYING WS-PATH-LEN
               FOR CHARACTERS BEFORE ".txt"
           IF WS-PATH-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-PROFILE
           MOVE LIST-RECORD(1:WS-PATH-LEN) TO WS-IN-PROFILE
           CALL "PROMPT-VERSION" USING WS-IN-PROFILE WS-IN-FORCE
           DISPLAY " " WS-IN-PROFILE(1:40)
               FUNCTION TRIM(WS-IN-FORCE).

       DO-HISTORY.
           PERFORM ASK-PROFILE
           IF WS-NAME-BAD > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HISTORY-COUNT = 0
               DISPLAY "no versions on record for "
                   FUNCTION TRIM(WS-IN-PROFILE)
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ver  stamp                maintainer  action"
               "    reason"
           MOVE 'N' TO WS-EOF
           OPEN INPUT VER-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ VER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-VERSION-LINE
                       IF WS-FLD-PROFILE = WS-IN-PROFILE
                           MOVE WS-THIS-VERSION TO WS-VERSION-ED
                           DISPLAY " " WS-VERSION-ED "  " WS-FLD-STAMP
                               "  " WS-FLD-WHO "    " WS-FLD-ACTION
                               "  " FUNCTION TRIM(WS-FLD-REASON)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VER-FILE
           CALL "PROMPT-VERSION" USING WS-IN-PROFILE WS-IN-FORCE
           DISPLAY " in force: " FUNCTION TRIM(WS-IN-FORCE).

      *> The profile is edited as a working copy; the live file and
      *> the version records change only when the copy comes back
      *> different. A live file already out of step with its last
      *> version is stamped as found first, so the out-of-band edit
      *> is kept rather than lost under the new one.
       DO-EDIT.
           PERFORM ASK-PROFILE
           IF WS-NAME-BAD > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "test -f '"                   DELIMITED SIZE
               FUNCTION TRIM(WS-LIVE-PATH)   DELIMITED SIZE
               "' && cp '"                   DELIMITED SIZE
               FUNCTION TRIM(WS-LIVE-PATH)   DELIMITED SIZE
               "' "                          DELIMITED SIZE
               FUNCTION TRIM(WS-WORK-PATH)   DELIMITED SIZE
               " || : > "                    DELIMITED SIZE
               FUNCTION TRIM(WS-WORK-PATH)   DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           PERFORM CHECK-IN-STEP
           IF WS-IN-STEP NOT = 'Y'
               PERFORM CHECK-LIVE-EXISTS
               IF WS-SHELL-RC = 0
                   MOVE "ADOPT" TO WS-LOG-ACTION
                   MOVE "taken as found before edit" TO WS-IN-REASON
                   PERFORM STAMP-LIVE-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "${EDITOR:-vi} "              DELIMITED SIZE
               FUNCTION TRIM(WS-WORK-PATH)   DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "cmp -s "                     DELIMITED SIZE
               FUNCTION TRIM(WS-WORK-PATH)   DELIMITED SIZE
               " '"                          DELIMITED SIZE
               FUNCTION TRIM(WS-LIVE-PATH)   DELIMITED SIZE
               "'"                           DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               DISPLAY "no change -- nothing stamped"
               PERFORM REMOVE-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REASON
           PERFORM UNTIL FUNCTION TRIM(WS-IN-REASON) NOT = SPACES
               DISPLAY "reason for the change: " WITH NO ADVANCING
               ACCEPT WS-IN-REASON
           END-PERFORM
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "cp "                         DELIMITED SIZE
               FUNCTION TRIM(WS-WORK-PATH)   DELIMITED SIZE
               " '"                          DELIMITED SIZE
               FUNCTION TRIM(WS-LIVE-PATH)   DELIMITED SIZE
               "'"                           DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "error: could not write "
                   FUNCTION TRIM(WS-LIVE-PATH) " -- nothing stamped"
               PERFORM REMOVE-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "EDIT" TO WS-LOG-ACTION
           PERFORM STAMP-LIVE-FILE
           PERFORM REMOVE-WORK-FILE.

       DO-STAMP.
           PERFORM ASK-PROFILE
           IF WS-NAME-BAD > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LIVE-EXISTS
           IF WS-SHELL-RC NOT = 0
               DISPLAY "no profile file " FUNCTION TRIM(WS-LIVE-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-IN-STEP
           IF WS-IN-STEP = 'Y'
               DISPLAY "live file is already version "
                   FUNCTION TRIM(WS-IN-FORCE) " -- nothing stamped"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REASON
           PERFORM UNTIL FUNCTION TRIM(WS-IN-REASON) NOT = SPACES
               DISPLAY "reason: " WITH NO ADVANCING
               ACCEPT WS-IN-REASON
           END-PERFORM
           MOVE "STAMP" TO WS-LOG-ACTION
           PERFORM STAMP-LIVE-FILE.

      *> In step: the live file is exactly its latest version, which
      *> PROMPT-VERSION reports as a bare number.
       CHECK-IN-STEP.
           CALL "PROMPT-VERSION" USING WS-IN-PROFILE WS-IN-FORCE
           MOVE 0 TO WS-NAME-BAD
           INSPECT WS-IN-FORCE TALLYING WS-NAME-BAD
               FOR ALL '+' ALL 'unversioned'
           IF WS-NAME-BAD = 0
               MOVE 'Y' TO WS-IN-STEP
           ELSE
               MOVE 'N' TO WS-IN-STEP
           END-IF.

       CHECK-LIVE-EXISTS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "test -f '"                   DELIMITED SIZE
               FUNCTION TRIM(WS-LIVE-PATH)   DELIMITED SIZE
               "'"                           DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

      *> Keep a copy of the live file as the next version and append
      *> its version record; the record is written only once the copy
      *> is safely down.
       STAMP-LIVE-FILE.
           COMPUTE WS-NEXT-VERSION = WS-LATEST + 1
           MOVE SPACES TO WS-KEPT-PATH
           STRING
               FUNCTION TRIM(WS-KEPT-DIR)    DELIMITED SIZE
               "/"                           DELIMITED SIZE
               FUNCTION TRIM(WS-IN-PROFILE)  DELIMITED SIZE
               ".v"                          DELIMITED SIZE
               WS-NEXT-VERSION               DELIMITED SIZE
               INTO WS-KEPT-PATH
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "mkdir -p '"                  DELIMITED SIZE
               FUNCTION TRIM(WS-KEPT-DIR)    DELIMITED SIZE
               "' && cp '"                   DELIMITED SIZE
               FUNCTION TRIM(WS-LIVE-PATH)   DELIMITED SIZE
               "' '"                         DELIMITED SIZE
               FUNCTION TRIM(WS-KEPT-PATH)   DELIMITED SIZE
               "'"                           DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "error: could not keep a copy in "
                   FUNCTION TRIM(WS-KEPT-DIR) " -- nothing stamped"
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           OPEN EXTEND VER-FILE
           IF WS-VER-STATUS NOT = "00"
               OPEN OUTPUT VER-FILE
           END-IF
           IF WS-VER-STATUS NOT = "00"
               DISPLAY "warning: could not write "
                   FUNCTION TRIM(WS-VER-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-VERSION TO WS-VERSION-ED
           MOVE SPACES TO VER-RECORD
           STRING
               FUNCTION TRIM(WS-IN-PROFILE)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-VERSION-ED)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               WS-STAMP                         DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-MAINTAINER)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-ACTION)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-IN-REASON)      DELIMITED SIZE
               INTO VER-RECORD
           WRITE VER-RECORD
           CLOSE VER-FILE
           MOVE WS-NEXT-VERSION TO WS-LATEST
           DISPLAY "logged: " FUNCTION TRIM(VER-RECORD).

      *> Versions by number; a blank "to" means the live file.
       DO-DIFF.
           PERFORM ASK-PROFILE
           IF WS-NAME-BAD > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LATEST = 0
               DISPLAY "no versions on record for "
                   FUNCTION TRIM(WS-IN-PROFILE)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "from version: " WITH NO ADVANCING
           ACCEPT WS-IN-FROM
           DISPLAY "to version (blank = live file): "
               WITH NO ADVANCING
           ACCEPT WS-IN-TO
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-FROM)) NOT = 0
               DISPLAY "not a version number"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-FROM))
               TO WS-NUM-WORK
           IF WS-NUM-WORK = 0 OR WS-NUM-WORK > WS-LATEST
               DISPLAY "no such version"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FROM-FILE
           STRING
               FUNCTION TRIM(WS-KEPT-DIR)    DELIMITED SIZE
               "/"                           DELIMITED SIZE
               FUNCTION TRIM(WS-IN-PROFILE)  DELIMITED SIZE
               ".v"                          DELIMITED SIZE
               WS-NUM-WORK                   DELIMITED SIZE
               INTO WS-FROM-FILE
           IF FUNCTION TRIM(WS-IN-TO) = SPACES
               MOVE WS-LIVE-PATH TO WS-TO-FILE
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-TO))
                       NOT = 0
                   DISPLAY "not a version number"
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-TO))
                   TO WS-NUM-WORK
               IF WS-NUM-WORK = 0 OR WS-NUM-WORK > WS-LATEST
                   DISPLAY "no such version"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-TO-FILE
               STRING
                   FUNCTION TRIM(WS-KEPT-DIR)    DELIMITED SIZE
                   "/"                           DELIMITED SIZE
                   FUNCTION TRIM(WS-IN-PROFILE)  DELIMITED SIZE
                   ".v"                          DELIMITED SIZE
                   WS-NUM-WORK                   DELIMITED SIZE
                   INTO WS-TO-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "diff -u '"                   DELIMITED SIZE
               FUNCTION TRIM(WS-FROM-FILE)   DELIMITED SIZE
               "' '"                         DELIMITED SIZE
               FUNCTION TRIM(WS-TO-FILE)     DELIMITED SIZE
               "'"                           DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               DISPLAY "(no differences)"
           END-IF.

       REMOVE-WORK-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f " FUNCTION TRIM(WS-WORK-PATH)
               DELIMITED SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.
