      *================================================================*
      * PROGRAM:     BCAST-MAINT                                       *
      * DESCRIPTION: Supervisor maintenance of the operator broadcast  *
      *              file broadcast.dat, which BROADCAST shows in the  *
      *              chat loop. One message per line:                  *
      *                id|severity|start|expiry|target|posted by|      *
      *                  posted on|text                                *
      *              severity INFO, WARN or CRIT (CRIT must be         *
      *              acknowledged before the operator's next prompt);  *
      *              start and expiry YYYY-MM-DD HH:MM; target ALL,    *
      *              DEPT:<department> or PROFILE:<security profile>.  *
      *              Only a supervisor (SIGN-ON's supervisor flag)     *
      *              signed on with their PIN may use it. Functions:   *
      *              post, withdraw (expire a message now), list       *
      *              (messages not yet expired), history (all), quit.  *
      *              The file is re-read and rewritten under the       *
      *              broadcast enqueue for every change, and every     *
      *              change is appended to broadcast-maint.log         *
      *              (stamp|supervisor|action|id|detail) and echoed.   *
      *              BCAST-REPORT shows who has acknowledged what.     *
      *              RETURN-CODE 8 when the supervisor could not be    *
      *              signed on.                                        *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/bcast-maint.cob src/sign-on.cob                  *
      *        src/incident-log.cob src/file-lock.cob                  *
      *        -o dist/bcast-maint                                     *
      *   ./dist/bcast-maint [supervisor-id]                           *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCAST-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BC-FILE
               ASSIGN TO DYNAMIC WS-BC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT CHG-FILE
               ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BC-FILE.
       01  BC-RECORD               PIC X(600).
       FD  CHG-FILE.
       01  CHG-RECORD              PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-BC-PATH              PIC X(520).
       01  WS-CHG-PATH             PIC X(520).
       01  WS-BC-STATUS            PIC XX.
       01  WS-CHG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> broadcast.dat, loaded fresh under the lock for each change
       01  WS-MS-MAX               PIC 9(3) VALUE 500.
       01  WS-MS-COUNT             PIC 9(3) VALUE 0.
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 500 TIMES.
               10  WS-MS-ID        PIC X(6).
               10  WS-MS-SEV       PIC X(4).
               10  WS-MS-START     PIC X(16).
               10  WS-MS-EXPIRY    PIC X(16).
               10  WS-MS-TARGET    PIC X(30).
               10  WS-MS-BY        PIC X(8).
               10  WS-MS-ON        PIC X(16).
               10  WS-MS-TEXT      PIC X(400).
       01  WS-MS-IDX               PIC 9(3).
       01  WS-MS-SLOT              PIC 9(3).
       01  WS-MS-PTR               PIC 9(4).
       01  WS-MS-HIGH              PIC 9(6).
       01  WS-MS-SHOWN             PIC 9(3).
       01  WS-SHOW-ALL             PIC X.
       01  WS-STATE                PIC X(9).

      *> Supervisor sign-on through SIGN-ON
       01  WS-MAINTAINER           PIC X(8).
       01  WS-SO-ACTION            PIC X.
       01  WS-SO-PIN               PIC X(12).
       01  WS-SO-RESULT            PIC X.
       01  WS-SO-HASH              PIC 9(9).
       01  WS-SO-DETAIL            PIC X(80).
       01  WS-SO-TRIES             PIC 9.
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30) VALUE 'broadcast'.
       01  WS-FL-STATUS            PIC X.
       01  WS-HAVE-LOCK            PIC X.

      *> Operator dialogue
       01  WS-FUNCTION             PIC X(20).
       01  WS-RUNNING              PIC X VALUE 'Y'.
       01  WS-IN-ID                PIC X(6).
       01  WS-IN-SEV               PIC X(10).
       01  WS-IN-START             PIC X(20).
       01  WS-IN-EXPIRY            PIC X(20).
       01  WS-IN-TARGET            PIC X(40).
       01  WS-IN-TEXT              PIC X(400).
       01  WS-CHECK-STAMP          PIC X(20).
       01  WS-STAMP-OK             PIC X.
       01  WS-WANT-NUM             PIC 9(6).
       01  WS-ID-ED                PIC Z(5)9.

      *> Change-log stamping
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).
       01  WS-NOW                  PIC X(16).
       01  WS-LOG-ACTION           PIC X(8).
       01  WS-LOG-DETAIL           PIC X(400).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM GET-MAINTAINER
           PERFORM SIGN-ON-SUPERVISOR
           DISPLAY "operator broadcast maintenance ("
               FUNCTION TRIM(WS-BC-PATH) ")"
           PERFORM UNTIL WS-RUNNING = 'N'
               DISPLAY " "
               DISPLAY "function (post/withdraw/list/history/quit): "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCTION
               EVALUATE FUNCTION TRIM(WS-FUNCTION)
                   WHEN 'post'
                       PERFORM DO-POST
                   WHEN 'withdraw'
                       PERFORM DO-WITHDRAW
                   WHEN 'list'
                       MOVE 'N' TO WS-SHOW-ALL
                       PERFORM DO-LIST
                   WHEN 'history'
                       MOVE 'Y' TO WS-SHOW-ALL
                       PERFORM DO-LIST
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
           MOVE SPACES TO WS-BC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "broadcast.dat"
               DELIMITED SIZE INTO WS-BC-PATH
           MOVE SPACES TO WS-CHG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "broadcast-maint.log"
               DELIMITED SIZE INTO WS-CHG-PATH.

      *> Every change needs a who -- the first argument, the
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
               DISPLAY "supervisor id: " WITH NO ADVANCING
               ACCEPT WS-MAINTAINER
           END-PERFORM.

      *> Supervisor flag first, then three tries at the PIN; SIGN-ON
      *> counts the failures and locks the id as it does anywhere.
       SIGN-ON-SUPERVISOR.
           MOVE 'Q' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-MAINTAINER WS-SO-PIN
               WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           MOVE SPACES TO WS-SO-DETAIL
           EVALUATE WS-SO-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   MOVE "not a supervisor" TO WS-SO-DETAIL
               WHEN 'U'
                   MOVE "not in the operator master" TO WS-SO-DETAIL
               WHEN 'S'
                   MOVE "id is suspended" TO WS-SO-DETAIL
               WHEN 'L'
                   MOVE "id is locked" TO WS-SO-DETAIL
               WHEN 'B'
                   MOVE "a service id cannot post broadcasts"
                       TO WS-SO-DETAIL
               WHEN OTHER
                   MOVE "no operator master -- no supervisors"
                       TO WS-SO-DETAIL
           END-EVALUATE
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: " FUNCTION TRIM(WS-MAINTAINER) " -- "
                   FUNCTION TRIM(WS-SO-DETAIL)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SO-TRIES
           MOVE 'N' TO WS-SO-RESULT
           PERFORM UNTIL WS-SO-RESULT NOT = 'N' OR WS-SO-TRIES >= 3
               ADD 1 TO WS-SO-TRIES
               DISPLAY "PIN for " FUNCTION TRIM(WS-MAINTAINER) ": "
                   WITH NO ADVANCING
               MOVE 'P' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-MAINTAINER
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE 'V' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-MAINTAINER
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               IF WS-SO-RESULT NOT = 'Y'
                       AND FUNCTION TRIM(WS-SO-DETAIL) NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-SO-DETAIL)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SO-PIN
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: sign-on refused -- no maintenance"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       BUILD-NOW.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           MOVE WS-STAMP(1:16) TO WS-NOW.

      *>----------------------------------------------------------------
      *> broadcast.dat -- lock, load, rewrite
      *>----------------------------------------------------------------
       LOCK-AND-LOAD.
           MOVE 'N' TO WS-HAVE-LOCK
           MOVE 'A' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: the broadcast file is busy -- try again"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HAVE-LOCK
           PERFORM LOAD-MESSAGES.

       RELEASE-LOCK.
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           MOVE 'N' TO WS-HAVE-LOCK.

       LOAD-MESSAGES.
           MOVE 0 TO WS-MS-COUNT WS-MS-HIGH
           MOVE 'N' TO WS-EOF
           OPEN INPUT BC-FILE
           IF WS-BC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-MESSAGE-LINE
               END-READ
           END-PERFORM
           CLOSE BC-FILE.

       PARSE-MESSAGE-LINE.
           IF BC-RECORD = SPACES OR BC-RECORD(1:1) = '#'
                   OR WS-MS-COUNT >= WS-MS-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE SPACES TO WS-MS-ENTRY(WS-MS-COUNT)
           MOVE 1 TO WS-MS-PTR
           UNSTRING BC-RECORD DELIMITED BY '|'
               INTO WS-MS-ID(WS-MS-COUNT) WS-MS-SEV(WS-MS-COUNT)
                    WS-MS-START(WS-MS-COUNT)
                    WS-MS-EXPIRY(WS-MS-COUNT)
                    WS-MS-TARGET(WS-MS-COUNT) WS-MS-BY(WS-MS-COUNT)
                    WS-MS-ON(WS-MS-COUNT)
               WITH POINTER WS-MS-PTR
           END-UNSTRING
           IF WS-MS-PTR <= 600
               MOVE BC-RECORD(WS-MS-PTR:) TO WS-MS-TEXT(WS-MS-COUNT)
           END-IF
           IF WS-MS-ID(WS-MS-COUNT) IS NUMERIC
               IF WS-MS-ID(WS-MS-COUNT) > WS-MS-HIGH
                   MOVE WS-MS-ID(WS-MS-COUNT) TO WS-MS-HIGH
               END-IF
           END-IF.

       REWRITE-AND-UNLOCK.
           OPEN OUTPUT BC-FILE
           IF WS-BC-STATUS NOT = "00"
               DISPLAY "error: could not rewrite "
                   FUNCTION TRIM(WS-BC-PATH)
                   " (file status " WS-BC-STATUS ")"
               PERFORM RELEASE-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE "# id|severity INFO/WARN/CRIT|start|expiry|target "
               & "ALL, DEPT:<dept> or PROFILE:<name>|posted by|"
               & "posted on|text" TO BC-RECORD
           WRITE BC-RECORD
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               MOVE SPACES TO BC-RECORD
               STRING
                   WS-MS-ID(WS-MS-IDX)               DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   FUNCTION TRIM(WS-MS-SEV(WS-MS-IDX))
                                                     DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   WS-MS-START(WS-MS-IDX)            DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   WS-MS-EXPIRY(WS-MS-IDX)           DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   FUNCTION TRIM(WS-MS-TARGET(WS-MS-IDX))
                                                     DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   FUNCTION TRIM(WS-MS-BY(WS-MS-IDX))
                                                     DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   WS-MS-ON(WS-MS-IDX)               DELIMITED SIZE
                   '|'                               DELIMITED SIZE
                   FUNCTION TRIM(WS-MS-TEXT(WS-MS-IDX))
                                                     DELIMITED SIZE
                   INTO BC-RECORD
               WRITE BC-RECORD
           END-PERFORM
           CLOSE BC-FILE
           PERFORM RELEASE-LOCK.

      *>----------------------------------------------------------------
      *> Functions
      *>----------------------------------------------------------------
       DO-POST.
           PERFORM BUILD-NOW
           DISPLAY "severity (INFO/WARN/CRIT): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-SEV
           ACCEPT WS-IN-SEV
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SEV))
               TO WS-IN-SEV
           IF WS-IN-SEV NOT = 'INFO' AND NOT = 'WARN'
                   AND NOT = 'CRIT'
               DISPLAY "severity is INFO, WARN or CRIT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "in force from (YYYY-MM-DD HH:MM, blank now): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-START
           ACCEPT WS-IN-START
           IF WS-IN-START = SPACES
               MOVE WS-NOW TO WS-IN-START
           END-IF
           MOVE FUNCTION TRIM(WS-IN-START) TO WS-CHECK-STAMP
           PERFORM CHECK-STAMP-FORMAT
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-STAMP TO WS-IN-START
           DISPLAY "expires (YYYY-MM-DD HH:MM): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-EXPIRY
           ACCEPT WS-IN-EXPIRY
           MOVE FUNCTION TRIM(WS-IN-EXPIRY) TO WS-CHECK-STAMP
           PERFORM CHECK-STAMP-FORMAT
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-STAMP TO WS-IN-EXPIRY
           IF WS-IN-EXPIRY(1:16) <= WS-IN-START(1:16)
               DISPLAY "the expiry must come after the start"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "target (ALL, DEPT:<dept>, PROFILE:<name>;"
               " blank ALL): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TARGET
           ACCEPT WS-IN-TARGET
           MOVE FUNCTION TRIM(WS-IN-TARGET) TO WS-IN-TARGET
           IF WS-IN-TARGET = SPACES
               MOVE 'ALL' TO WS-IN-TARGET
           END-IF
           INSPECT WS-IN-TARGET REPLACING ALL '|' BY '/'
           IF FUNCTION UPPER-CASE(WS-IN-TARGET) = 'ALL'
               MOVE 'ALL' TO WS-IN-TARGET
           ELSE
               IF (FUNCTION UPPER-CASE(WS-IN-TARGET(1:5)) NOT = 'DEPT:'
                       OR WS-IN-TARGET(6:) = SPACES)
                   AND (FUNCTION UPPER-CASE(WS-IN-TARGET(1:8))
                           NOT = 'PROFILE:'
                       OR WS-IN-TARGET(9:) = SPACES)
                   DISPLAY "target is ALL, DEPT:<dept> or"
                       " PROFILE:<name>"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "message: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-TEXT
           ACCEPT WS-IN-TEXT
           INSPECT WS-IN-TEXT REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-TEXT) = SPACES
               DISPLAY "nothing to broadcast"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-MS-COUNT >= WS-MS-MAX
               PERFORM RELEASE-LOCK
               DISPLAY "error: the broadcast file is full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-COUNT
           ADD 1 TO WS-MS-HIGH
           MOVE SPACES TO WS-MS-ENTRY(WS-MS-COUNT)
           MOVE WS-MS-HIGH TO WS-MS-ID(WS-MS-COUNT)
           MOVE WS-IN-SEV TO WS-MS-SEV(WS-MS-COUNT)
           MOVE WS-IN-START TO WS-MS-START(WS-MS-COUNT)
           MOVE WS-IN-EXPIRY TO WS-MS-EXPIRY(WS-MS-COUNT)
           MOVE WS-IN-TARGET TO WS-MS-TARGET(WS-MS-COUNT)
           MOVE WS-MAINTAINER TO WS-MS-BY(WS-MS-COUNT)
           MOVE WS-NOW TO WS-MS-ON(WS-MS-COUNT)
           MOVE WS-IN-TEXT TO WS-MS-TEXT(WS-MS-COUNT)
           PERFORM REWRITE-AND-UNLOCK
           MOVE WS-MS-ID(WS-MS-COUNT) TO WS-IN-ID
           MOVE 'POST' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               FUNCTION TRIM(WS-IN-SEV)      DELIMITED SIZE
               ' '                           DELIMITED SIZE
               WS-IN-START(1:16)             DELIMITED SIZE
               ' to '                        DELIMITED SIZE
               WS-IN-EXPIRY(1:16)            DELIMITED SIZE
               ' '                           DELIMITED SIZE
               FUNCTION TRIM(WS-IN-TARGET)   DELIMITED SIZE
               ': '                          DELIMITED SIZE
               FUNCTION TRIM(WS-IN-TEXT)     DELIMITED SIZE
               INTO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> A withdrawn message simply expires now; it stays on file
      *> for BCAST-REPORT.
       DO-WITHDRAW.
           DISPLAY "broadcast number: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           IF FUNCTION TRIM(WS-IN-ID) = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-IN-ID) NOT = 0
               DISPLAY "not a broadcast number"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-IN-ID) TO WS-WANT-NUM
           PERFORM BUILD-NOW
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MS-SLOT
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-ID(WS-MS-IDX) IS NUMERIC
                   IF WS-MS-ID(WS-MS-IDX) = WS-WANT-NUM
                       MOVE WS-MS-IDX TO WS-MS-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MS-SLOT = 0
               PERFORM RELEASE-LOCK
               DISPLAY "broadcast not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-MS-EXPIRY(WS-MS-SLOT) <= WS-NOW
               PERFORM RELEASE-LOCK
               DISPLAY "broadcast " FUNCTION TRIM(WS-IN-ID)
                   " has already expired"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOW TO WS-MS-EXPIRY(WS-MS-SLOT)
           IF WS-MS-START(WS-MS-SLOT) > WS-NOW
               MOVE WS-NOW TO WS-MS-START(WS-MS-SLOT)
           END-IF
           PERFORM REWRITE-AND-UNLOCK
           MOVE WS-MS-ID(WS-MS-SLOT) TO WS-IN-ID
           MOVE 'WITHDRAW' TO WS-LOG-ACTION
           MOVE WS-MS-TEXT(WS-MS-SLOT) TO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> list shows what has not yet expired; history shows it all.
       DO-LIST.
           PERFORM BUILD-NOW
           PERFORM LOAD-MESSAGES
           MOVE 0 TO WS-MS-SHOWN
           DISPLAY "     id sev  state     start            expiry"
               "           target / by"
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-SHOW-ALL = 'Y'
                       OR WS-MS-EXPIRY(WS-MS-IDX) > WS-NOW
                   ADD 1 TO WS-MS-SHOWN
                   EVALUATE TRUE
                       WHEN WS-MS-EXPIRY(WS-MS-IDX) <= WS-NOW
                           MOVE 'expired' TO WS-STATE
                       WHEN WS-MS-START(WS-MS-IDX) > WS-NOW
                           MOVE 'scheduled' TO WS-STATE
                       WHEN OTHER
                           MOVE 'in force' TO WS-STATE
                   END-EVALUATE
                   MOVE 0 TO WS-WANT-NUM
                   IF WS-MS-ID(WS-MS-IDX) IS NUMERIC
                       MOVE WS-MS-ID(WS-MS-IDX) TO WS-WANT-NUM
                   END-IF
                   MOVE WS-WANT-NUM TO WS-ID-ED
                   DISPLAY " " WS-ID-ED " " WS-MS-SEV(WS-MS-IDX)
                       " " WS-STATE " " WS-MS-START(WS-MS-IDX)
                       " " WS-MS-EXPIRY(WS-MS-IDX)
                       " " FUNCTION TRIM(WS-MS-TARGET(WS-MS-IDX))
                       " / " FUNCTION TRIM(WS-MS-BY(WS-MS-IDX))
                   DISPLAY "        "
                       FUNCTION TRIM(WS-MS-TEXT(WS-MS-IDX))
               END-IF
           END-PERFORM
           IF WS-MS-SHOWN = 0
               DISPLAY " (no broadcasts)"
           END-IF.

       CHECK-STAMP-FORMAT.
           MOVE 'Y' TO WS-STAMP-OK
           IF WS-CHECK-STAMP(1:4) IS NOT NUMERIC
                   OR WS-CHECK-STAMP(5:1) NOT = '-'
                   OR WS-CHECK-STAMP(6:2) IS NOT NUMERIC
                   OR WS-CHECK-STAMP(8:1) NOT = '-'
                   OR WS-CHECK-STAMP(9:2) IS NOT NUMERIC
                   OR WS-CHECK-STAMP(11:1) NOT = ' '
                   OR WS-CHECK-STAMP(12:2) IS NOT NUMERIC
                   OR WS-CHECK-STAMP(14:1) NOT = ':'
                   OR WS-CHECK-STAMP(15:2) IS NOT NUMERIC
                   OR WS-CHECK-STAMP(17:4) NOT = SPACES
               DISPLAY "times are YYYY-MM-DD HH:MM"
               MOVE 'N' TO WS-STAMP-OK
           END-IF.

      *> Append one stamped line to the change log and echo it, so
      *> the terminal session doubles as the printed change report.
       LOG-CHANGE.
           OPEN EXTEND CHG-FILE
           IF WS-CHG-STATUS NOT = "00"
               OPEN OUTPUT CHG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "warning: could not write the change log"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHG-RECORD
           STRING
               WS-STAMP                          DELIMITED SIZE
               '|'                               DELIMITED SIZE
               FUNCTION TRIM(WS-MAINTAINER)      DELIMITED SIZE
               '|'                               DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-ACTION)      DELIMITED SIZE
               '|'                               DELIMITED SIZE
               FUNCTION TRIM(WS-IN-ID)           DELIMITED SIZE
               '|'                               DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-DETAIL)      DELIMITED SIZE
               INTO CHG-RECORD
           WRITE CHG-RECORD
           CLOSE CHG-FILE
           DISPLAY FUNCTION TRIM(CHG-RECORD).
