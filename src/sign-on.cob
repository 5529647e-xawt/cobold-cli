      *================================================================*
      * PROGRAM:     SIGN-ON                                           *
      * DESCRIPTION: Operator sign-on against the operator master.     *
      *              operators.dat carries, after the six fields       *
      *              OPER-MASTER reads, five more:                     *
      *                ...|PIN hash|failed sign-ons|locked Y/N|kind    *
      *                   |supervisor Y/N                              *
      *              The PIN itself is never stored -- only a hash of  *
      *              it salted with the operator id, stretched over    *
      *              several hundred rounds of the 31x rolling hash    *
      *              the audit chain uses. Kind P is a person, who     *
      *              signs on with a PIN; kind V is a service id for   *
      *              batch and daemon runs, which carries no PIN and   *
      *              cannot sign on interactively. Three failed        *
      *              sign-ons in a row lock the id until OPER-MAINT    *
      *              unlocks it or resets its PIN, and raise a         *
      *              LOCKOUT incident. The master is re-read on every  *
      *              call, so a lock taken by one session holds in     *
      *              all of them at once. A verify holds the operators *
      *              enqueue from that read to its rewrite, so no      *
      *              OPER-MAINT change or other terminal's failure     *
      *              count made in between is written over. A master   *
      *              of more lines than the table holds is never       *
      *              rewritten; an OPERFULL incident is raised         *
      *              instead. Every outcome is appended to             *
      *              signon.log next to the executable:                *
      *                stamp|session|operator|event|detail             *
      *              events SIGNON, FAIL, LOCKOUT, REFUSED, SERVICE,   *
      *              IDLELOCK, RESUME.                                 *
      *                                                                *
      * CALL "SIGN-ON" USING                                           *
      *   LK-ACTION  PIC X      -- 'V' verify LK-PIN for LK-ID         *
      *                            'R' the same, resuming a session    *
      *                                held by an idle lock            *
      *                            'K' kind of LK-ID, for a run that   *
      *                                does not prompt                 *
      *                            'P' prompt for a PIN (not echoed)   *
      *                                into LK-PIN                     *
      *                            'H' hash LK-PIN for LK-ID           *
      *                            'I' log an idle lock of LK-ID       *
      *                            'Q' may LK-ID countersign -- an     *
      *                                active, unlocked person with    *
      *                                the supervisor flag             *
      *   LK-ID      PIC X(8)   -- operator id                         *
      *   LK-PIN     PIC X(12)  -- PIN (input; output for 'P')         *
      *   LK-RESULT  PIC X      -- 'V' 'R': 'Y' accepted, 'N' wrong    *
      *                            PIN, 'L' locked, 'S' suspended,     *
      *                            'U' not on file, 'X' no PIN set,    *
      *                            'B' a service id, 'E' the master    *
      *                            is busy; 'K': 'P' person,           *
      *                            'V' service, 'L' 'S' 'U' as for     *
      *                            'V'; 'Q': 'Y' may countersign, 'N'  *
      *                            not a supervisor, 'L' 'S' 'U' 'B'   *
      *                            as for 'V'; '?' for any of them     *
      *                            when there is no master file        *
      *   LK-HASH    PIC 9(9)   -- 'H': the hash                       *
      *   LK-DETAIL  PIC X(80)  -- a line the caller can show          *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Supervisor field carried through rewrites;     *
      *                 'Q' countersign check for DUAL-AUTH            *
      *   2026-10-15    Hold the operators enqueue from the read to    *
      *                 the rewrite; never rewrite a master too big    *
      *                 to hold whole                                  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGN-ON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE
               ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT LOG-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       01  OPER-RECORD             PIC X(200).
       FD  LOG-FILE.
       01  LOG-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-OPER-PATH            PIC X(520).
       01  WS-LOG-PATH             PIC X(520).
       01  WS-OPER-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-HAVE-FILE            PIC X.

      *> Consecutive failures that lock an id
       01  WS-FAIL-LIMIT           PIC 9 VALUE 3.
       01  WS-HASH-ROUNDS          PIC 9(4) VALUE 500.

      *> The master as read -- every line kept as it stands so a
      *> rewrite changes only the one operator's line
       01  WS-LINE-COUNT           PIC 9(3) VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE OCCURS 300 TIMES PIC X(200).
       01  WS-LINE-IDX             PIC 9(3).
       01  WS-HIT-LINE             PIC 9(3).
       01  WS-LINE-MAX             PIC 9(3) VALUE 300.
       01  WS-MASTER-FULL          PIC X VALUE 'N'.

      *> The operator's line, split
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-NAME             PIC X(30).
       01  WS-FLD-DEPT             PIC X(20).
       01  WS-FLD-STATUS           PIC X(5).
       01  WS-FLD-QUOTA            PIC X(12).
       01  WS-FLD-ADDED            PIC X(10).
       01  WS-FLD-HASH             PIC X(12).
       01  WS-FLD-FAILS            PIC X(5).
       01  WS-FLD-LOCKED           PIC X(5).
       01  WS-FLD-KIND             PIC X(5).
       01  WS-FLD-SUPER            PIC X(5).
       01  WS-FAILS                PIC 9.
       01  WS-FAILS-LEFT           PIC 9.

      *> PIN hashing
       01  WS-HASH                 PIC 9(18) COMP-5.
       01  WS-HASH-VAL             PIC 9(3) COMP-5.
       01  WS-HASH-OUT             PIC 9(9).
       01  WS-HASH-TEXT            PIC X(30).
       01  WS-HASH-LEN             PIC 9(3).
       01  WS-HASH-IDX             PIC 9(3).
       01  WS-ROUND                PIC 9(4).
       01  WS-STORED-HASH          PIC 9(9).

      *> Terminal echo, off while a PIN is typed
       01  WS-ECHO-OFF-CMD         PIC X(40)
               VALUE "stty -echo 2>/dev/null".
       01  WS-ECHO-ON-CMD          PIC X(40)
               VALUE "stty echo 2>/dev/null".

      *> Sign-on log line
       01  WS-EVENT                PIC X(8).
       01  WS-GOOD-EVENT           PIC X(8).
       01  WS-LOG-DETAIL           PIC X(80).
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).

      *> Enqueue on the master while it is rewritten, and the
      *> LOCKOUT incident
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30).
       01  WS-FL-STATUS            PIC X.
       01  WS-IL-MODEL             PIC X(100) VALUE SPACES.
       01  WS-IL-REASON            PIC X(8).
       01  WS-IL-DETAIL            PIC X(200).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X.
       01  LK-ID                   PIC X(8).
       01  LK-PIN                  PIC X(12).
       01  LK-RESULT               PIC X.
       01  LK-HASH                 PIC 9(9).
       01  LK-DETAIL               PIC X(80).

       PROCEDURE DIVISION USING
           LK-ACTION LK-ID LK-PIN LK-RESULT LK-HASH LK-DETAIL.

       MAIN-PARA.
           MOVE SPACES TO LK-DETAIL
           EVALUATE LK-ACTION
               WHEN 'P'
                   PERFORM PROMPT-FOR-PIN
               WHEN 'H'
                   PERFORM HASH-PIN
                   MOVE WS-HASH-OUT TO LK-HASH
               WHEN 'V'
                   MOVE 'SIGNON' TO WS-GOOD-EVENT
                   PERFORM RESOLVE-PATHS
                   PERFORM VERIFY-SIGN-ON
               WHEN 'R'
                   MOVE 'RESUME' TO WS-GOOD-EVENT
                   PERFORM RESOLVE-PATHS
                   PERFORM VERIFY-SIGN-ON
               WHEN 'K'
                   PERFORM RESOLVE-PATHS
                   PERFORM CHECK-KIND
               WHEN 'Q'
                   PERFORM RESOLVE-PATHS
                   PERFORM CHECK-SUPERVISOR
               WHEN 'I'
                   PERFORM RESOLVE-PATHS
                   MOVE 'IDLELOCK' TO WS-EVENT
                   MOVE "chat loop locked for idle time"
                       TO WS-LOG-DETAIL
                   PERFORM WRITE-SIGNON-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

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
           MOVE SPACES TO WS-OPER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "operators.dat"
               DELIMITED SIZE INTO WS-OPER-PATH
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "signon.log"
               DELIMITED SIZE INTO WS-LOG-PATH.

      *> Echo goes off for the PIN and back on whatever was typed;
      *> off a terminal the stty calls fail quietly and the PIN is
      *> read as any other line.
       PROMPT-FOR-PIN.
           MOVE SPACES TO LK-PIN
           CALL "SYSTEM" USING WS-ECHO-OFF-CMD
           ACCEPT LK-PIN
           CALL "SYSTEM" USING WS-ECHO-ON-CMD
           DISPLAY " ".

      *> id and PIN run through the rolling hash round after round,
      *> each round starting from the last one's value, so the same
      *> PIN under two ids never hashes alike.
       HASH-PIN.
           MOVE SPACES TO WS-HASH-TEXT
           STRING FUNCTION TRIM(LK-ID) '|' FUNCTION TRIM(LK-PIN)
               '|' DELIMITED SIZE INTO WS-HASH-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-TEXT))
               TO WS-HASH-LEN
           MOVE 7 TO WS-HASH
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-HASH-ROUNDS
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > WS-HASH-LEN
                   COMPUTE WS-HASH-VAL =
                       FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1))
                   COMPUTE WS-HASH = FUNCTION MOD(
                       WS-HASH * 31 + WS-HASH-VAL + WS-ROUND,
                       999999937)
               END-PERFORM
           END-PERFORM
           MOVE WS-HASH TO WS-HASH-OUT.

       LOAD-MASTER.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-HIT-LINE
           MOVE 'N' TO WS-HAVE-FILE
           MOVE 'N' TO WS-MASTER-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HAVE-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           IF WS-HIT-LINE > 0
               PERFORM SPLIT-HIT-LINE
           END-IF.

      *> Past the table's last line the rest of the master cannot be
      *> held, so it must never be rewritten from this copy.
       TAKE-MASTER-LINE.
           IF WS-LINE-COUNT >= WS-LINE-MAX
               MOVE 'Y' TO WS-MASTER-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE OPER-RECORD TO WS-LINE(WS-LINE-COUNT)
           IF OPER-RECORD = SPACES OR OPER-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-ID
           UNSTRING OPER-RECORD DELIMITED BY '|' INTO WS-FLD-ID
           END-UNSTRING
           IF WS-FLD-ID = LK-ID AND FUNCTION TRIM(LK-ID) NOT = SPACES
               MOVE WS-LINE-COUNT TO WS-HIT-LINE
           END-IF.

       SPLIT-HIT-LINE.
           MOVE SPACES TO WS-FLD-ID WS-FLD-NAME WS-FLD-DEPT
               WS-FLD-STATUS WS-FLD-QUOTA WS-FLD-ADDED WS-FLD-HASH
               WS-FLD-FAILS WS-FLD-LOCKED WS-FLD-KIND WS-FLD-SUPER
           UNSTRING WS-LINE(WS-HIT-LINE) DELIMITED BY '|'
               INTO WS-FLD-ID WS-FLD-NAME WS-FLD-DEPT
                    WS-FLD-STATUS WS-FLD-QUOTA WS-FLD-ADDED
                    WS-FLD-HASH WS-FLD-FAILS WS-FLD-LOCKED
                    WS-FLD-KIND WS-FLD-SUPER
           END-UNSTRING
           MOVE 0 TO WS-FAILS
           IF FUNCTION TRIM(WS-FLD-FAILS) IS NUMERIC
                   AND FUNCTION TRIM(WS-FLD-FAILS) NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-FAILS))
                   TO WS-FAILS
           END-IF
           IF FUNCTION TRIM(WS-FLD-LOCKED) NOT = 'Y'
               MOVE 'N' TO WS-FLD-LOCKED
           END-IF
           IF FUNCTION TRIM(WS-FLD-KIND) NOT = 'V'
               MOVE 'P' TO WS-FLD-KIND
           END-IF
           IF FUNCTION TRIM(WS-FLD-SUPER) NOT = 'Y'
               MOVE 'N' TO WS-FLD-SUPER
           END-IF.

      *> Refusals in the order an operator can do something about
      *> them: not on file, suspended, locked, service id, no PIN.
       CHECK-KIND.
           PERFORM LOAD-MASTER
           EVALUATE TRUE
               WHEN WS-HAVE-FILE = 'N'
                   MOVE '?' TO LK-RESULT
               WHEN WS-HIT-LINE = 0
                   MOVE 'U' TO LK-RESULT
               WHEN FUNCTION TRIM(WS-FLD-STATUS) = 'S'
                   MOVE 'S' TO LK-RESULT
               WHEN WS-FLD-LOCKED = 'Y'
                   MOVE 'L' TO LK-RESULT
               WHEN OTHER
                   MOVE WS-FLD-KIND(1:1) TO LK-RESULT
           END-EVALUATE
           EVALUATE LK-RESULT
               WHEN 'V'
                   MOVE 'SERVICE' TO WS-EVENT
                   MOVE "service id run, no prompt" TO WS-LOG-DETAIL
                   PERFORM WRITE-SIGNON-LOG
               WHEN 'L'
                   MOVE 'REFUSED' TO WS-EVENT
                   MOVE "id is locked" TO WS-LOG-DETAIL
                   PERFORM WRITE-SIGNON-LOG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The countersign test DUAL-AUTH makes before it asks the
      *> second operator for a PIN; the PIN itself is checked by 'V'.
       CHECK-SUPERVISOR.
           PERFORM LOAD-MASTER
           EVALUATE TRUE
               WHEN WS-HAVE-FILE = 'N'
                   MOVE '?' TO LK-RESULT
               WHEN WS-HIT-LINE = 0
                   MOVE 'U' TO LK-RESULT
               WHEN FUNCTION TRIM(WS-FLD-STATUS) = 'S'
                   MOVE 'S' TO LK-RESULT
               WHEN WS-FLD-LOCKED = 'Y'
                   MOVE 'L' TO LK-RESULT
               WHEN WS-FLD-KIND = 'V'
                   MOVE 'B' TO LK-RESULT
               WHEN WS-FLD-SUPER = 'Y'
                   MOVE 'Y' TO LK-RESULT
               WHEN OTHER
                   MOVE 'N' TO LK-RESULT
           END-EVALUATE
           MOVE FUNCTION TRIM(WS-FLD-NAME) TO LK-DETAIL.

      *> A verify may rewrite the master, so the operators enqueue is
      *> taken before it is read and held until the rewrite is done.
      *> A busy master refuses the sign-on rather than let a wrong
      *> PIN go uncounted.
       VERIFY-SIGN-ON.
           MOVE 'A' TO WS-FL-ACTION
           MOVE 'operators' TO WS-FL-RESOURCE
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               MOVE 'E' TO LK-RESULT
               MOVE "operator master is busy -- try again"
                   TO LK-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PIN
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

       CHECK-PIN.
           PERFORM LOAD-MASTER
           EVALUATE TRUE
               WHEN WS-HAVE-FILE = 'N'
                   MOVE '?' TO LK-RESULT
                   EXIT PARAGRAPH
               WHEN WS-HIT-LINE = 0
                   MOVE 'U' TO LK-RESULT
                   MOVE "id not in the operator master"
                       TO WS-LOG-DETAIL
               WHEN FUNCTION TRIM(WS-FLD-STATUS) = 'S'
                   MOVE 'S' TO LK-RESULT
                   MOVE "id is suspended" TO WS-LOG-DETAIL
               WHEN WS-FLD-LOCKED = 'Y'
                   MOVE 'L' TO LK-RESULT
                   MOVE "id is locked" TO WS-LOG-DETAIL
               WHEN WS-FLD-KIND = 'V'
                   MOVE 'B' TO LK-RESULT
                   MOVE "service id, no interactive sign-on"
                       TO WS-LOG-DETAIL
               WHEN FUNCTION TRIM(WS-FLD-HASH) = SPACES
                   MOVE 'X' TO LK-RESULT
                   MOVE "no PIN set" TO WS-LOG-DETAIL
               WHEN OTHER
                   MOVE ' ' TO LK-RESULT
           END-EVALUATE
           IF LK-RESULT NOT = ' '
               MOVE 'REFUSED' TO WS-EVENT
               MOVE WS-LOG-DETAIL TO LK-DETAIL
               PERFORM WRITE-SIGNON-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-PIN
           MOVE 0 TO WS-STORED-HASH
           IF FUNCTION TRIM(WS-FLD-HASH) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-HASH))
                   TO WS-STORED-HASH
           END-IF
           IF WS-HASH-OUT = WS-STORED-HASH
               MOVE 'Y' TO LK-RESULT
               MOVE WS-GOOD-EVENT TO WS-EVENT
               MOVE "PIN accepted" TO WS-LOG-DETAIL
               PERFORM WRITE-SIGNON-LOG
               IF WS-FAILS > 0
                   MOVE 0 TO WS-FAILS
                   PERFORM REWRITE-HIT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAILS
           IF WS-FAILS >= WS-FAIL-LIMIT
               MOVE 'Y' TO WS-FLD-LOCKED
               MOVE 'L' TO LK-RESULT
               PERFORM REWRITE-HIT-LINE
               MOVE 'LOCKOUT' TO WS-EVENT
               MOVE SPACES TO WS-LOG-DETAIL
               STRING WS-FAILS " failed sign-ons in a row -- id locked"
                   DELIMITED SIZE INTO WS-LOG-DETAIL
               PERFORM WRITE-SIGNON-LOG
               MOVE "PIN not accepted -- id is now locked; ask for an"
                   & " unlock" TO LK-DETAIL
               MOVE 'LOCKOUT' TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING "operator " FUNCTION TRIM(LK-ID)
                   " locked after " WS-FAILS
                   " failed sign-ons in a row"
                   DELIMITED SIZE INTO WS-IL-DETAIL
               CALL "INCIDENT-LOG" USING
                   WS-IL-MODEL WS-IL-REASON WS-IL-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LK-RESULT
           PERFORM REWRITE-HIT-LINE
           MOVE 'FAIL' TO WS-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "wrong PIN, failure " WS-FAILS " of "
               WS-FAIL-LIMIT DELIMITED SIZE INTO WS-LOG-DETAIL
           PERFORM WRITE-SIGNON-LOG
           COMPUTE WS-FAILS-LEFT = WS-FAIL-LIMIT - WS-FAILS
           STRING "PIN not accepted -- " WS-FAILS-LEFT
               " more failure(s) lock the id"
               DELIMITED SIZE INTO LK-DETAIL.

      *> Only the operator's own line changes; everything else in the
      *> master, comments included, goes back as it was read. The
      *> caller holds the operators enqueue.
       REWRITE-HIT-LINE.
           IF WS-MASTER-FULL = 'Y'
               DISPLAY "error: operator master has more than "
                   WS-LINE-MAX " lines -- not rewritten"
               MOVE 'OPERFULL' TO WS-IL-REASON
               MOVE SPACES TO WS-IL-DETAIL
               STRING "operators.dat over " WS-LINE-MAX
                   " lines -- sign-on update for "
                   FUNCTION TRIM(LK-ID) " not saved"
                   DELIMITED SIZE INTO WS-IL-DETAIL
               CALL "INCIDENT-LOG" USING
                   WS-IL-MODEL WS-IL-REASON WS-IL-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE(WS-HIT-LINE)
           STRING
               FUNCTION TRIM(WS-FLD-ID)       DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-NAME)     DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-DEPT)     DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-STATUS)   DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-QUOTA)    DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-ADDED)    DELIMITED SIZE
               '|'                            DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-HASH)     DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-FAILS                       DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-FLD-LOCKED(1:1)             DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-FLD-KIND(1:1)               DELIMITED SIZE
               '|'                            DELIMITED SIZE
               WS-FLD-SUPER(1:1)              DELIMITED SIZE
               INTO WS-LINE(WS-HIT-LINE)
           END-STRING
           OPEN OUTPUT OPER-FILE
           IF WS-OPER-STATUS = "00"
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   MOVE WS-LINE(WS-LINE-IDX) TO OPER-RECORD
                   WRITE OPER-RECORD
               END-PERFORM
               CLOSE OPER-FILE
           END-IF.

       WRITE-SIGNON-LOG.
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOG-RECORD
           STRING
               WS-STAMP                      DELIMITED SIZE
               '|'                           DELIMITED SIZE
               WS-PID-STR                    DELIMITED SIZE
               '|'                           DELIMITED SIZE
               FUNCTION TRIM(LK-ID)          DELIMITED SIZE
               '|'                           DELIMITED SIZE
               FUNCTION TRIM(WS-EVENT)       DELIMITED SIZE
               '|'                           DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-DETAIL)  DELIMITED SIZE
               INTO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE LOG-FILE.
