      *================================================================*
      * PROGRAM:     CONFIG-WATCH                                      *
      * DESCRIPTION: Nightly drift report on the control files that    *
      *              decide how the shop behaves -- the .env profiles  *
      *              (.env and every .env.<profile>), prices.dat,      *
      *              models.dat, security-profiles.dat,                *
      *              alert-rules.dat, compliance-rules.dat,            *
      *              redact-patterns.txt, job-allowlist.txt,           *
      *              url-allowlist.txt, distribution.dat,              *
      *              shop-calendar.dat, housekeep-policy.dat and the   *
      *              outbound rule sets (outbound-rules.dat and every  *
      *              outbound-rules-<set>.dat).                        *
      *              Each file is compared line by line with its copy  *
      *              in the newest snapshot set under                  *
      *              config-snapshots/snap-YYYYMMDD-HHMMSS/: lines     *
      *              present in both are unchanged; a remaining line   *
      *              whose key (the text before its first '|' or '=')  *
      *              matches a remaining line on the other side is     *
      *              changed, shown before and after; the rest are     *
      *              added or removed. Values of .env-style keys       *
      *              naming a KEY, SECRET, TOKEN or PASSWORD --        *
      *              OPENROUTER_API_KEY, COBOLD_DATA_KEY -- are        *
      *              masked in the report. A change to a               *
      *              security-relevant file (the .env profiles,        *
      *              security-profiles.dat, compliance-rules.dat,      *
      *              redact-patterns.txt, the two allowlists, the      *
      *              outbound rule sets) is raised through             *
      *              INCIDENT-LOG as CFGCHG. When anything changed,    *
      *              or there is no snapshot yet, the files are        *
      *              snapshotted afresh; sets past the                 *
      *              CONFIG_SNAPSHOTS figure from .env (default 30)    *
      *              are dropped, oldest first. RETURN-CODE 4 when     *
      *              anything changed, 8 when the snapshot failed.     *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/config-watch.cob src/env-get.cob                 *
      *        src/incident-log.cob src/file-lock.cob                  *
      *        -o dist/config-watch                                    *
      *   ./dist/config-watch                                          *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Watch the outbound rule sets as well           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-WATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE
               ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT CFG-FILE
               ASSIGN TO DYNAMIC WS-CFG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-RECORD             PIC X(200).
       FD  CFG-FILE.
       01  CFG-RECORD              PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-LIST-PATH            PIC X(60).
       01  WS-LIST-STATUS          PIC XX.
       01  WS-CFG-PATH             PIC X(800).
       01  WS-CFG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(2600).
       01  WS-SHELL-RC             PIC S9(9) BINARY.

      *> The fixed control files; S marks the security-relevant ones.
      *> The .env profiles and outbound rule sets are found on disk
      *> and added after these.
       01  WS-FIXED-MAX            PIC 9(2) VALUE 11.
       01  WS-FIXED-LIST.
           05  FILLER PIC X(31) VALUE ' prices.dat                    '.
           05  FILLER PIC X(31) VALUE ' models.dat                    '.
           05  FILLER PIC X(31) VALUE 'Ssecurity-profiles.dat         '.
           05  FILLER PIC X(31) VALUE ' alert-rules.dat               '.
           05  FILLER PIC X(31) VALUE 'Scompliance-rules.dat          '.
           05  FILLER PIC X(31) VALUE 'Sredact-patterns.txt           '.
           05  FILLER PIC X(31) VALUE 'Sjob-allowlist.txt             '.
           05  FILLER PIC X(31) VALUE 'Surl-allowlist.txt             '.
           05  FILLER PIC X(31) VALUE ' distribution.dat              '.
           05  FILLER PIC X(31) VALUE ' shop-calendar.dat             '.
           05  FILLER PIC X(31) VALUE ' housekeep-policy.dat          '.
       01  WS-FIXED-OVR REDEFINES WS-FIXED-LIST.
           05  WS-FIXED-ENTRY OCCURS 11 TIMES.
               10  WS-FIXED-SEC    PIC X.
               10  WS-FIXED-NAME   PIC X(30).

      *> Files watched this run
       01  WS-FILE-COUNT           PIC 9(2) VALUE 0.
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 60 TIMES.
               10  WS-FILE-NAME    PIC X(60).
               10  WS-FILE-SEC     PIC X.
       01  WS-FILE-IDX             PIC 9(2).

      *> The two sides of one file. A line's match flag is U once it
      *> has its unchanged twin, C once it is paired as changed; its
      *> pair is the line it was matched with.
       01  WS-MAX-LINES            PIC 9(4) VALUE 2000.
       01  WS-OLD-COUNT            PIC 9(4).
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 2000 TIMES.
               10  WS-OLD-LINE     PIC X(500).
               10  WS-OLD-KEY      PIC X(100).
               10  WS-OLD-MATCH    PIC X.
       01  WS-NEW-COUNT            PIC 9(4).
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-NEW-LINE     PIC X(500).
               10  WS-NEW-KEY      PIC X(100).
               10  WS-NEW-MATCH    PIC X.
               10  WS-NEW-PAIR     PIC 9(4).
       01  WS-OLD-IDX              PIC 9(4).
       01  WS-NEW-IDX              PIC 9(4).
       01  WS-LOAD-COUNT           PIC 9(4).
       01  WS-LOAD-CUT             PIC X.
       01  WS-OLD-PRESENT          PIC X.
       01  WS-NEW-PRESENT          PIC X.

      *> Key of a line -- the text before its first '|' or '='
       01  WS-KEY-LINE             PIC X(500).
       01  WS-KEY-OUT              PIC X(100).
       01  WS-KEY-LEN              PIC 9(4).
       01  WS-PIPE-POS             PIC 9(4).
       01  WS-EQ-POS               PIC 9(4).

      *> Masking a secret value for the report
       01  WS-SHOW-LINE            PIC X(500).
       01  WS-SHOW-NAME            PIC X(100).

      *> Per-file and run tallies
       01  WS-ADDED                PIC 9(5).
       01  WS-REMOVED              PIC 9(5).
       01  WS-CHANGED              PIC 9(5).
       01  WS-FILES-CHANGED        PIC 9(3) VALUE 0.
       01  WS-SEC-CHANGED          PIC 9(3) VALUE 0.
       01  WS-NUM-ED               PIC ZZZZ9.
       01  WS-NUM-ED2              PIC ZZZZ9.
       01  WS-NUM-ED3              PIC ZZZZ9.
       01  WS-LINE-ED              PIC ZZZ9.

      *> Snapshot sets
       01  WS-SNAP-ROOT            PIC X(520).
       01  WS-PREV-SNAP            PIC X(30) VALUE SPACES.
       01  WS-NEW-SNAP             PIC X(30).
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-KEEP-SNAPS           PIC 9(3) VALUE 30.
       01  WS-SNAP-COUNT           PIC 9(3) VALUE 0.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY OCCURS 400 TIMES PIC X(30).
       01  WS-SNAP-IDX             PIC 9(3).
       01  WS-DROP-COUNT           PIC 9(3).
       01  WS-SNAP-FAILED          PIC X VALUE 'N'.

      *> ENV-GET and INCIDENT-LOG
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).
       01  WS-IL-MODEL             PIC X(100) VALUE SPACES.
       01  WS-IL-REASON            PIC X(8) VALUE 'CFGCHG'.
       01  WS-IL-DETAIL            PIC X(200).
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM FIND-PREVIOUS-SNAPSHOT
           PERFORM BUILD-FILE-LIST
           DISPLAY "================================================="
           DISPLAY " control file drift report"
           IF WS-PREV-SNAP = SPACES
               DISPLAY " no earlier snapshot -- this run sets the"
                   " baseline"
           ELSE
               DISPLAY " compared with " FUNCTION TRIM(WS-PREV-SNAP)
           END-IF
           DISPLAY "================================================="
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM WATCH-ONE-FILE
           END-PERFORM
           DISPLAY " "
           MOVE WS-FILES-CHANGED TO WS-NUM-ED
           MOVE WS-SEC-CHANGED TO WS-NUM-ED2
           DISPLAY " files changed: " FUNCTION TRIM(WS-NUM-ED)
               "  (security-relevant: " FUNCTION TRIM(WS-NUM-ED2) ")"
           IF WS-FILES-CHANGED > 0 OR WS-PREV-SNAP = SPACES
               PERFORM TAKE-SNAPSHOT
               IF WS-SNAP-FAILED = 'N'
                   PERFORM DROP-OLD-SNAPSHOTS
               END-IF
           ELSE
               DISPLAY " no drift; snapshot "
                   FUNCTION TRIM(WS-PREV-SNAP) " stands"
           END-IF
           DISPLAY "================================================="
           EVALUATE TRUE
               WHEN WS-SNAP-FAILED = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FILES-CHANGED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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
           MOVE SPACES TO WS-SNAP-ROOT
           STRING FUNCTION TRIM(WS-EXE-DIR) "config-snapshots"
               DELIMITED SIZE INTO WS-SNAP-ROOT
           MOVE "CONFIG_SNAPSHOTS" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-KEEP-SNAPS
           END-IF
           IF WS-KEEP-SNAPS = 0
               MOVE 30 TO WS-KEEP-SNAPS
           END-IF
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           MOVE SPACES TO WS-LIST-PATH
           STRING
               "/tmp/cobold_cfgwatch_" DELIMITED SIZE
               WS-PID-STR              DELIMITED SIZE
               ".txt"                  DELIMITED SIZE
               INTO WS-LIST-PATH.

      *> Snapshot names sort chronologically; the newest is last.
       FIND-PREVIOUS-SNAPSHOT.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "ls '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
               "' 2>/dev/null | grep '^snap-' | sort > "
                                           DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           PERFORM READ-SNAPSHOT-LIST
           IF WS-SNAP-COUNT > 0
               MOVE WS-SNAP-ENTRY(WS-SNAP-COUNT) TO WS-PREV-SNAP
           END-IF.

       READ-SNAPSHOT-LIST.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(LIST-RECORD) NOT = SPACES
                                   AND WS-SNAP-COUNT < 400
                               ADD 1 TO WS-SNAP-COUNT
                               MOVE FUNCTION TRIM(LIST-RECORD)
                                   TO WS-SNAP-ENTRY(WS-SNAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           PERFORM REMOVE-LIST-FILE.

       REMOVE-LIST-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f "                    DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

      *> The fixed files, then every .env profile and outbound rule
      *> set on disk now or in the previous snapshot -- so one that
      *> was deleted is reported as removed.
       BUILD-FILE-LIST.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FIXED-MAX
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FIXED-NAME(WS-FILE-IDX)
                   TO WS-FILE-NAME(WS-FILE-COUNT)
               MOVE WS-FIXED-SEC(WS-FILE-IDX)
                   TO WS-FILE-SEC(WS-FILE-COUNT)
           END-PERFORM
           MOVE SPACES TO WS-SHELL-CMD
           IF WS-PREV-SNAP = SPACES
               STRING
                   "ls -a '"                   DELIMITED SIZE
                   FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
                   "' 2>/dev/null | grep -E "  DELIMITED SIZE
                   "'^(\.env(\..+)?|outbound-rules(-.+)?\.dat)$'"
                                               DELIMITED SIZE
                   " | sort -u > "             DELIMITED SIZE
                   FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
                   INTO WS-SHELL-CMD
           ELSE
               STRING
                   "ls -a '"                   DELIMITED SIZE
                   FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
                   "' '"                       DELIMITED SIZE
                   FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
                   "/"                         DELIMITED SIZE
                   FUNCTION TRIM(WS-PREV-SNAP) DELIMITED SIZE
                   "' 2>/dev/null | grep -E "  DELIMITED SIZE
                   "'^(\.env(\..+)?|outbound-rules(-.+)?\.dat)$'"
                                               DELIMITED SIZE
                   " | sort -u > "             DELIMITED SIZE
                   FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
                   INTO WS-SHELL-CMD
           END-IF
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FUNCTION TRIM(LIST-RECORD) NOT = SPACES
                                   AND WS-FILE-COUNT < 60
                               ADD 1 TO WS-FILE-COUNT
                               MOVE FUNCTION TRIM(LIST-RECORD)
                                   TO WS-FILE-NAME(WS-FILE-COUNT)
                               MOVE 'S' TO WS-FILE-SEC(WS-FILE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           PERFORM REMOVE-LIST-FILE.

      *>----------------------------------------------------------------
      *> Comparing one file
      *>----------------------------------------------------------------
       WATCH-ONE-FILE.
           MOVE 0 TO WS-ADDED WS-REMOVED WS-CHANGED
           MOVE 0 TO WS-OLD-COUNT WS-NEW-COUNT
           MOVE 'N' TO WS-OLD-PRESENT WS-NEW-PRESENT
           MOVE SPACES TO WS-CFG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR)
               FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
               DELIMITED SIZE INTO WS-CFG-PATH
           PERFORM LOAD-NEW-SIDE
           IF WS-PREV-SNAP NOT = SPACES
               MOVE SPACES TO WS-CFG-PATH
               STRING FUNCTION TRIM(WS-SNAP-ROOT) "/"
                   FUNCTION TRIM(WS-PREV-SNAP) "/"
                   FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                   DELIMITED SIZE INTO WS-CFG-PATH
               PERFORM LOAD-OLD-SIDE
           END-IF
           DISPLAY " "
           EVALUATE TRUE
               WHEN WS-OLD-PRESENT = 'N' AND WS-NEW-PRESENT = 'N'
                   DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       "  (not present)"
                   EXIT PARAGRAPH
               WHEN WS-PREV-SNAP = SPACES
                   MOVE WS-NEW-COUNT TO WS-NUM-ED
                   DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       "  " FUNCTION TRIM(WS-NUM-ED)
                       " line(s) -- baseline"
                   EXIT PARAGRAPH
               WHEN WS-OLD-PRESENT = 'N'
                   DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       "  FILE ADDED since the last snapshot"
               WHEN WS-NEW-PRESENT = 'N'
                   DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       "  FILE REMOVED since the last snapshot"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM MATCH-UNCHANGED
           PERFORM MATCH-CHANGED
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-MATCH(WS-OLD-IDX) = SPACE
                   ADD 1 TO WS-REMOVED
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-MATCH(WS-NEW-IDX) = SPACE
                   ADD 1 TO WS-ADDED
               END-IF
           END-PERFORM
           IF WS-ADDED = 0 AND WS-REMOVED = 0 AND WS-CHANGED = 0
                   AND WS-OLD-PRESENT = WS-NEW-PRESENT
               MOVE WS-NEW-COUNT TO WS-NUM-ED
               DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                   "  " FUNCTION TRIM(WS-NUM-ED)
                   " line(s) -- unchanged"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-CHANGED
           MOVE WS-ADDED TO WS-NUM-ED
           MOVE WS-REMOVED TO WS-NUM-ED2
           MOVE WS-CHANGED TO WS-NUM-ED3
           IF WS-OLD-PRESENT = WS-NEW-PRESENT
               DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                   "  CHANGED"
           END-IF
           DISPLAY "   " FUNCTION TRIM(WS-NUM-ED) " added, "
               FUNCTION TRIM(WS-NUM-ED2) " removed, "
               FUNCTION TRIM(WS-NUM-ED3) " changed"
           PERFORM LIST-REMOVED-LINES
           PERFORM LIST-ADDED-LINES
           PERFORM LIST-CHANGED-LINES
           IF WS-FILE-SEC(WS-FILE-IDX) = 'S'
               ADD 1 TO WS-SEC-CHANGED
               PERFORM RAISE-CONFIG-INCIDENT
           END-IF.

       LOAD-NEW-SIDE.
           PERFORM LOAD-LINES
           IF WS-CFG-STATUS = "00"
               MOVE 'Y' TO WS-NEW-PRESENT
           END-IF
           MOVE WS-LOAD-COUNT TO WS-NEW-COUNT.

       LOAD-OLD-SIDE.
           MOVE 'O' TO WS-LOAD-CUT
           PERFORM LOAD-LINES
           IF WS-CFG-STATUS = "00"
               MOVE 'Y' TO WS-OLD-PRESENT
           END-IF
           MOVE WS-LOAD-COUNT TO WS-OLD-COUNT.

      *> Blank lines carry nothing and are not compared. WS-LOAD-CUT
      *> is O while the snapshot side is loading.
       LOAD-LINES.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CFG-FILE
           IF WS-CFG-STATUS NOT = "00"
               MOVE SPACE TO WS-LOAD-CUT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CFG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CFG-RECORD) NOT = SPACES
                               AND WS-LOAD-COUNT < WS-MAX-LINES
                           ADD 1 TO WS-LOAD-COUNT
                           MOVE CFG-RECORD TO WS-KEY-LINE
                           PERFORM EXTRACT-KEY
                           IF WS-LOAD-CUT = 'O'
                               MOVE CFG-RECORD
                                   TO WS-OLD-LINE(WS-LOAD-COUNT)
                               MOVE WS-KEY-OUT
                                   TO WS-OLD-KEY(WS-LOAD-COUNT)
                               MOVE SPACE
                                   TO WS-OLD-MATCH(WS-LOAD-COUNT)
                           ELSE
                               MOVE CFG-RECORD
                                   TO WS-NEW-LINE(WS-LOAD-COUNT)
                               MOVE WS-KEY-OUT
                                   TO WS-NEW-KEY(WS-LOAD-COUNT)
                               MOVE SPACE
                                   TO WS-NEW-MATCH(WS-LOAD-COUNT)
                               MOVE 0 TO WS-NEW-PAIR(WS-LOAD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CFG-FILE
           MOVE SPACE TO WS-LOAD-CUT
           MOVE "00" TO WS-CFG-STATUS.

      *> A line with no '|' or '=' (an allowlist entry, a pattern, a
      *> comment) has no key -- it can only be added or removed.
       EXTRACT-KEY.
           MOVE SPACES TO WS-KEY-OUT
           IF WS-KEY-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-LINE, TRAILING))
               TO WS-KEY-LEN
           MOVE 0 TO WS-PIPE-POS WS-EQ-POS
           INSPECT WS-KEY-LINE(1:WS-KEY-LEN) TALLYING WS-PIPE-POS
               FOR CHARACTERS BEFORE INITIAL '|'
           INSPECT WS-KEY-LINE(1:WS-KEY-LEN) TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='
           IF WS-EQ-POS < WS-PIPE-POS
               MOVE WS-EQ-POS TO WS-PIPE-POS
           END-IF
           IF WS-PIPE-POS > 0 AND WS-PIPE-POS < WS-KEY-LEN
               IF WS-PIPE-POS > 100
                   MOVE 100 TO WS-PIPE-POS
               END-IF
               MOVE WS-KEY-LINE(1:WS-PIPE-POS) TO WS-KEY-OUT
           END-IF.

       MATCH-UNCHANGED.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-COUNT
                   IF WS-OLD-MATCH(WS-OLD-IDX) = SPACE
                           AND WS-OLD-LINE(WS-OLD-IDX)
                               = WS-NEW-LINE(WS-NEW-IDX)
                       MOVE 'U' TO WS-OLD-MATCH(WS-OLD-IDX)
                       MOVE 'U' TO WS-NEW-MATCH(WS-NEW-IDX)
                       MOVE WS-OLD-IDX TO WS-NEW-PAIR(WS-NEW-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       MATCH-CHANGED.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-MATCH(WS-NEW-IDX) = SPACE
                       AND WS-NEW-KEY(WS-NEW-IDX) NOT = SPACES
                   PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                           UNTIL WS-OLD-IDX > WS-OLD-COUNT
                       IF WS-OLD-MATCH(WS-OLD-IDX) = SPACE
                               AND WS-OLD-KEY(WS-OLD-IDX)
                                   = WS-NEW-KEY(WS-NEW-IDX)
                           MOVE 'C' TO WS-OLD-MATCH(WS-OLD-IDX)
                           MOVE 'C' TO WS-NEW-MATCH(WS-NEW-IDX)
                           MOVE WS-OLD-IDX TO WS-NEW-PAIR(WS-NEW-IDX)
                           ADD 1 TO WS-CHANGED
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LIST-REMOVED-LINES.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-MATCH(WS-OLD-IDX) = SPACE
                   MOVE WS-OLD-LINE(WS-OLD-IDX) TO WS-SHOW-LINE
                   PERFORM MASK-SHOW-LINE
                   MOVE WS-OLD-IDX TO WS-LINE-ED
                   DISPLAY "   - old " WS-LINE-ED ": "
                       FUNCTION TRIM(WS-SHOW-LINE, TRAILING)
               END-IF
           END-PERFORM.

       LIST-ADDED-LINES.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-MATCH(WS-NEW-IDX) = SPACE
                   MOVE WS-NEW-LINE(WS-NEW-IDX) TO WS-SHOW-LINE
                   PERFORM MASK-SHOW-LINE
                   MOVE WS-NEW-IDX TO WS-LINE-ED
                   DISPLAY "   + new " WS-LINE-ED ": "
                       FUNCTION TRIM(WS-SHOW-LINE, TRAILING)
               END-IF
           END-PERFORM.

       LIST-CHANGED-LINES.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-MATCH(WS-NEW-IDX) = 'C'
                   MOVE WS-NEW-PAIR(WS-NEW-IDX) TO WS-OLD-IDX
                   MOVE WS-OLD-LINE(WS-OLD-IDX) TO WS-SHOW-LINE
                   PERFORM MASK-SHOW-LINE
                   MOVE WS-OLD-IDX TO WS-LINE-ED
                   DISPLAY "   ~ old " WS-LINE-ED ": "
                       FUNCTION TRIM(WS-SHOW-LINE, TRAILING)
                   MOVE WS-NEW-LINE(WS-NEW-IDX) TO WS-SHOW-LINE
                   PERFORM MASK-SHOW-LINE
                   MOVE WS-NEW-IDX TO WS-LINE-ED
                   DISPLAY "     new " WS-LINE-ED ": "
                       FUNCTION TRIM(WS-SHOW-LINE, TRAILING)
               END-IF
           END-PERFORM.

      *> NAME=value where the name carries KEY, SECRET, TOKEN or
      *> PASSWORD keeps the name and loses the value.
       MASK-SHOW-LINE.
           IF WS-SHOW-LINE(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQ-POS
           INSPECT WS-SHOW-LINE TALLYING WS-EQ-POS
               FOR CHARACTERS BEFORE INITIAL '='
           IF WS-EQ-POS = 0 OR WS-EQ-POS >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-SHOW-LINE(1:WS-EQ-POS))
               TO WS-SHOW-NAME
           MOVE 0 TO WS-PIPE-POS
           INSPECT WS-SHOW-NAME TALLYING WS-PIPE-POS
               FOR ALL 'KEY' ALL 'SECRET' ALL 'TOKEN' ALL 'PASSWORD'
           IF WS-PIPE-POS > 0
               MOVE '=********' TO WS-SHOW-LINE(WS-EQ-POS + 1:)
           END-IF.

       RAISE-CONFIG-INCIDENT.
           MOVE SPACES TO WS-IL-DETAIL
           EVALUATE TRUE
               WHEN WS-OLD-PRESENT = 'N'
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       " appeared since " FUNCTION TRIM(WS-PREV-SNAP)
                       DELIMITED SIZE INTO WS-IL-DETAIL
               WHEN WS-NEW-PRESENT = 'N'
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       " removed since " FUNCTION TRIM(WS-PREV-SNAP)
                       DELIMITED SIZE INTO WS-IL-DETAIL
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                       " changed since " FUNCTION TRIM(WS-PREV-SNAP)
                       ": " FUNCTION TRIM(WS-NUM-ED) " added, "
                       FUNCTION TRIM(WS-NUM-ED2) " removed, "
                       FUNCTION TRIM(WS-NUM-ED3) " changed"
                       DELIMITED SIZE INTO WS-IL-DETAIL
           END-EVALUATE
           CALL "INCIDENT-LOG" USING WS-IL-MODEL WS-IL-REASON
               WS-IL-DETAIL
           DISPLAY "   incident raised (security-relevant file)".

      *>----------------------------------------------------------------
      *> Snapshots -- the .env copies hold live keys, so the snapshot
      *> tree is closed to everyone but the owner.
      *>----------------------------------------------------------------
       TAKE-SNAPSHOT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-NEW-SNAP
           STRING "snap-" WS-DATE "-" WS-TIME(1:6)
               DELIMITED SIZE INTO WS-NEW-SNAP
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "mkdir -p '"                DELIMITED SIZE
               FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
               "/"                         DELIMITED SIZE
               FUNCTION TRIM(WS-NEW-SNAP)  DELIMITED SIZE
               "' && chmod 700 '"          DELIMITED SIZE
               FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
               "'"                         DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
               RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               MOVE 'Y' TO WS-SNAP-FAILED
               DISPLAY " SNAPSHOT FAILED -- could not create "
                   FUNCTION TRIM(WS-SNAP-ROOT) "/"
                   FUNCTION TRIM(WS-NEW-SNAP)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM
           IF WS-SNAP-FAILED = 'Y'
               DISPLAY " SNAPSHOT INCOMPLETE -- "
                   FUNCTION TRIM(WS-NEW-SNAP)
                   " removed; the earlier snapshot stays the baseline"
               MOVE SPACES TO WS-SHELL-CMD
               STRING
                   "rm -rf '"                  DELIMITED SIZE
                   FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
                   "/"                         DELIMITED SIZE
                   FUNCTION TRIM(WS-NEW-SNAP)  DELIMITED SIZE
                   "'"                         DELIMITED SIZE
                   INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
           ELSE
               DISPLAY " snapshot taken: " FUNCTION TRIM(WS-NEW-SNAP)
           END-IF.

      *> A file that is not there is simply absent from the set.
       SNAPSHOT-ONE-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "test ! -e '"                             DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)                 DELIMITED SIZE
               FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))  DELIMITED SIZE
               "' || cp -p '"                            DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)                 DELIMITED SIZE
               FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))  DELIMITED SIZE
               "' '"                                     DELIMITED SIZE
               FUNCTION TRIM(WS-SNAP-ROOT)               DELIMITED SIZE
               "/"                                       DELIMITED SIZE
               FUNCTION TRIM(WS-NEW-SNAP)                DELIMITED SIZE
               "/'"                                      DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
               RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               MOVE 'Y' TO WS-SNAP-FAILED
               DISPLAY " " FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                   "  COPY FAILED"
           END-IF.

       DROP-OLD-SNAPSHOTS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "ls '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
               "' 2>/dev/null | grep '^snap-' | sort > "
                                           DELIMITED SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           PERFORM READ-SNAPSHOT-LIST
           IF WS-SNAP-COUNT <= WS-KEEP-SNAPS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DROP-COUNT = WS-SNAP-COUNT - WS-KEEP-SNAPS
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-DROP-COUNT
               MOVE SPACES TO WS-SHELL-CMD
               STRING
                   "rm -rf '"                  DELIMITED SIZE
                   FUNCTION TRIM(WS-SNAP-ROOT) DELIMITED SIZE
                   "/"                         DELIMITED SIZE
                   FUNCTION TRIM(WS-SNAP-ENTRY(WS-SNAP-IDX))
                                               DELIMITED SIZE
                   "'"                         DELIMITED SIZE
                   INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
               DISPLAY " dropped old snapshot "
                   FUNCTION TRIM(WS-SNAP-ENTRY(WS-SNAP-IDX))
           END-PERFORM.
