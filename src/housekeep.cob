      *              deleted per the rule. A control report of what    *
      *              was examined, retained, archived, and deleted     *
      *              prints per rule so the job balances like any      *
      *              other retention run. A file under legal hold      *
      *              (HOLD-CHECK: its name, its date, or the operator  *
      *              folder under sessions/ it sits in) is left where  *
      *              it is and counted as held.                        *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/housekeep.cob src/hold-check.cob                 *
      *        -o dist/housekeep                                       *
      *   ./dist/housekeep                                             *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      *                 report instead of claiming them done, and      *
      *                 split the listing on '|' so names with spaces  *
      *                 survive intact                                 *
      *   2026-10-15    Skip and count files under legal hold          *
      *   2026-10-15    One listing line per file (the printf format   *
      *                 carried a literal backslash-n)                 *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       01  WS-ARCHIVED             PIC 9(5).
       01  WS-DELETED              PIC 9(5).
       01  WS-FAILED               PIC 9(5).
       01  WS-HELD                 PIC 9(5).
       01  WS-TOT-EXAMINED         PIC 9(6) VALUE 0.
       01  WS-TOT-RETAINED         PIC 9(6) VALUE 0.
       01  WS-TOT-ARCHIVED         PIC 9(6) VALUE 0.
       01  WS-TOT-DELETED          PIC 9(6) VALUE 0.
       01  WS-TOT-FAILED           PIC 9(6) VALUE 0.
       01  WS-TOT-HELD             PIC 9(6) VALUE 0.
       01  WS-COUNT-ED             PIC ZZZZZ9.

      *> One listed file: mtime epoch seconds and name
       01  WS-FILE-RANK            PIC 9(5).
       01  WS-MTIME-PART           PIC X(20).
       01  WS-NAME-PART            PIC X(260).
       01  WS-DATE-PART            PIC X(10).
       01  WS-MTIME-INT            PIC X(12).
       01  WS-MTIME-FRAC           PIC X(12).
       01  WS-MTIME-NUM            PIC 9(12).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-ARCHIVE-DIR          PIC X(600).

      *> Legal hold test for a file about to be archived or deleted
       01  WS-HC-ACTION            PIC X VALUE 'F'.
       01  WS-HC-SESSION           PIC 9(9) VALUE 0.
       01  WS-HC-OPERATOR          PIC X(8).
       01  WS-HC-NAME              PIC X(500).
       01  WS-HC-ONLY              PIC X(8) VALUE SPACES.
       01  WS-HC-HELD              PIC X.
       01  WS-HC-HOLD-ID           PIC X(8).
       01  WS-HC-MATTER            PIC X(40).
       01  WS-EXT-LEN              PIC 9(4).
       01  WS-NAME-LEN             PIC 9(4).

      *> Per-process temp names, the shop convention
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).
           DISPLAY " total deleted:  " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-TOT-FAILED TO WS-COUNT-ED
           DISPLAY " total failed:   " FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-TOT-HELD TO WS-COUNT-ED
           DISPLAY " total held:     " FUNCTION TRIM(WS-COUNT-ED)
           IF WS-TOT-FAILED > 0
               DISPLAY " SOME ACTIONS FAILED -- the files named"
                   " above are still in place"
           END-IF
           PERFORM LIST-RULE-FILES
           MOVE 0 TO WS-EXAMINED WS-RETAINED WS-ARCHIVED WS-DELETED
           MOVE 0 TO WS-FAILED WS-HELD
           MOVE 0 TO WS-FILE-RANK
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT LIST-FILE
           ADD WS-RETAINED TO WS-TOT-RETAINED
           ADD WS-ARCHIVED TO WS-TOT-ARCHIVED
           ADD WS-DELETED TO WS-TOT-DELETED
           ADD WS-FAILED TO WS-TOT-FAILED
           ADD WS-HELD TO WS-TOT-HELD.

      *> find lists the rule's files newest first as
      *> "<epoch-mtime>|<date>|<name>" -- '|' because names may carry
      *> spaces; the special "tmp" directory means the
      *> /tmp/cobold_* orphans killed runs leave behind.
       LIST-RULE-FILES.
               STRING
                   "find /tmp -maxdepth 1 -type f -name"
                                                DELIMITED SIZE
                   " 'cobold_*' -printf '%T@|%TY-%Tm-%Td|%f\n'"
                                                DELIMITED SIZE
                   " 2>/dev/null"
                                                DELIMITED SIZE
                   " | sort -rn > "             DELIMITED SIZE
                   FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
               STRING
                   "find '"                     DELIMITED SIZE
                   FUNCTION TRIM(WS-DIR-PATH)   DELIMITED SIZE
                   "' -maxdepth 1 -type f -printf"
                                                DELIMITED SIZE
                   " '%T@|%TY-%Tm-%Td|%f\n'"
                                                DELIMITED SIZE
                   " 2>/dev/null | sort -rn > " DELIMITED SIZE
                   FUNCTION TRIM(WS-LIST-PATH)  DELIMITED SIZE
           END-IF
           ADD 1 TO WS-FILE-RANK
           ADD 1 TO WS-EXAMINED
           MOVE SPACES TO WS-MTIME-PART WS-DATE-PART WS-NAME-PART
           UNSTRING LIST-RECORD DELIMITED BY '|'
               INTO WS-MTIME-PART WS-DATE-PART WS-NAME-PART
           END-UNSTRING
           MOVE SPACES TO WS-MTIME-INT WS-MTIME-FRAC
           UNSTRING WS-MTIME-PART DELIMITED BY '.'
               ADD 1 TO WS-RETAINED
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-TMP-RULE = 'N'
               PERFORM CHECK-LEGAL-HOLD
               IF WS-HC-HELD = 'Y'
                   ADD 1 TO WS-HELD
                   DISPLAY " held: " FUNCTION TRIM(WS-RULE-DIR) "/"
                       FUNCTION TRIM(WS-NAME-PART) " -- legal hold "
                       FUNCTION TRIM(WS-HC-HOLD-ID) " ("
                       FUNCTION TRIM(WS-HC-MATTER) ")"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-RULE-ACTION = 'A'
               PERFORM ARCHIVE-ONE-FILE
           ELSE
               PERFORM DELETE-ONE-FILE
           END-IF.

      *> A saved session is held by its name (the file name less
      *> its extension), by its date, or -- under
      *> sessions/<operator>/ -- by its operator.
       CHECK-LEGAL-HOLD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-PART))
               TO WS-NAME-LEN
           MOVE 0 TO WS-EXT-LEN
           INSPECT FUNCTION REVERSE(FUNCTION TRIM(WS-NAME-PART))
               TALLYING WS-EXT-LEN FOR CHARACTERS BEFORE '.'
           MOVE SPACES TO WS-HC-NAME
           IF WS-EXT-LEN < WS-NAME-LEN - 1
               MOVE WS-NAME-PART(1:WS-NAME-LEN - WS-EXT-LEN - 1)
                   TO WS-HC-NAME
           ELSE
               MOVE WS-NAME-PART TO WS-HC-NAME
           END-IF
           MOVE SPACES TO WS-HC-OPERATOR
           IF WS-RULE-DIR(1:9) = 'sessions/'
               UNSTRING WS-RULE-DIR(10:) DELIMITED BY '/'
                   INTO WS-HC-OPERATOR
               END-UNSTRING
           END-IF
           CALL "HOLD-CHECK" USING WS-HC-ACTION WS-HC-SESSION
               WS-HC-OPERATOR WS-DATE-PART WS-HC-NAME WS-HC-ONLY
               WS-HC-HELD WS-HC-HOLD-ID WS-HC-MATTER.

      *> A move that fails (permissions, a full archive volume)
      *> counts as a failure, never as archived -- the control
      *> report must balance against what actually moved.
           DISPLAY ", deleted " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           MOVE WS-FAILED TO WS-COUNT-ED
           DISPLAY ", failed " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           MOVE WS-HELD TO WS-COUNT-ED
           DISPLAY ", held " FUNCTION TRIM(WS-COUNT-ED).
