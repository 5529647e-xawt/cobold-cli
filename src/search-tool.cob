      *              case-insensitive substring; each hit prints where *
      *              it was found (session name or audit key), the     *
      *              nearest timestamp, and a snippet of text around   *
      *              the match. A query led by --date YYYY-MM-DD       *
      *              (or YYYY-MM-DD:YYYY-MM-DD) and/or --operator <id> *
      *              searches only the audit records of that day or    *
      *              range and/or operator, reached through the        *
      *              AUDIT-STAMP and AUDIT-OPERATOR alternate keys of  *
      *              audit.dat;                                        *
      *              saved session files carry neither, so a narrowed  *
      *              search leaves them out.                           *
      *                                                                *
      * CALL "SEARCH-TOOL" USING                                       *
      *   LK-QUERY     PIC X(200)  -- text to look for                 *
      *   2026-08-21    Initial version                                *
      *   2026-09-02    Buffers grown for the 150000-character         *
      *                 conversations big models now keep              *
      *   2026-10-15    --date and --operator narrow the audit search  *
      *                 through the alternate keys                     *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEARCH-TOOL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       01  WS-HIT-COUNT-ED         PIC ZZZZ9.

      *> --date / --operator qualifiers ahead of the text
       01  WS-QUERY-REST           PIC X(200).
       01  WS-QUERY-HOLD           PIC X(200).
       01  WS-Q-WORD               PIC X(30).
       01  WS-Q-VALUE              PIC X(30).
       01  WS-Q-PTR                PIC 9(3).
       01  WS-FROM-DATE            PIC X(10).
       01  WS-TO-DATE              PIC X(10).
       01  WS-PICK-OPERATOR        PIC X(8).
       01  WS-NARROWED             PIC X.

      *> Deciphering encrypted content before matching -- session
      *> files and audit records written with a data key carry the
      *> CBLDENC: marker; without the key they are skipped.

       MAIN-PARA.
           MOVE 0 TO LK-HIT-COUNT
           PERFORM TAKE-QUALIFIERS
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-QUERY-REST))
               TO WS-QUERY-LOW
           MOVE 0 TO WS-QUERY-LEN
           IF WS-QUERY-REST NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-QUERY-REST))
                   TO WS-QUERY-LEN
           END-IF
           IF WS-QUERY-LEN = 0
                   OR (WS-FROM-DATE NOT = SPACES
                       AND WS-TO-DATE < WS-FROM-DATE)
               DISPLAY "usage: /search [--date YYYY-MM-DD"
                   "[:YYYY-MM-DD]] [--operator <id>] <text>"
               EXIT PROGRAM
           END-IF
           PERFORM RESOLVE-EXE-DIR
           IF WS-NARROWED = 'N'
               PERFORM SEARCH-SESSION-FILES
           END-IF
           PERFORM SEARCH-AUDIT-TRAIL
           MOVE LK-HIT-COUNT TO WS-HIT-COUNT-ED
           DISPLAY FUNCTION TRIM(WS-HIT-COUNT-ED) " match(es) for '"
               FUNCTION TRIM(WS-QUERY-REST) "'" WITH NO ADVANCING
           IF WS-PICK-OPERATOR NOT = SPACES
               DISPLAY " by " FUNCTION TRIM(WS-PICK-OPERATOR)
                   WITH NO ADVANCING
           END-IF
           IF WS-FROM-DATE NOT = SPACES
               DISPLAY " stamped " WS-FROM-DATE " to " WS-TO-DATE
                   WITH NO ADVANCING
           END-IF
           DISPLAY " "
           EXIT PROGRAM.

      *> Peel --date and --operator (each with its value) off the
      *> front of the query; what is left is the text to find.
       TAKE-QUALIFIERS.
           MOVE SPACES TO WS-FROM-DATE WS-TO-DATE WS-PICK-OPERATOR
           MOVE 'N' TO WS-NARROWED
           MOVE FUNCTION TRIM(LK-QUERY) TO WS-QUERY-REST
           PERFORM 2 TIMES
               MOVE SPACES TO WS-Q-WORD WS-Q-VALUE
               MOVE 1 TO WS-Q-PTR
               UNSTRING WS-QUERY-REST DELIMITED BY ALL SPACE
                   INTO WS-Q-WORD WS-Q-VALUE
                   WITH POINTER WS-Q-PTR
               END-UNSTRING
               IF WS-Q-WORD = '--date' OR WS-Q-WORD = '--operator'
                   MOVE 'Y' TO WS-NARROWED
                   IF WS-Q-WORD = '--date'
                       MOVE WS-Q-VALUE(1:10) TO WS-FROM-DATE
                       IF WS-Q-VALUE(11:1) = ':'
                           MOVE WS-Q-VALUE(12:10) TO WS-TO-DATE
                       ELSE
                           MOVE WS-FROM-DATE TO WS-TO-DATE
                       END-IF
                   ELSE
                       MOVE WS-Q-VALUE(1:8) TO WS-PICK-OPERATOR
                   END-IF
                   MOVE SPACES TO WS-QUERY-HOLD
                   IF WS-Q-PTR <= 200
                       MOVE WS-QUERY-REST(WS-Q-PTR:) TO WS-QUERY-HOLD
                   END-IF
                   MOVE FUNCTION TRIM(WS-QUERY-HOLD) TO WS-QUERY-REST
               END-IF
           END-PERFORM.

      *> Resolve the directory the running executable lives in
      *> into WS-EXE-DIR (with a trailing slash).
       RESOLVE-EXE-DIR.
           END-PERFORM.

      *> Walk the whole audit trail in key order and report every
      *> record whose content holds the query -- or, narrowed, only
      *> the operator's records along the AUDIT-OPERATOR key (the
      *> date range then filters them), or only the range's records
      *> along the AUDIT-STAMP key.
       SEARCH-AUDIT-TRAIL.
           MOVE SPACES TO WS-LOG-PATH
           STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AUDIT-EOF
           EVALUATE TRUE
               WHEN WS-PICK-OPERATOR NOT = SPACES
                   MOVE WS-PICK-OPERATOR TO AUDIT-OPERATOR
                   START AUDIT-FILE KEY IS = AUDIT-OPERATOR
                       INVALID KEY
                           MOVE 'Y' TO WS-AUDIT-EOF
                   END-START
               WHEN WS-FROM-DATE NOT = SPACES
                   MOVE SPACES TO AUDIT-STAMP
                   MOVE WS-FROM-DATE TO AUDIT-STAMP(1:10)
                   START AUDIT-FILE KEY IS >= AUDIT-STAMP
                       INVALID KEY
                           MOVE 'Y' TO WS-AUDIT-EOF
                   END-START
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-PICK-OPERATOR NOT = SPACES
                                   AND AUDIT-OPERATOR
                                       NOT = WS-PICK-OPERATOR
                               MOVE 'Y' TO WS-AUDIT-EOF
                           WHEN WS-PICK-OPERATOR = SPACES
                                   AND WS-FROM-DATE NOT = SPACES
                                   AND AUDIT-STAMP(1:10) > WS-TO-DATE
                               MOVE 'Y' TO WS-AUDIT-EOF
                           WHEN WS-FROM-DATE NOT = SPACES
                                   AND (AUDIT-STAMP(1:10)
                                           < WS-FROM-DATE
                                       OR AUDIT-STAMP(1:10)
                                           > WS-TO-DATE)
                               CONTINUE
                           WHEN OTHER
                               PERFORM SEARCH-ONE-AUDIT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
