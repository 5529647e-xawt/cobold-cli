      *================================================================*
      * PROGRAM:     STANDING-DIFF                                     *
      * DESCRIPTION: Run-over-run change detection for standing-query  *
      *              answers. The last answer each entry produced is   *
      *              kept in <output-file>.prev, keyed by a hash of    *
      *              the entry's profile and query, and the new answer *
      *              is compared against it -- line by line, or, for   *
      *              an entry with a REPLY-VALIDATOR field layout,     *
      *              field by field over the fixed-width records both  *
      *              answers validate to (line by line after all when  *
      *              either one fails the layout). The outcome goes to *
      *              <output-file>.chg, started fresh the first time   *
      *              a run touches that output file, one entry per     *
      *              query:                                            *
      *                ===== stamp  STATUS     query                   *
      *              with STATUS NEW, CHANGED, UNCHANGED or FAILED in  *
      *              columns 28-36 and the added/removed lines or the  *
      *              changed fields below it. DISTRIBUTE reads those   *
      *              headers to skip files with nothing new. A failed  *
      *              call leaves the previous answer on file.          *
      *                                                                *
      * CALL "STANDING-DIFF" USING                                     *
      *   LK-OUTFILE PIC X(500)  -- the entry's output file            *
      *   LK-PROFILE PIC X(50)   -- its prompt profile                 *
      *   LK-QUERY   PIC X(1000) -- its query text                     *
      *   LK-ANSWER  PIC X(2000) -- the reply just received            *
      *   LK-DEFS    PIC X(500)  -- field layout, spaces for lines     *
      *   LK-FAILED  PIC X       -- 'Y' the call itself failed         *
      *   LK-RESULT  PIC X       -- 'N' new, 'C' changed,              *
      *                             'U' unchanged, 'F' failed          *
      *   LK-SUMMARY PIC X(100)  -- one line for the operator          *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-DIFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREV-FILE
               ASSIGN TO DYNAMIC WS-PREV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.
           SELECT WORK-FILE
               ASSIGN TO DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CHG-FILE
               ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT DEFS-FILE
               ASSIGN TO DYNAMIC LK-DEFS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREV-FILE.
       01  PREV-RECORD             PIC X(2010).
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(2010).
       FD  CHG-FILE.
       01  CHG-RECORD              PIC X(2100).
       FD  DEFS-FILE.
       01  DEFS-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PREV-PATH            PIC X(510).
       01  WS-WORK-PATH            PIC X(510).
       01  WS-CHG-PATH             PIC X(510).
       01  WS-PREV-STATUS          PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-CHG-STATUS           PIC XX.
       01  WS-DEFS-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(600).

      *> The entry's key: profile and query through the house 31x
      *> rolling hash, written as nine digits ahead of each record
      *> of .prev -- "key*stamp" opens an answer, "key|text" is one
      *> line of it.
       01  WS-HASH                 PIC 9(9).
       01  WS-KEY                  PIC 9(9).
       01  WS-KEY-TEXT             PIC X(1051).
       01  WS-SCAN                 PIC 9(4).
       01  WS-FOUND                PIC X.
       01  WS-PREV-STAMP           PIC X(19).
       01  WS-STAMP                PIC X(19).
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).

      *> The two answers, one table entry per line
       01  WS-LINE-MAX             PIC 9(3) VALUE 200.
       01  WS-OLD-COUNT            PIC 9(3) VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 200 TIMES.
               10  WS-OLD-LINE     PIC X(2000).
               10  WS-OLD-USED     PIC X.
       01  WS-NEW-COUNT            PIC 9(3) VALUE 0.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 200 TIMES.
               10  WS-NEW-LINE     PIC X(2000).
               10  WS-NEW-USED     PIC X.
       01  WS-OLD-IDX              PIC 9(3).
       01  WS-NEW-IDX              PIC 9(3).
       01  WS-OLD-ANSWER           PIC X(2000).
       01  WS-ANS-PTR              PIC 9(4).
       01  WS-ANS-LEN              PIC 9(4).
       01  WS-BUF                  PIC X(2000).
       01  WS-BUF-PTR              PIC 9(4).

      *> Counts for the summary
       01  WS-ADDED                PIC 9(3).
       01  WS-REMOVED              PIC 9(3).
       01  WS-SAME                 PIC 9(3).
       01  WS-CHANGED              PIC 9(3).
       01  WS-LISTED               PIC 9(3).
       01  WS-LIST-MAX             PIC 9(3) VALUE 20.
       01  WS-CNT-A                PIC ZZ9.
       01  WS-CNT-B                PIC ZZ9.
       01  WS-CNT-C                PIC ZZ9.
       01  WS-STATUS-WORD          PIC X(9).
       01  WS-MODE                 PIC X.
       01  WS-NOTE                 PIC X(300).

      *> The field layout, as REPLY-VALIDATOR reads it
       01  WS-DEF-COUNT            PIC 99 VALUE 0.
       01  WS-DEF-TABLE.
           05  WS-DEF-ENTRY OCCURS 40 TIMES.
               10  WS-DEF-NAME     PIC X(30).
               10  WS-DEF-LEN      PIC 9(3).
       01  WS-DEF-IDX              PIC 99.
       01  WS-FLD-A                PIC X(30).
       01  WS-FLD-B                PIC X(5).
       01  WS-FLD-C                PIC X(10).
       01  WS-FLD-OFF              PIC 9(4).
       01  WS-FLD-LEN              PIC 9(3).
       01  WS-RV-ACTION            PIC X.
       01  WS-RV-REPLY             PIC X(2000).
       01  WS-RV-ERR               PIC X(200).
       01  WS-RV-STATUS            PIC X.
       01  WS-OLD-REC              PIC X(1000).
       01  WS-NEW-REC              PIC X(1000).

      *> Output files whose .chg this run has already started
       01  WS-SEEN-COUNT           PIC 99 VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-FILE OCCURS 50 TIMES PIC X(500).
       01  WS-SEEN-IDX             PIC 99.

       LINKAGE SECTION.
       01  LK-OUTFILE              PIC X(500).
       01  LK-PROFILE              PIC X(50).
       01  LK-QUERY                PIC X(1000).
       01  LK-ANSWER               PIC X(2000).
       01  LK-DEFS                 PIC X(500).
       01  LK-FAILED               PIC X.
       01  LK-RESULT               PIC X.
       01  LK-SUMMARY              PIC X(100).

       PROCEDURE DIVISION USING
           LK-OUTFILE LK-PROFILE LK-QUERY LK-ANSWER LK-DEFS
           LK-FAILED LK-RESULT LK-SUMMARY.

       MAIN-PARA.
           MOVE SPACES TO LK-SUMMARY WS-NOTE WS-PREV-STAMP
           MOVE 'L' TO WS-MODE
           MOVE 0 TO WS-ADDED WS-REMOVED WS-SAME WS-CHANGED
           MOVE SPACES TO WS-PREV-PATH WS-WORK-PATH WS-CHG-PATH
           STRING FUNCTION TRIM(LK-OUTFILE) ".prev"
               DELIMITED SIZE INTO WS-PREV-PATH
           STRING FUNCTION TRIM(LK-OUTFILE) ".prev.tmp"
               DELIMITED SIZE INTO WS-WORK-PATH
           STRING FUNCTION TRIM(LK-OUTFILE) ".chg"
               DELIMITED SIZE INTO WS-CHG-PATH
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           PERFORM COMPUTE-KEY
           PERFORM SPLIT-PREVIOUS
           PERFORM SPLIT-ANSWER-LINES

           EVALUATE TRUE
               WHEN LK-FAILED = 'Y'
                   MOVE 'F' TO LK-RESULT
                   MOVE 'call failed -- previous answer kept'
                       TO LK-SUMMARY
               WHEN WS-FOUND = 'N'
                   MOVE 'N' TO LK-RESULT
                   MOVE 'first answer on file -- nothing to compare'
                       TO LK-SUMMARY
               WHEN OTHER
                   IF LK-DEFS NOT = SPACES
                       PERFORM COMPARE-FIELDS
                   END-IF
                   IF WS-MODE = 'L'
                       PERFORM COMPARE-LINES
                   END-IF
                   IF WS-ADDED + WS-REMOVED + WS-CHANGED = 0
                       MOVE 'U' TO LK-RESULT
                   ELSE
                       MOVE 'C' TO LK-RESULT
                   END-IF
                   PERFORM BUILD-SUMMARY
           END-EVALUATE
           PERFORM WRITE-CHANGE-ENTRY
           PERFORM SAVE-ANSWERS
           GOBACK.

       COMPUTE-KEY.
           MOVE SPACES TO WS-KEY-TEXT
           STRING FUNCTION TRIM(LK-PROFILE) '|'
               FUNCTION TRIM(LK-QUERY)
               DELIMITED SIZE INTO WS-KEY-TEXT
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > FUNCTION LENGTH(
                       FUNCTION TRIM(WS-KEY-TEXT, TRAILING))
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + FUNCTION ORD(WS-KEY-TEXT(WS-SCAN:1)),
                   999999937)
           END-PERFORM
           MOVE WS-HASH TO WS-KEY.

      *> Pass one over .prev: this entry's last answer is lifted out
      *> into the old-line table, every other entry's records go to
      *> the work file untouched.
       SPLIT-PREVIOUS.
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-OLD-COUNT
           MOVE SPACES TO WS-OLD-ANSWER
           MOVE 1 TO WS-ANS-PTR
           OPEN OUTPUT WORK-FILE
           OPEN INPUT PREV-FILE
           IF WS-PREV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PREV-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SORT-PREVIOUS-RECORD
               END-READ
           END-PERFORM
           CLOSE PREV-FILE.

       SORT-PREVIOUS-RECORD.
           IF PREV-RECORD(1:9) NOT = WS-KEY
               WRITE WORK-RECORD FROM PREV-RECORD
               EXIT PARAGRAPH
           END-IF
           IF PREV-RECORD(10:1) = '*'
               MOVE 'Y' TO WS-FOUND
               MOVE PREV-RECORD(11:19) TO WS-PREV-STAMP
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-COUNT >= WS-LINE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OLD-COUNT
           MOVE PREV-RECORD(11:) TO WS-OLD-LINE(WS-OLD-COUNT)
           MOVE 'N' TO WS-OLD-USED(WS-OLD-COUNT)
      *>   The old answer is rebuilt as well, for the field layout
           IF WS-OLD-COUNT > 1 AND WS-ANS-PTR <= 2000
               STRING X"0A" DELIMITED SIZE
                   INTO WS-OLD-ANSWER WITH POINTER WS-ANS-PTR
           END-IF
           IF WS-ANS-PTR <= 2000
               STRING FUNCTION TRIM(PREV-RECORD(11:), TRAILING)
                   DELIMITED SIZE
                   INTO WS-OLD-ANSWER WITH POINTER WS-ANS-PTR
           END-IF.

      *> The reply is split on line feeds the way WRITE-REPLY-BODY
      *> writes it to the output file.
       SPLIT-ANSWER-LINES.
           MOVE 0 TO WS-NEW-COUNT
           MOVE SPACES TO WS-BUF
           MOVE 1 TO WS-BUF-PTR
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(LK-ANSWER, TRAILING))
               TO WS-ANS-LEN
           IF LK-ANSWER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-ANS-LEN
               IF LK-ANSWER(WS-SCAN:1) = X"0A"
                   PERFORM KEEP-ANSWER-LINE
               ELSE
                   MOVE LK-ANSWER(WS-SCAN:1) TO WS-BUF(WS-BUF-PTR:1)
                   ADD 1 TO WS-BUF-PTR
               END-IF
           END-PERFORM
           IF WS-BUF-PTR > 1
               PERFORM KEEP-ANSWER-LINE
           END-IF.

       KEEP-ANSWER-LINE.
           IF WS-NEW-COUNT < WS-LINE-MAX
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-BUF TO WS-NEW-LINE(WS-NEW-COUNT)
               MOVE 'N' TO WS-NEW-USED(WS-NEW-COUNT)
           END-IF
           MOVE SPACES TO WS-BUF
           MOVE 1 TO WS-BUF-PTR.

      *> Each new line takes the first unclaimed old line equal to
      *> it; what is left unclaimed on either side was added or
      *> removed. Moved lines therefore count as unchanged.
       COMPARE-LINES.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-COUNT
                   IF WS-OLD-USED(WS-OLD-IDX) = 'N'
                           AND WS-OLD-LINE(WS-OLD-IDX)
                               = WS-NEW-LINE(WS-NEW-IDX)
                       MOVE 'Y' TO WS-OLD-USED(WS-OLD-IDX)
                       MOVE 'Y' TO WS-NEW-USED(WS-NEW-IDX)
                       ADD 1 TO WS-SAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NEW-USED(WS-NEW-IDX) = 'N'
                   ADD 1 TO WS-ADDED
               END-IF
           END-PERFORM
           COMPUTE WS-REMOVED = WS-OLD-COUNT - WS-SAME.

      *> Both answers through the layout; a field differs when its
      *> slice of the two fixed-width records does. Either answer
      *> failing the layout drops back to comparing lines.
       COMPARE-FIELDS.
           PERFORM LOAD-LAYOUT
           IF WS-DEF-COUNT = 0
               MOVE SPACES TO WS-NOTE
               STRING '  (layout ' FUNCTION TRIM(LK-DEFS)
                   ' could not be read -- compared line by line)'
                   DELIMITED SIZE INTO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'V' TO WS-RV-ACTION
           MOVE WS-OLD-ANSWER TO WS-RV-REPLY
           CALL "REPLY-VALIDATOR" USING
               WS-RV-ACTION LK-DEFS WS-RV-REPLY WS-OLD-REC
               WS-RV-ERR WS-RV-STATUS
           IF WS-RV-STATUS = 'Y'
               MOVE LK-ANSWER TO WS-RV-REPLY
               CALL "REPLY-VALIDATOR" USING
                   WS-RV-ACTION LK-DEFS WS-RV-REPLY WS-NEW-REC
                   WS-RV-ERR WS-RV-STATUS
           END-IF
           IF WS-RV-STATUS NOT = 'Y'
               MOVE SPACES TO WS-NOTE
               STRING '  (layout check failed: '
                   FUNCTION TRIM(WS-RV-ERR)
                   ' -- compared line by line)'
                   DELIMITED SIZE INTO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO WS-MODE
           MOVE 1 TO WS-FLD-OFF
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
               MOVE WS-DEF-LEN(WS-DEF-IDX) TO WS-FLD-LEN
               IF WS-OLD-REC(WS-FLD-OFF:WS-FLD-LEN)
                       = WS-NEW-REC(WS-FLD-OFF:WS-FLD-LEN)
                   ADD 1 TO WS-SAME
               ELSE
                   ADD 1 TO WS-CHANGED
               END-IF
               ADD WS-FLD-LEN TO WS-FLD-OFF
           END-PERFORM.

      *> Same reading rules as REPLY-VALIDATOR's own: NAME|type|
      *> length|R-or-O, '#' comments, malformed lines skipped.
       LOAD-LAYOUT.
           MOVE 0 TO WS-DEF-COUNT
           OPEN INPUT DEFS-FILE
           IF WS-DEFS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEFS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LAYOUT-LINE
               END-READ
           END-PERFORM
           CLOSE DEFS-FILE.

       PARSE-LAYOUT-LINE.
           IF DEFS-RECORD = SPACES OR DEFS-RECORD(1:1) = '#'
                   OR WS-DEF-COUNT >= 40
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-FLD-C
           UNSTRING DEFS-RECORD DELIMITED BY '|'
               INTO WS-FLD-A WS-FLD-B WS-FLD-C
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-A) = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-FLD-C) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-FLD-C) < 1
                   OR FUNCTION NUMVAL(WS-FLD-C) > 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEF-COUNT
           MOVE FUNCTION TRIM(WS-FLD-A) TO WS-DEF-NAME(WS-DEF-COUNT)
           MOVE FUNCTION NUMVAL(WS-FLD-C) TO WS-DEF-LEN(WS-DEF-COUNT).

       BUILD-SUMMARY.
           IF LK-RESULT = 'U'
               STRING 'no change since ' WS-PREV-STAMP
                   DELIMITED SIZE INTO LK-SUMMARY
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = 'F'
               MOVE WS-CHANGED TO WS-CNT-A
               MOVE WS-SAME TO WS-CNT-B
               STRING FUNCTION TRIM(WS-CNT-A) ' field(s) changed, '
                   FUNCTION TRIM(WS-CNT-B) ' unchanged'
                   DELIMITED SIZE INTO LK-SUMMARY
           ELSE
               MOVE WS-ADDED TO WS-CNT-A
               MOVE WS-REMOVED TO WS-CNT-B
               MOVE WS-SAME TO WS-CNT-C
               STRING FUNCTION TRIM(WS-CNT-A) ' line(s) added, '
                   FUNCTION TRIM(WS-CNT-B) ' removed, '
                   FUNCTION TRIM(WS-CNT-C) ' unchanged'
                   DELIMITED SIZE INTO LK-SUMMARY
           END-IF.

      *> One entry in <output-file>.chg; the file is started over the
      *> first time this run writes to it, so it describes this run.
       WRITE-CHANGE-ENTRY.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-FILE(WS-SEEN-IDX) = LK-OUTFILE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEEN-IDX > WS-SEEN-COUNT
               OPEN OUTPUT CHG-FILE
               IF WS-SEEN-COUNT < 50
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE LK-OUTFILE TO WS-SEEN-FILE(WS-SEEN-COUNT)
               END-IF
           ELSE
               OPEN EXTEND CHG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           EVALUATE LK-RESULT
               WHEN 'N' MOVE 'NEW' TO WS-STATUS-WORD
               WHEN 'C' MOVE 'CHANGED' TO WS-STATUS-WORD
               WHEN 'U' MOVE 'UNCHANGED' TO WS-STATUS-WORD
               WHEN OTHER MOVE 'FAILED' TO WS-STATUS-WORD
           END-EVALUATE
           MOVE SPACES TO CHG-RECORD
           STRING
               "===== "                       DELIMITED SIZE
               WS-STAMP                       DELIMITED SIZE
               "  "                           DELIMITED SIZE
               WS-STATUS-WORD                 DELIMITED SIZE
               "  "                           DELIMITED SIZE
               FUNCTION TRIM(LK-QUERY)        DELIMITED SIZE
               INTO CHG-RECORD
           WRITE CHG-RECORD
           MOVE SPACES TO CHG-RECORD
           STRING "  " LK-SUMMARY DELIMITED SIZE INTO CHG-RECORD
           WRITE CHG-RECORD
           IF WS-NOTE NOT = SPACES
               WRITE CHG-RECORD FROM WS-NOTE
           END-IF
           IF LK-RESULT = 'C'
               MOVE 0 TO WS-LISTED
               IF WS-MODE = 'F'
                   PERFORM LIST-CHANGED-FIELDS
               ELSE
                   PERFORM LIST-CHANGED-LINES
               END-IF
               IF WS-LISTED > WS-LIST-MAX
                   COMPUTE WS-CNT-A = WS-LISTED - WS-LIST-MAX
                   MOVE SPACES TO CHG-RECORD
                   STRING "  ... and " FUNCTION TRIM(WS-CNT-A)
                       " more" DELIMITED SIZE INTO CHG-RECORD
                   WRITE CHG-RECORD
               END-IF
           END-IF
           MOVE SPACES TO CHG-RECORD
           WRITE CHG-RECORD
           CLOSE CHG-FILE.

       LIST-CHANGED-LINES.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-USED(WS-OLD-IDX) = 'N'
                   ADD 1 TO WS-LISTED
                   IF WS-LISTED <= WS-LIST-MAX
                       MOVE SPACES TO CHG-RECORD
                       STRING "  - " WS-OLD-LINE(WS-OLD-IDX)
                           DELIMITED SIZE INTO CHG-RECORD
                       WRITE CHG-RECORD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-USED(WS-NEW-IDX) = 'N'
                   ADD 1 TO WS-LISTED
                   IF WS-LISTED <= WS-LIST-MAX
                       MOVE SPACES TO CHG-RECORD
                       STRING "  + " WS-NEW-LINE(WS-NEW-IDX)
                           DELIMITED SIZE INTO CHG-RECORD
                       WRITE CHG-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       LIST-CHANGED-FIELDS.
           MOVE 1 TO WS-FLD-OFF
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                   UNTIL WS-DEF-IDX > WS-DEF-COUNT
               MOVE WS-DEF-LEN(WS-DEF-IDX) TO WS-FLD-LEN
               IF WS-OLD-REC(WS-FLD-OFF:WS-FLD-LEN)
                       NOT = WS-NEW-REC(WS-FLD-OFF:WS-FLD-LEN)
                   ADD 1 TO WS-LISTED
                   IF WS-LISTED <= WS-LIST-MAX
                       MOVE SPACES TO CHG-RECORD
                       STRING
                           "  ~ " FUNCTION TRIM(WS-DEF-NAME(WS-DEF-IDX))
                           ": '" FUNCTION TRIM(
                               WS-OLD-REC(WS-FLD-OFF:WS-FLD-LEN))
                           "' -> '" FUNCTION TRIM(
                               WS-NEW-REC(WS-FLD-OFF:WS-FLD-LEN))
                           "'" DELIMITED SIZE INTO CHG-RECORD
                       WRITE CHG-RECORD
                   END-IF
               END-IF
               ADD WS-FLD-LEN TO WS-FLD-OFF
           END-PERFORM.

      *> Finish the work file with this entry's answer -- the new
      *> one, or the old one again when the call failed -- then copy
      *> it back over .prev (pass two).
       SAVE-ANSWERS.
           IF WS-WORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF LK-FAILED = 'Y'
               IF WS-FOUND = 'Y'
                   MOVE SPACES TO WORK-RECORD
                   STRING WS-KEY '*' WS-PREV-STAMP
                       DELIMITED SIZE INTO WORK-RECORD
                   WRITE WORK-RECORD
                   PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                           UNTIL WS-OLD-IDX > WS-OLD-COUNT
                       MOVE SPACES TO WORK-RECORD
                       STRING WS-KEY '|' WS-OLD-LINE(WS-OLD-IDX)
                           DELIMITED SIZE INTO WORK-RECORD
                       WRITE WORK-RECORD
                   END-PERFORM
               END-IF
           ELSE
               MOVE SPACES TO WORK-RECORD
               STRING WS-KEY '*' WS-STAMP
                   DELIMITED SIZE INTO WORK-RECORD
               WRITE WORK-RECORD
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING WS-KEY '|' WS-NEW-LINE(WS-NEW-IDX)
                       DELIMITED SIZE INTO WORK-RECORD
                   WRITE WORK-RECORD
               END-PERFORM
           END-IF
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT PREV-FILE
           IF WS-PREV-STATUS NOT = "00"
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE PREV-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE PREV-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f '"                      DELIMITED SIZE
               FUNCTION TRIM(WS-WORK-PATH)    DELIMITED SIZE
               "'"                            DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.
