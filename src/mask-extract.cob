      *================================================================*
      * PROGRAM:     MASK-EXTRACT                                      *
      * DESCRIPTION: Masked test-data copies of production files, so   *
      *              test folders stop carrying real names and         *
      *              account numbers. A rule set, masks/<set>.mask     *
      *              next to the executable ('#' comments), names the  *
      *              files and how each field is masked:               *
      *                FILE|layout|in-file|out-file                    *
      *                         a fixed-width file described by        *
      *                         layouts/<layout>.layout                *
      *                AUDIT|in-file|out-file                          *
      *                         an audit.dat extract in the flat       *
      *                         shape AUDIT-ARCHIVE writes; its fields *
      *                         are AUDIT-SESSION, AUDIT-SEQ,          *
      *                         AUDIT-STAMP, AUDIT-ROLE,               *
      *                         AUDIT-CONTENT, AUDIT-REDACTIONS,       *
      *                         AUDIT-OPERATOR and AUDIT-CHAIN         *
      *                FIELD|field-name|rule[|value]                   *
      *                         KEEP, BLANK, FIXED|value, SUBST        *
      *                         (consistent substitution), SHIFT       *
      *                         (dates moved by SHIFT-DAYS), SCRAMBLE  *
      *                         (digits scrambled, the last digit      *
      *                         recomputed as a Luhn check digit) or   *
      *                         REDACT (redact-patterns.txt, as the    *
      *                         audit trail is masked)                 *
      *                RATE|n         keep one record in n (default 1) *
      *                SAMPLE-KEY|field-name                           *
      *                         sample on the value of this field, so  *
      *                         a key chosen in one file is chosen in  *
      *                         them all (audit extracts sample whole  *
      *                         sessions)                              *
      *                SHIFT-DAYS|n   days SHIFT moves every date      *
      *                         (default -30)                          *
      *              A rule applies to the field of that name in every *
      *              file of the set, and SUBST and SCRAMBLE give the  *
      *              same answer for the same value everywhere, so     *
      *              keys still join across the masked files. Values   *
      *              are mixed with COBOLD_MASK_KEY so a masked value  *
      *              cannot be looked up from a list of real ones. A   *
      *              field with no rule is kept, and is listed as such *
      *              in the control report. AUDIT-CONTENT with no rule *
      *              is REDACTed, enciphered content deciphered first  *
      *              (blanked when it will not decipher). Masked audit *
      *              extracts no longer pass AUDIT-VERIFY. Records     *
      *              keep their length and every field its position.   *
      *              The control report -- records read, written and   *
      *              sampled out, and values masked per field, per     *
      *              file -- is printed and kept as                    *
      *              mask-<set>-YYYYMMDD.rpt next to the executable.   *
      *              RETURN-CODE 4 when a file could not be masked or  *
      *              a rule matched no field, 8 when the rule set is   *
      *              missing or has an unreadable line (nothing is     *
      *              written then).                                    *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/mask-extract.cob src/audit-log.cob               *
      *        src/crypt-codec.cob src/env-get.cob                     *
      *        -o dist/mask-extract                                    *
      *   ./dist/mask-extract <set>                                    *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE
               ASSIGN TO DYNAMIC WS-RULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT LAYOUT-FILE
               ASSIGN TO DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT IN-FILE
               ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT OUT-FILE
               ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-RECORD             PIC X(700).
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD           PIC X(200).
       FD  IN-FILE
           RECORD VARYING IN SIZE FROM 0 TO 4000
               DEPENDING ON WS-IN-LEN.
       01  IN-RECORD               PIC X(4000).
      *> The masked copy keeps each record's own length.
       FD  OUT-FILE
           RECORD VARYING IN SIZE FROM 0 TO 4000
               DEPENDING ON WS-OUT-LEN.
       01  OUT-RECORD              PIC X(4000).
       FD  RPT-FILE.
       01  RPT-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RULE-PATH            PIC X(600).
       01  WS-LAYOUT-PATH          PIC X(600).
       01  WS-IN-PATH              PIC X(300).
       01  WS-OUT-PATH             PIC X(300).
       01  WS-RPT-PATH             PIC X(600).
       01  WS-RULE-STATUS          PIC XX.
       01  WS-LAYOUT-STATUS        PIC XX.
       01  WS-IN-STATUS            PIC XX.
       01  WS-OUT-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SET-NAME             PIC X(50).
       01  WS-NAME-BAD             PIC 9(3).
       01  WS-TODAY                PIC 9(8).
       01  WS-IN-LEN               PIC 9(4).
       01  WS-OUT-LEN              PIC 9(4).
       01  WS-RPT-OPEN             PIC X VALUE 'N'.

      *> The rule set
       01  WS-RATE                 PIC 9(4) VALUE 1.
       01  WS-SAMPLE-KEY           PIC X(30) VALUE SPACES.
       01  WS-SHIFT-DAYS           PIC S9(5) VALUE -30.
       01  WS-RULE-LINENO          PIC 9(4) VALUE 0.
       01  WS-RULE-ERRORS          PIC 9(4) VALUE 0.
       01  WS-MF-MAX               PIC 9(2) VALUE 20.
       01  WS-MF-COUNT             PIC 9(2) VALUE 0.
       01  WS-MF-TABLE.
           05  WS-MF-ENTRY OCCURS 20 TIMES.
               10  WS-MF-TYPE      PIC X.
               10  WS-MF-LAYOUT    PIC X(50).
               10  WS-MF-IN        PIC X(300).
               10  WS-MF-OUT       PIC X(300).
       01  WS-MF-IDX               PIC 9(2).
       01  WS-RL-MAX               PIC 9(3) VALUE 100.
       01  WS-RL-COUNT             PIC 9(3) VALUE 0.
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 100 TIMES.
               10  WS-RL-FIELD     PIC X(30).
               10  WS-RL-RULE      PIC X(8).
               10  WS-RL-VALUE     PIC X(100).
               10  WS-RL-USED      PIC X.
       01  WS-RL-IDX               PIC 9(3).
       01  WS-FLD-A                PIC X(30).
       01  WS-FLD-B                PIC X(300).
       01  WS-FLD-C                PIC X(300).
       01  WS-FLD-D                PIC X(300).
       01  WS-FLD-E                PIC X(5).

      *> The layout of the file in hand, each field with its rule
      *> and what masking it did
       01  WS-LAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-LAY-TABLE.
           05  WS-LAY-ENTRY OCCURS 60 TIMES.
               10  WS-LAY-NAME     PIC X(30).
               10  WS-LAY-START    PIC 9(4).
               10  WS-LAY-LEN      PIC 9(4).
               10  WS-LAY-TYPE     PIC X.
               10  WS-LAY-RULE     PIC X(8).
               10  WS-LAY-VALUE    PIC X(100).
               10  WS-LAY-RULED    PIC X.
               10  WS-LAY-CHANGED  PIC 9(7).
               10  WS-LAY-SPOILED  PIC 9(7).
       01  WS-LAY-IDX              PIC 9(3).
       01  WS-LAY-END              PIC 9(4).
       01  WS-KEY-IDX              PIC 9(3).
       01  WS-CONTENT-IDX          PIC 9(3).
       01  WS-REDCNT-IDX           PIC 9(3).

      *> Counts for the file in hand and the run
       01  WS-RECS-READ            PIC 9(7).
       01  WS-RECS-WRITTEN         PIC 9(7).
       01  WS-RECS-SAMPLED         PIC 9(7).
       01  WS-FILES-DONE           PIC 9(2) VALUE 0.
       01  WS-FILES-FAILED         PIC 9(2) VALUE 0.
       01  WS-TOT-READ             PIC 9(8) VALUE 0.
       01  WS-TOT-WRITTEN          PIC 9(8) VALUE 0.
       01  WS-TOT-MASKED           PIC 9(8) VALUE 0.
       01  WS-UNUSED-RULES         PIC 9(3) VALUE 0.
       01  WS-FILE-OK              PIC X.
       01  WS-FAIL-REASON          PIC X(80).

      *> One field value through its rule
       01  WS-VALUE                PIC X(2800).
       01  WS-VALUE-BEFORE         PIC X(2800).
       01  WS-VALUE-LEN            PIC 9(4).
       01  WS-VALUE-SPOILED        PIC X.
       01  WS-CHAR-IDX             PIC 9(4).
       01  WS-CH                   PIC X.
       01  WS-UPPER-ALPHA          PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-ALPHA          PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-DIGIT-CHARS          PIC X(10) VALUE '0123456789'.
       01  WS-NUM-WORK             PIC 9(18).

      *> The masking hash -- the 31x rolling hash the audit chain
      *> and the response cache use, started from the mask key so
      *> the same value masks the same way all through one set.
       01  WS-MASK-KEY             PIC X(100).
       01  WS-SEED                 PIC 9(18) COMP-5.
       01  WS-HASH                 PIC 9(18) COMP-5.
       01  WS-HASH-IDX             PIC 9(4).
       01  WS-HASH-LEN             PIC 9(4).
       01  WS-HASH-VAL             PIC 9(3) COMP-5.
       01  WS-HASH-TEXT            PIC X(2800).
       01  WS-PICK                 PIC 9(2).

      *> SCRAMBLE -- the digit positions of the value
       01  WS-DG-COUNT             PIC 9(4).
       01  WS-DG-TABLE.
           05  WS-DG-POS OCCURS 100 TIMES PIC 9(4).
       01  WS-DG-IDX               PIC 9(4).
       01  WS-LUHN-SUM             PIC 9(5).
       01  WS-LUHN-DIGIT           PIC 9(2).
       01  WS-LUHN-DOUBLE          PIC X.

      *> SHIFT -- the date in the value
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DATE-X REDEFINES WS-DATE-NUM PIC X(8).
       01  WS-DATE-DASHED          PIC X.
       01  WS-DATE-INT             PIC S9(9).

      *> REDACT -- AUDIT-LOG's redaction probe masks a copy without
      *> writing anything; growth in the marker count is a hit.
       01  WS-AL-ROLE              PIC X(20) VALUE 'redact-probe'.
       01  WS-AL-TEXT              PIC X(2000).
       01  WS-AL-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-MARKS-BEFORE         PIC 9(4).
       01  WS-MARKS-AFTER          PIC 9(4).
       01  WS-REC-NEW-MARKS        PIC 9(4).
       01  WS-REDCNT-NUM           PIC 9(3).
       01  WS-REDCNT-WORK          PIC 9(5).

      *> Enciphered audit content is deciphered before redaction
       01  WS-CR-ACTION            PIC X.
       01  WS-CR-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-CR-LEN               PIC 9(6).
       01  WS-CR-STATUS            PIC X.
       01  WS-CR-BUF               PIC X(2800).

      *> Printing
       01  WS-LINE                 PIC X(200) VALUE SPACES.
       01  WS-LINE-HOLD            PIC X(200).
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-COUNT2-ED            PIC ZZZZZZ9.
       01  WS-COUNT3-ED            PIC ZZZZZZ9.
       01  WS-DAYS-ED              PIC -(4)9.
       01  WS-RULE-SHOWN           PIC X(20).
       01  WS-FILE-NO-ED           PIC Z9.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-SET-NAME
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-SET-NAME
           END-ACCEPT
           IF FUNCTION TRIM(WS-SET-NAME) = SPACES
               DISPLAY "usage: mask-extract <rule set>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-NAME-BAD
           INSPECT FUNCTION TRIM(WS-SET-NAME)
               TALLYING WS-NAME-BAD FOR ALL '/' ALL '.' ALL ' '
           IF WS-NAME-BAD > 0
               DISPLAY "error: rule set name not allowed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-RULES
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "error: no rule set "
                   FUNCTION TRIM(WS-RULE-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RULE-ERRORS > 0
               DISPLAY "error: " WS-RULE-ERRORS
                   " unreadable line(s) in the rule set -- nothing"
                   " masked"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MF-COUNT = 0
               DISPLAY "error: the rule set names no FILE or AUDIT"
                   " lines"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-SEED
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE 'Y' TO WS-RPT-OPEN
           ELSE
               DISPLAY "warning: could not write "
                   FUNCTION TRIM(WS-RPT-PATH)
           END-IF
           PERFORM PRINT-REPORT-HEAD
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-COUNT
               PERFORM MASK-ONE-FILE
               PERFORM PRINT-FILE-SECTION
           END-PERFORM
           PERFORM PRINT-REPORT-FOOT
           IF WS-RPT-OPEN = 'Y'
               CLOSE RPT-FILE
               DISPLAY "control report kept in "
                   FUNCTION TRIM(WS-RPT-PATH)
           END-IF
           IF WS-FILES-FAILED > 0 OR WS-UNUSED-RULES > 0
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
           MOVE SPACES TO WS-RULE-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
               "masks/"                       DELIMITED SIZE
               FUNCTION TRIM(WS-SET-NAME)     DELIMITED SIZE
               ".mask"                        DELIMITED SIZE
               INTO WS-RULE-PATH
           MOVE SPACES TO WS-RPT-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)      DELIMITED SIZE
               "mask-"                        DELIMITED SIZE
               FUNCTION TRIM(WS-SET-NAME)     DELIMITED SIZE
               "-"                            DELIMITED SIZE
               WS-TODAY                       DELIMITED SIZE
               ".rpt"                         DELIMITED SIZE
               INTO WS-RPT-PATH.

      *> The mask key from the environment; without one the masking
      *> still runs, but anyone holding this program could repeat it.
       SET-SEED.
           MOVE SPACES TO WS-MASK-KEY
           ACCEPT WS-MASK-KEY FROM ENVIRONMENT "COBOLD_MASK_KEY"
           IF FUNCTION TRIM(WS-MASK-KEY) = SPACES
               DISPLAY "warning: COBOLD_MASK_KEY is not set -- the"
                   " substitutions can be reproduced without it"
           END-IF
           MOVE 7 TO WS-SEED
           MOVE WS-SEED TO WS-HASH
           MOVE WS-MASK-KEY TO WS-HASH-TEXT
           PERFORM FOLD-HASH-TEXT
           MOVE WS-HASH TO WS-SEED.

      *> ------------------------------------------------------------
      *> The rule set
      *> ------------------------------------------------------------
       LOAD-RULES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RULE-LINENO
                       PERFORM PARSE-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULE-FILE
           MOVE "00" TO WS-RULE-STATUS.

       PARSE-RULE-LINE.
           IF RULE-RECORD = SPACES OR RULE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D
               WS-FLD-E
           UNSTRING RULE-RECORD DELIMITED BY '|'
               INTO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D WS-FLD-E
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-FLD-A) TO WS-FLD-A
           EVALUATE FUNCTION TRIM(WS-FLD-A)
               WHEN 'FILE'
                   MOVE 0 TO WS-NAME-BAD
                   INSPECT FUNCTION TRIM(WS-FLD-B)
                       TALLYING WS-NAME-BAD FOR ALL '/' ALL '.'
                   IF FUNCTION TRIM(WS-FLD-B) = SPACES
                           OR WS-NAME-BAD > 0
                           OR FUNCTION TRIM(WS-FLD-C) = SPACES
                           OR FUNCTION TRIM(WS-FLD-D) = SPACES
                           OR WS-MF-COUNT >= WS-MF-MAX
                       PERFORM RULE-LINE-BAD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MF-COUNT
                   MOVE 'L' TO WS-MF-TYPE(WS-MF-COUNT)
                   MOVE FUNCTION TRIM(WS-FLD-B)
                       TO WS-MF-LAYOUT(WS-MF-COUNT)
                   MOVE FUNCTION TRIM(WS-FLD-C) TO WS-MF-IN(WS-MF-COUNT)
                   MOVE FUNCTION TRIM(WS-FLD-D)
                       TO WS-MF-OUT(WS-MF-COUNT)
               WHEN 'AUDIT'
                   IF FUNCTION TRIM(WS-FLD-B) = SPACES
                           OR FUNCTION TRIM(WS-FLD-C) = SPACES
                           OR WS-MF-COUNT >= WS-MF-MAX
                       PERFORM RULE-LINE-BAD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MF-COUNT
                   MOVE 'A' TO WS-MF-TYPE(WS-MF-COUNT)
                   MOVE "(audit extract)" TO WS-MF-LAYOUT(WS-MF-COUNT)
                   MOVE FUNCTION TRIM(WS-FLD-B) TO WS-MF-IN(WS-MF-COUNT)
                   MOVE FUNCTION TRIM(WS-FLD-C)
                       TO WS-MF-OUT(WS-MF-COUNT)
               WHEN 'FIELD'
                   PERFORM TAKE-FIELD-RULE
               WHEN 'RATE'
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-B))
                           NOT = 0
                       PERFORM RULE-LINE-BAD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
                       TO WS-RATE
                   IF WS-RATE = 0
                       PERFORM RULE-LINE-BAD
                   END-IF
               WHEN 'SAMPLE-KEY'
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-B))
                       TO WS-SAMPLE-KEY
               WHEN 'SHIFT-DAYS'
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-B))
                           NOT = 0
                       PERFORM RULE-LINE-BAD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
                       TO WS-SHIFT-DAYS
               WHEN OTHER
                   PERFORM RULE-LINE-BAD
           END-EVALUATE.

       TAKE-FIELD-RULE.
           MOVE FUNCTION UPPER-CASE(WS-FLD-C) TO WS-FLD-C
           IF FUNCTION TRIM(WS-FLD-B) = SPACES
                   OR WS-RL-COUNT >= WS-RL-MAX
               PERFORM RULE-LINE-BAD
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(WS-FLD-C)
               WHEN 'KEEP'
               WHEN 'BLANK'
               WHEN 'FIXED'
               WHEN 'SUBST'
               WHEN 'SHIFT'
               WHEN 'SCRAMBLE'
               WHEN 'REDACT'
                   CONTINUE
               WHEN OTHER
                   PERFORM RULE-LINE-BAD
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WS-RL-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-B))
               TO WS-RL-FIELD(WS-RL-COUNT)
           MOVE FUNCTION TRIM(WS-FLD-C) TO WS-RL-RULE(WS-RL-COUNT)
           MOVE WS-FLD-D(1:100) TO WS-RL-VALUE(WS-RL-COUNT)
           MOVE 'N' TO WS-RL-USED(WS-RL-COUNT).

       RULE-LINE-BAD.
           ADD 1 TO WS-RULE-ERRORS
           DISPLAY "rule set line " WS-RULE-LINENO " not understood: "
               FUNCTION TRIM(RULE-RECORD)(1:60).

      *> ------------------------------------------------------------
      *> One file of the set
      *> ------------------------------------------------------------
       MASK-ONE-FILE.
           MOVE 'Y' TO WS-FILE-OK
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 0 TO WS-RECS-READ WS-RECS-WRITTEN WS-RECS-SAMPLED
           MOVE WS-MF-IN(WS-MF-IDX) TO WS-IN-PATH
           MOVE WS-MF-OUT(WS-MF-IDX) TO WS-OUT-PATH
           IF WS-MF-TYPE(WS-MF-IDX) = 'A'
               PERFORM SET-AUDIT-LAYOUT
           ELSE
               PERFORM LOAD-LAYOUT
           END-IF
           IF WS-LAY-COUNT = 0
               MOVE "no layout of that name in layouts/"
                   TO WS-FAIL-REASON
               PERFORM FILE-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-PATH = WS-OUT-PATH
               MOVE "output would overwrite the input"
                   TO WS-FAIL-REASON
               PERFORM FILE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM ATTACH-RULES
           OPEN INPUT IN-FILE
           IF WS-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-REASON
               STRING "input could not be opened (file status "
                   WS-IN-STATUS ")" DELIMITED SIZE INTO WS-FAIL-REASON
               PERFORM FILE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               CLOSE IN-FILE
               MOVE SPACES TO WS-FAIL-REASON
               STRING "output could not be opened (file status "
                   WS-OUT-STATUS ")" DELIMITED SIZE INTO WS-FAIL-REASON
               PERFORM FILE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               MOVE SPACES TO IN-RECORD
               READ IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       PERFORM MASK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           CLOSE OUT-FILE
           ADD 1 TO WS-FILES-DONE
           ADD WS-RECS-READ TO WS-TOT-READ
           ADD WS-RECS-WRITTEN TO WS-TOT-WRITTEN.

       FILE-FAILED.
           MOVE 'N' TO WS-FILE-OK
           ADD 1 TO WS-FILES-FAILED.

       LOAD-LAYOUT.
           MOVE 0 TO WS-LAY-COUNT
           MOVE SPACES TO WS-LAYOUT-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)            DELIMITED SIZE
               "layouts/"                           DELIMITED SIZE
               FUNCTION TRIM(WS-MF-LAYOUT(WS-MF-IDX))
                                                    DELIMITED SIZE
               ".layout"                            DELIMITED SIZE
               INTO WS-LAYOUT-PATH
           MOVE 'N' TO WS-EOF
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LAYOUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-LAYOUT-LINE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-FILE.

      *> Same field-line rules as LAYOUT-CHECK: name|start|len|type
       PARSE-LAYOUT-LINE.
           IF LAYOUT-RECORD = SPACES OR LAYOUT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAY-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D
           UNSTRING LAYOUT-RECORD DELIMITED BY '|'
               INTO WS-FLD-A WS-FLD-B WS-FLD-C WS-FLD-D
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-A) = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FLD-B)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FLD-C)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAY-COUNT
           INITIALIZE WS-LAY-ENTRY(WS-LAY-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-A))
               TO WS-LAY-NAME(WS-LAY-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
               TO WS-LAY-START(WS-LAY-COUNT)
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-C))
               TO WS-LAY-LEN(WS-LAY-COUNT)
           IF FUNCTION TRIM(WS-FLD-D) = '9'
               MOVE '9' TO WS-LAY-TYPE(WS-LAY-COUNT)
           ELSE
               MOVE 'X' TO WS-LAY-TYPE(WS-LAY-COUNT)
           END-IF
      *>   A field that would run past the record buffer is dropped
      *>   from the layout rather than overrun it.
           COMPUTE WS-LAY-END = WS-LAY-START(WS-LAY-COUNT)
               + WS-LAY-LEN(WS-LAY-COUNT) - 1
           IF WS-LAY-START(WS-LAY-COUNT) = 0
                   OR WS-LAY-LEN(WS-LAY-COUNT) = 0
                   OR WS-LAY-END > 4000
               SUBTRACT 1 FROM WS-LAY-COUNT
           END-IF.

      *> The flat audit record AUDIT-ARCHIVE writes, key first.
       SET-AUDIT-LAYOUT.
           INITIALIZE WS-LAY-TABLE
           MOVE 8 TO WS-LAY-COUNT
           MOVE 'AUDIT-SESSION'    TO WS-LAY-NAME(1)
           MOVE 1                  TO WS-LAY-START(1)
           MOVE 9                  TO WS-LAY-LEN(1)
           MOVE '9'                TO WS-LAY-TYPE(1)
           MOVE 'AUDIT-SEQ'        TO WS-LAY-NAME(2)
           MOVE 10                 TO WS-LAY-START(2)
           MOVE 5                  TO WS-LAY-LEN(2)
           MOVE '9'                TO WS-LAY-TYPE(2)
           MOVE 'AUDIT-STAMP'      TO WS-LAY-NAME(3)
           MOVE 15                 TO WS-LAY-START(3)
           MOVE 19                 TO WS-LAY-LEN(3)
           MOVE 'X'                TO WS-LAY-TYPE(3)
           MOVE 'AUDIT-ROLE'       TO WS-LAY-NAME(4)
           MOVE 34                 TO WS-LAY-START(4)
           MOVE 20                 TO WS-LAY-LEN(4)
           MOVE 'X'                TO WS-LAY-TYPE(4)
           MOVE 'AUDIT-CONTENT'    TO WS-LAY-NAME(5)
           MOVE 54                 TO WS-LAY-START(5)
           MOVE 2800               TO WS-LAY-LEN(5)
           MOVE 'X'                TO WS-LAY-TYPE(5)
           MOVE 'AUDIT-REDACTIONS' TO WS-LAY-NAME(6)
           MOVE 2854               TO WS-LAY-START(6)
           MOVE 3                  TO WS-LAY-LEN(6)
           MOVE '9'                TO WS-LAY-TYPE(6)
           MOVE 'AUDIT-OPERATOR'   TO WS-LAY-NAME(7)
           MOVE 2857               TO WS-LAY-START(7)
           MOVE 8                  TO WS-LAY-LEN(7)
           MOVE 'X'                TO WS-LAY-TYPE(7)
           MOVE 'AUDIT-CHAIN'      TO WS-LAY-NAME(8)
           MOVE 2865               TO WS-LAY-START(8)
           MOVE 9                  TO WS-LAY-LEN(8)
           MOVE '9'                TO WS-LAY-TYPE(8).

      *> Each field takes the rule of its name; audit content with
      *> no rule is redacted. The sampling key is found here too.
       ATTACH-RULES.
           MOVE 0 TO WS-KEY-IDX WS-CONTENT-IDX WS-REDCNT-IDX
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               MOVE 'KEEP' TO WS-LAY-RULE(WS-LAY-IDX)
               MOVE SPACES TO WS-LAY-VALUE(WS-LAY-IDX)
               MOVE 'N' TO WS-LAY-RULED(WS-LAY-IDX)
               MOVE 0 TO WS-LAY-CHANGED(WS-LAY-IDX)
                   WS-LAY-SPOILED(WS-LAY-IDX)
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RL-COUNT
                   IF WS-RL-FIELD(WS-RL-IDX) = WS-LAY-NAME(WS-LAY-IDX)
                       MOVE WS-RL-RULE(WS-RL-IDX)
                           TO WS-LAY-RULE(WS-LAY-IDX)
                       MOVE WS-RL-VALUE(WS-RL-IDX)
                           TO WS-LAY-VALUE(WS-LAY-IDX)
                       MOVE 'Y' TO WS-LAY-RULED(WS-LAY-IDX)
                       MOVE 'Y' TO WS-RL-USED(WS-RL-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MF-TYPE(WS-MF-IDX) = 'A'
                   EVALUATE WS-LAY-NAME(WS-LAY-IDX)
                       WHEN 'AUDIT-SESSION'
                           MOVE WS-LAY-IDX TO WS-KEY-IDX
                       WHEN 'AUDIT-CONTENT'
                           MOVE WS-LAY-IDX TO WS-CONTENT-IDX
                           IF WS-LAY-RULED(WS-LAY-IDX) = 'N'
                               MOVE 'REDACT' TO WS-LAY-RULE(WS-LAY-IDX)
                               MOVE 'Y' TO WS-LAY-RULED(WS-LAY-IDX)
                           END-IF
                       WHEN 'AUDIT-REDACTIONS'
                           MOVE WS-LAY-IDX TO WS-REDCNT-IDX
                   END-EVALUATE
               ELSE
                   IF WS-LAY-NAME(WS-LAY-IDX) = WS-SAMPLE-KEY
                       MOVE WS-LAY-IDX TO WS-KEY-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *> Sample, then mask field by field into the output record.
       MASK-ONE-RECORD.
           PERFORM CHECK-SAMPLE
           IF WS-PICK NOT = 0
               ADD 1 TO WS-RECS-SAMPLED
               EXIT PARAGRAPH
           END-IF
           MOVE IN-RECORD TO OUT-RECORD
           MOVE WS-IN-LEN TO WS-OUT-LEN
           MOVE 0 TO WS-REC-NEW-MARKS
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               IF WS-LAY-RULE(WS-LAY-IDX) NOT = 'KEEP'
                   PERFORM MASK-ONE-FIELD
               END-IF
           END-PERFORM
      *>   Redactions made here are added to the audit record's own
      *>   count, as AUDIT-LOG would have counted them.
           IF WS-REDCNT-IDX > 0 AND WS-REC-NEW-MARKS > 0
                   AND WS-LAY-RULE(WS-REDCNT-IDX) = 'KEEP'
               MOVE 0 TO WS-REDCNT-NUM
               IF OUT-RECORD(2854:3) NUMERIC
                   MOVE OUT-RECORD(2854:3) TO WS-REDCNT-NUM
               END-IF
               COMPUTE WS-REDCNT-WORK = WS-REDCNT-NUM
                   + WS-REC-NEW-MARKS
               IF WS-REDCNT-WORK > 999
                   MOVE 999 TO WS-REDCNT-WORK
               END-IF
               MOVE WS-REDCNT-WORK TO WS-REDCNT-NUM
               MOVE WS-REDCNT-NUM TO OUT-RECORD(2854:3)
           END-IF
           WRITE OUT-RECORD
           ADD 1 TO WS-RECS-WRITTEN.

      *> WS-PICK zero when the record is kept: one in WS-RATE by the
      *> hash of the sampling key's value when the file has that
      *> field, otherwise every WS-RATE-th record from the first.
       CHECK-SAMPLE.
           MOVE 0 TO WS-PICK
           IF WS-RATE <= 1
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-IDX = 0
               COMPUTE WS-PICK =
                   FUNCTION MOD(WS-RECS-READ - 1, WS-RATE)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HASH-TEXT
           MOVE IN-RECORD(WS-LAY-START(WS-KEY-IDX):
               WS-LAY-LEN(WS-KEY-IDX)) TO WS-HASH-TEXT
           MOVE WS-SEED TO WS-HASH
           PERFORM FOLD-HASH-TEXT
           IF FUNCTION MOD(WS-HASH, WS-RATE) NOT = 0
               MOVE 1 TO WS-PICK
           END-IF.

       MASK-ONE-FIELD.
           MOVE WS-LAY-LEN(WS-LAY-IDX) TO WS-VALUE-LEN
           MOVE SPACES TO WS-VALUE
           MOVE OUT-RECORD(WS-LAY-START(WS-LAY-IDX):WS-VALUE-LEN)
               TO WS-VALUE(1:WS-VALUE-LEN)
           MOVE WS-VALUE TO WS-VALUE-BEFORE
           MOVE 'N' TO WS-VALUE-SPOILED
      *>   A blank field stays blank whatever its rule, except that
      *>   FIXED fills it.
           IF WS-VALUE = SPACES
                   AND WS-LAY-RULE(WS-LAY-IDX) NOT = 'FIXED'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-LAY-RULE(WS-LAY-IDX)
               WHEN 'BLANK'
                   PERFORM RULE-BLANK
               WHEN 'FIXED'
                   PERFORM RULE-FIXED
               WHEN 'SUBST'
                   PERFORM RULE-SUBST
               WHEN 'SHIFT'
                   PERFORM RULE-SHIFT
               WHEN 'SCRAMBLE'
                   PERFORM RULE-SCRAMBLE
               WHEN 'REDACT'
                   PERFORM RULE-REDACT
           END-EVALUATE
           IF WS-VALUE-SPOILED = 'Y'
               ADD 1 TO WS-LAY-SPOILED(WS-LAY-IDX)
           END-IF
           IF WS-VALUE NOT = WS-VALUE-BEFORE
               ADD 1 TO WS-LAY-CHANGED(WS-LAY-IDX)
               ADD 1 TO WS-TOT-MASKED
               MOVE WS-VALUE(1:WS-VALUE-LEN)
                   TO OUT-RECORD(WS-LAY-START(WS-LAY-IDX):
                       WS-VALUE-LEN)
               IF WS-LAY-START(WS-LAY-IDX) + WS-VALUE-LEN - 1
                       > WS-OUT-LEN
                   COMPUTE WS-OUT-LEN =
                       WS-LAY-START(WS-LAY-IDX) + WS-VALUE-LEN - 1
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> The rules
      *> ------------------------------------------------------------
       RULE-BLANK.
           IF WS-LAY-TYPE(WS-LAY-IDX) = '9'
               MOVE ALL '0' TO WS-VALUE(1:WS-VALUE-LEN)
           ELSE
               MOVE SPACES TO WS-VALUE
           END-IF.

      *> The rule's value, left-justified; a 9 field takes it as a
      *> number, right-justified and zero-filled.
       RULE-FIXED.
           MOVE SPACES TO WS-VALUE
           IF WS-LAY-TYPE(WS-LAY-IDX) = '9'
               MOVE 0 TO WS-NUM-WORK
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-LAY-VALUE(WS-LAY-IDX))) = 0
                   COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-LAY-VALUE(WS-LAY-IDX)))
               END-IF
               IF WS-VALUE-LEN > 18
                   MOVE ALL '0' TO WS-VALUE(1:WS-VALUE-LEN - 18)
                   MOVE WS-NUM-WORK
                       TO WS-VALUE(WS-VALUE-LEN - 17:18)
               ELSE
                   MOVE WS-NUM-WORK(19 - WS-VALUE-LEN:WS-VALUE-LEN)
                       TO WS-VALUE(1:WS-VALUE-LEN)
               END-IF
           ELSE
               MOVE WS-LAY-VALUE(WS-LAY-IDX) TO WS-VALUE
           END-IF.

      *> Letters for letters (case kept), digits for digits, the
      *> rest left as it stands, each drawn from the hash of the
      *> whole trimmed value -- the same value always comes out the
      *> same, so a substituted key still joins.
       RULE-SUBST.
           PERFORM HASH-VALUE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-VALUE-LEN
               MOVE WS-VALUE(WS-CHAR-IDX:1) TO WS-CH
               PERFORM NEXT-HASH
               EVALUATE TRUE
                   WHEN WS-CH >= 'A' AND WS-CH <= 'Z'
                       COMPUTE WS-PICK = FUNCTION MOD(WS-HASH, 26) + 1
                       MOVE WS-UPPER-ALPHA(WS-PICK:1)
                           TO WS-VALUE(WS-CHAR-IDX:1)
                   WHEN WS-CH >= 'a' AND WS-CH <= 'z'
                       COMPUTE WS-PICK = FUNCTION MOD(WS-HASH, 26) + 1
                       MOVE WS-LOWER-ALPHA(WS-PICK:1)
                           TO WS-VALUE(WS-CHAR-IDX:1)
                   WHEN WS-CH >= '0' AND WS-CH <= '9'
                       COMPUTE WS-PICK = FUNCTION MOD(WS-HASH, 10) + 1
                       MOVE WS-DIGIT-CHARS(WS-PICK:1)
                           TO WS-VALUE(WS-CHAR-IDX:1)
               END-EVALUATE
           END-PERFORM.

      *> Every digit but the last drawn from the value's hash, the
      *> last recomputed as the Luhn check digit over the new ones,
      *> so a masked card or account number still validates. Spaces
      *> and punctuation keep their places.
       RULE-SCRAMBLE.
           PERFORM HASH-VALUE
           MOVE 0 TO WS-DG-COUNT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-VALUE-LEN
               IF WS-VALUE(WS-CHAR-IDX:1) >= '0'
                       AND WS-VALUE(WS-CHAR-IDX:1) <= '9'
                       AND WS-DG-COUNT < 100
                   ADD 1 TO WS-DG-COUNT
                   MOVE WS-CHAR-IDX TO WS-DG-POS(WS-DG-COUNT)
               END-IF
           END-PERFORM
           IF WS-DG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DG-IDX FROM 1 BY 1
                   UNTIL WS-DG-IDX > WS-DG-COUNT
               PERFORM NEXT-HASH
               COMPUTE WS-PICK = FUNCTION MOD(WS-HASH, 10) + 1
               MOVE WS-DIGIT-CHARS(WS-PICK:1)
                   TO WS-VALUE(WS-DG-POS(WS-DG-IDX):1)
           END-PERFORM
           IF WS-DG-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'Y' TO WS-LUHN-DOUBLE
           PERFORM VARYING WS-DG-IDX FROM WS-DG-COUNT BY -1
                   UNTIL WS-DG-IDX < 2
               MOVE WS-VALUE(WS-DG-POS(WS-DG-IDX - 1):1)
                   TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE = 'Y'
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-PICK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
               + 1
           MOVE WS-DIGIT-CHARS(WS-PICK:1)
               TO WS-VALUE(WS-DG-POS(WS-DG-COUNT):1).

      *> YYYYMMDD or YYYY-MM-DD (anything after it, a time, kept)
      *> moved SHIFT-DAYS days. A value that is not a date is
      *> blanked rather than let through, and counted.
       RULE-SHIFT.
           MOVE 'N' TO WS-DATE-DASHED
           MOVE SPACES TO WS-DATE-X
           IF WS-VALUE-LEN >= 10 AND WS-VALUE(5:1) = '-'
                   AND WS-VALUE(8:1) = '-'
               MOVE 'Y' TO WS-DATE-DASHED
               STRING WS-VALUE(1:4) WS-VALUE(6:2) WS-VALUE(9:2)
                   DELIMITED SIZE INTO WS-DATE-X
           ELSE
               IF WS-VALUE-LEN >= 8
                   MOVE WS-VALUE(1:8) TO WS-DATE-X
               END-IF
           END-IF
           IF WS-DATE-X NOT NUMERIC
               PERFORM SPOIL-VALUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               PERFORM SPOIL-VALUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-SHIFT-DAYS
           IF WS-DATE-INT < 1
               PERFORM SPOIL-VALUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-DATE-DASHED = 'Y'
               MOVE WS-DATE-X(1:4) TO WS-VALUE(1:4)
               MOVE WS-DATE-X(5:2) TO WS-VALUE(6:2)
               MOVE WS-DATE-X(7:2) TO WS-VALUE(9:2)
           ELSE
               MOVE WS-DATE-X TO WS-VALUE(1:8)
           END-IF.

       SPOIL-VALUE.
           PERFORM RULE-BLANK
           MOVE 'Y' TO WS-VALUE-SPOILED.

      *> Through redact-patterns.txt by way of AUDIT-LOG, exactly as
      *> the audit trail is masked. Enciphered audit content is
      *> deciphered first; content that will not decipher is
      *> blanked, never copied sealed into a test folder.
       RULE-REDACT.
           IF WS-VALUE(1:8) = 'CBLDENC:'
               COMPUTE WS-CR-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-VALUE, TRAILING)) - 8
               MOVE SPACES TO WS-CR-BUF
               MOVE WS-VALUE(9:WS-CR-LEN) TO WS-CR-BUF
               MOVE 'D' TO WS-CR-ACTION
               CALL "CRYPT-CODEC" USING
                   WS-CR-ACTION WS-CR-PROFILE WS-CR-BUF
                   WS-CR-LEN WS-CR-STATUS
               IF WS-CR-STATUS NOT = 'Y'
                   PERFORM SPOIL-VALUE
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-VALUE
               MOVE WS-CR-BUF(1:WS-CR-LEN) TO WS-VALUE
           END-IF
           MOVE WS-VALUE(1:2000) TO WS-AL-TEXT
           MOVE 0 TO WS-MARKS-BEFORE WS-MARKS-AFTER
           INSPECT WS-AL-TEXT TALLYING WS-MARKS-BEFORE
               FOR ALL '[REDACTED]'
           CALL "AUDIT-LOG" USING
               WS-AL-ROLE WS-AL-TEXT WS-AL-OPERATOR
           INSPECT WS-AL-TEXT TALLYING WS-MARKS-AFTER
               FOR ALL '[REDACTED]'
           IF WS-MARKS-AFTER > WS-MARKS-BEFORE
               COMPUTE WS-REC-NEW-MARKS = WS-REC-NEW-MARKS
                   + WS-MARKS-AFTER - WS-MARKS-BEFORE
           END-IF
           MOVE SPACES TO WS-VALUE
           MOVE WS-AL-TEXT TO WS-VALUE(1:2000).

      *> ------------------------------------------------------------
      *> Hashing
      *> ------------------------------------------------------------
       HASH-VALUE.
           MOVE SPACES TO WS-HASH-TEXT
           MOVE FUNCTION TRIM(WS-VALUE(1:WS-VALUE-LEN))
               TO WS-HASH-TEXT
           MOVE WS-SEED TO WS-HASH
           PERFORM FOLD-HASH-TEXT.

       FOLD-HASH-TEXT.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-HASH-TEXT, TRAILING))
               TO WS-HASH-LEN
           IF WS-HASH-TEXT = SPACES
               MOVE 0 TO WS-HASH-LEN
           END-IF
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-LEN
               COMPUTE WS-HASH-VAL =
                   FUNCTION ORD(WS-HASH-TEXT(WS-HASH-IDX:1))
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + WS-HASH-VAL, 999999937)
           END-PERFORM.

       NEXT-HASH.
           COMPUTE WS-HASH = FUNCTION MOD(
               WS-HASH * 31 + WS-CHAR-IDX + 17, 999999937).

      *> ------------------------------------------------------------
      *> The control report -- to the terminal and the report file
      *> ------------------------------------------------------------
       PRINT-REPORT-HEAD.
           MOVE "=================================================="
               TO WS-LINE
           PERFORM PUT-LINE
           STRING " masked test-data extract -- rule set "
               FUNCTION TRIM(WS-SET-NAME) "  run " WS-TODAY
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-RATE TO WS-COUNT-ED
           MOVE WS-SHIFT-DAYS TO WS-DAYS-ED
           IF WS-RATE > 1
               STRING " sampling one record in "
                   FUNCTION TRIM(WS-COUNT-ED)
                   DELIMITED SIZE INTO WS-LINE
           ELSE
               MOVE " every record copied" TO WS-LINE
           END-IF
           IF WS-RATE > 1 AND WS-SAMPLE-KEY NOT = SPACES
               MOVE SPACES TO WS-LINE-HOLD
               STRING FUNCTION TRIM(WS-LINE, TRAILING) " by "
                   FUNCTION TRIM(WS-SAMPLE-KEY)
                   DELIMITED SIZE INTO WS-LINE-HOLD
               MOVE WS-LINE-HOLD TO WS-LINE
           END-IF
           PERFORM PUT-LINE
           STRING " dates shifted " FUNCTION TRIM(WS-DAYS-ED)
               " day(s)" DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE "=================================================="
               TO WS-LINE
           PERFORM PUT-LINE.

       PRINT-FILE-SECTION.
           MOVE WS-MF-IDX TO WS-FILE-NO-ED
           STRING " file " FUNCTION TRIM(WS-FILE-NO-ED) "  "
               FUNCTION TRIM(WS-MF-LAYOUT(WS-MF-IDX))
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           STRING "   in:  " FUNCTION TRIM(WS-MF-IN(WS-MF-IDX))
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           STRING "   out: " FUNCTION TRIM(WS-MF-OUT(WS-MF-IDX))
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           IF WS-FILE-OK = 'N'
               STRING "   NOT MASKED -- " FUNCTION TRIM(WS-FAIL-REASON)
                   DELIMITED SIZE INTO WS-LINE
               PERFORM PUT-LINE
               MOVE " ------------------------------------------------"
                   TO WS-LINE
               PERFORM PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECS-READ TO WS-COUNT-ED
           MOVE WS-RECS-WRITTEN TO WS-COUNT2-ED
           MOVE WS-RECS-SAMPLED TO WS-COUNT3-ED
           STRING "   records read" WS-COUNT-ED "   written"
               WS-COUNT2-ED "   sampled out" WS-COUNT3-ED
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE "   field" TO WS-LINE
           MOVE "rule" TO WS-LINE(36:4)
           MOVE "masked" TO WS-LINE(51:6)
           PERFORM PUT-LINE
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
               PERFORM PRINT-FIELD-LINE
           END-PERFORM
           MOVE " ------------------------------------------------"
               TO WS-LINE
           PERFORM PUT-LINE.

       PRINT-FIELD-LINE.
           MOVE SPACES TO WS-RULE-SHOWN
           EVALUATE TRUE
               WHEN WS-LAY-RULED(WS-LAY-IDX) = 'N'
                   MOVE "keep (no rule)" TO WS-RULE-SHOWN
               WHEN WS-LAY-RULE(WS-LAY-IDX) = 'SHIFT'
                   STRING "shift " FUNCTION TRIM(WS-DAYS-ED)
                       DELIMITED SIZE INTO WS-RULE-SHOWN
               WHEN OTHER
                   MOVE FUNCTION LOWER-CASE(WS-LAY-RULE(WS-LAY-IDX))
                       TO WS-RULE-SHOWN
           END-EVALUATE
           MOVE WS-LAY-CHANGED(WS-LAY-IDX) TO WS-COUNT-ED
           STRING "   " WS-LAY-NAME(WS-LAY-IDX) "  " WS-RULE-SHOWN(1:14)
               WS-COUNT-ED DELIMITED SIZE INTO WS-LINE
           IF WS-LAY-SPOILED(WS-LAY-IDX) > 0
               MOVE WS-LAY-SPOILED(WS-LAY-IDX) TO WS-COUNT2-ED
               MOVE SPACES TO WS-LINE-HOLD
               IF WS-LAY-RULE(WS-LAY-IDX) = 'SHIFT'
                   STRING WS-LINE(1:56) "  ("
                       FUNCTION TRIM(WS-COUNT2-ED)
                       " not a date, blanked)"
                       DELIMITED SIZE INTO WS-LINE-HOLD
               ELSE
                   STRING WS-LINE(1:56) "  ("
                       FUNCTION TRIM(WS-COUNT2-ED)
                       " would not decipher, blanked)"
                       DELIMITED SIZE INTO WS-LINE-HOLD
               END-IF
               MOVE WS-LINE-HOLD TO WS-LINE
           END-IF
           PERFORM PUT-LINE.

       PRINT-REPORT-FOOT.
           MOVE 0 TO WS-UNUSED-RULES
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-USED(WS-RL-IDX) = 'N'
                   ADD 1 TO WS-UNUSED-RULES
                   STRING " rule for " FUNCTION TRIM(WS-RL-FIELD(
                       WS-RL-IDX)) " matched no field in any file"
                       DELIMITED SIZE INTO WS-LINE
                   PERFORM PUT-LINE
               END-IF
           END-PERFORM
           MOVE WS-FILES-DONE TO WS-COUNT-ED
           MOVE WS-FILES-FAILED TO WS-COUNT2-ED
           STRING " files masked" WS-COUNT-ED "   not masked"
               WS-COUNT2-ED DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-TOT-READ TO WS-COUNT-ED
           MOVE WS-TOT-WRITTEN TO WS-COUNT2-ED
           MOVE WS-TOT-MASKED TO WS-COUNT3-ED
           STRING " records read" WS-COUNT-ED "   written" WS-COUNT2-ED
               "   values masked" WS-COUNT3-ED
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE "=================================================="
               TO WS-LINE
           PERFORM PUT-LINE.

       PUT-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE, TRAILING)
           IF WS-RPT-OPEN = 'Y'
               MOVE WS-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE SPACES TO WS-LINE.
