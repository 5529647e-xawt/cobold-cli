      *================================================================*
      * PROGRAM:     HOLD-MAINT                                        *
      * DESCRIPTION: Interactive maintenance for the legal hold        *
      *              register legal-holds.dat                          *
      *              (id|kind|value|from|to|matter|placed by|placed    *
      *              on|status A-or-R|released by|released on|reason). *
      *              Functions: place, release, list (the holds in     *
      *              force), history (every hold), quit. A hold names  *
      *              what Legal wants kept -- an audit session id (S), *
      *              an operator (O, with an optional date range), a   *
      *              date range (D), or a saved-session name (N) --    *
      *              with the matter reference it is kept for. Holds   *
      *              are released, never deleted, so the register      *
      *              shows every hold there has been. Every change is  *
      *              appended to hold-maint.log                        *
      *              (stamp|maintainer|action|id|detail) and echoed to *
      *              the terminal. AUDIT-ARCHIVE, HOUSEKEEP and BACKUP *
      *              ask HOLD-CHECK before they move or remove         *
      *              anything; HOLD-REPORT prints the register with    *
      *              what each hold is protecting.                     *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/hold-maint.cob -o dist/hold-maint                *
      *   ./dist/hold-maint [maintainer-id]                            *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT CHG-FILE
               ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(600).
       FD  CHG-FILE.
       01  CHG-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-PATH            PIC X(520).
       01  WS-CHG-PATH             PIC X(520).
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-CHG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> Register held for the run and rewritten after changes
       01  WS-HL-MAX               PIC 9(3) VALUE 200.
       01  WS-HL-COUNT             PIC 9(3) VALUE 0.
       01  WS-HL-TABLE.
           05  WS-HL-ENTRY OCCURS 200 TIMES.
               10  WS-HL-ID        PIC X(8).
               10  WS-HL-KIND      PIC X.
               10  WS-HL-VALUE     PIC X(60).
               10  WS-HL-FROM      PIC X(10).
               10  WS-HL-TO        PIC X(10).
               10  WS-HL-MATTER    PIC X(40).
               10  WS-HL-BY        PIC X(8).
               10  WS-HL-ON        PIC X(10).
               10  WS-HL-STATUS    PIC X.
               10  WS-HL-REL-BY    PIC X(8).
               10  WS-HL-REL-ON    PIC X(10).
               10  WS-HL-REASON    PIC X(80).
       01  WS-HL-IDX               PIC 9(3).
       01  WS-HL-SLOT              PIC 9(3).
       01  WS-HL-LAST              PIC 9(4) VALUE 0.
       01  WS-HL-SEQ               PIC 9(4).

      *> Parsing helpers
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-KIND             PIC X(5).
       01  WS-FLD-VALUE            PIC X(60).
       01  WS-FLD-FROM             PIC X(10).
       01  WS-FLD-TO               PIC X(10).
       01  WS-FLD-MATTER           PIC X(40).
       01  WS-FLD-BY               PIC X(8).
       01  WS-FLD-ON               PIC X(10).
       01  WS-FLD-STATUS           PIC X(5).
       01  WS-FLD-REL-BY           PIC X(8).
       01  WS-FLD-REL-ON           PIC X(10).
       01  WS-FLD-REASON           PIC X(80).

      *> Operator dialogue
       01  WS-MAINTAINER           PIC X(8).
       01  WS-FUNCTION             PIC X(20).
       01  WS-RUNNING              PIC X VALUE 'Y'.
       01  WS-IN-ID                PIC X(8).
       01  WS-IN-KIND              PIC X(5).
       01  WS-IN-VALUE             PIC X(60).
       01  WS-IN-FROM              PIC X(10).
       01  WS-IN-TO                PIC X(10).
       01  WS-IN-MATTER            PIC X(40).
       01  WS-IN-REASON            PIC X(80).
       01  WS-CHECK-DATE           PIC X(10).
       01  WS-DATE-OK              PIC X.
       01  WS-BAD-COUNT            PIC 9(3).
       01  WS-SHOW-ALL             PIC X.
       01  WS-RANGE-TEXT           PIC X(30).

      *> Change-log stamping
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).
       01  WS-TODAY-DASHED         PIC X(10).
       01  WS-LOG-ACTION           PIC X(8).
       01  WS-LOG-DETAIL           PIC X(200).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM GET-MAINTAINER
           PERFORM LOAD-REGISTER
           DISPLAY "legal hold register maintenance ("
               FUNCTION TRIM(WS-HOLD-PATH) ")"
           PERFORM UNTIL WS-RUNNING = 'N'
               DISPLAY " "
               DISPLAY "function (place/release/list/history/quit): "
                   WITH NO ADVANCING
               ACCEPT WS-FUNCTION
               EVALUATE FUNCTION TRIM(WS-FUNCTION)
                   WHEN 'place'
                       PERFORM DO-PLACE
                   WHEN 'release'
                       PERFORM DO-RELEASE
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
           MOVE SPACES TO WS-HOLD-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "legal-holds.dat"
               DELIMITED SIZE INTO WS-HOLD-PATH
           MOVE SPACES TO WS-CHG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "hold-maint.log"
               DELIMITED SIZE INTO WS-CHG-PATH.

      *> A hold needs a who -- the first argument, the
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

       LOAD-REGISTER.
           MOVE 0 TO WS-HL-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "no legal-holds.dat yet -- it will be created"
                   " on the first hold placed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-HOLD-LINE
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       PARSE-HOLD-LINE.
           IF HOLD-RECORD = SPACES OR HOLD-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-HL-COUNT >= WS-HL-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-ID WS-FLD-KIND WS-FLD-VALUE
               WS-FLD-FROM WS-FLD-TO WS-FLD-MATTER WS-FLD-BY
               WS-FLD-ON WS-FLD-STATUS WS-FLD-REL-BY WS-FLD-REL-ON
               WS-FLD-REASON
           UNSTRING HOLD-RECORD DELIMITED BY '|'
               INTO WS-FLD-ID WS-FLD-KIND WS-FLD-VALUE
                    WS-FLD-FROM WS-FLD-TO WS-FLD-MATTER WS-FLD-BY
                    WS-FLD-ON WS-FLD-STATUS WS-FLD-REL-BY
                    WS-FLD-REL-ON WS-FLD-REASON
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HL-COUNT
           MOVE WS-FLD-ID TO WS-HL-ID(WS-HL-COUNT)
           MOVE WS-FLD-KIND(1:1) TO WS-HL-KIND(WS-HL-COUNT)
           MOVE WS-FLD-VALUE TO WS-HL-VALUE(WS-HL-COUNT)
           MOVE WS-FLD-FROM TO WS-HL-FROM(WS-HL-COUNT)
           MOVE WS-FLD-TO TO WS-HL-TO(WS-HL-COUNT)
           MOVE WS-FLD-MATTER TO WS-HL-MATTER(WS-HL-COUNT)
           MOVE WS-FLD-BY TO WS-HL-BY(WS-HL-COUNT)
           MOVE WS-FLD-ON TO WS-HL-ON(WS-HL-COUNT)
           IF FUNCTION TRIM(WS-FLD-STATUS) = 'R'
               MOVE 'R' TO WS-HL-STATUS(WS-HL-COUNT)
           ELSE
               MOVE 'A' TO WS-HL-STATUS(WS-HL-COUNT)
           END-IF
           MOVE WS-FLD-REL-BY TO WS-HL-REL-BY(WS-HL-COUNT)
           MOVE WS-FLD-REL-ON TO WS-HL-REL-ON(WS-HL-COUNT)
           MOVE WS-FLD-REASON TO WS-HL-REASON(WS-HL-COUNT)
      *>   Ids run LH0001, LH0002, ... -- the next one follows the
      *>   highest on file.
           IF WS-FLD-ID(1:2) = 'LH' AND WS-FLD-ID(3:4) IS NUMERIC
               MOVE WS-FLD-ID(3:4) TO WS-HL-SEQ
               IF WS-HL-SEQ > WS-HL-LAST
                   MOVE WS-HL-SEQ TO WS-HL-LAST
               END-IF
           END-IF.

       FIND-HOLD-SLOT.
           MOVE 0 TO WS-HL-SLOT
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-ID(WS-HL-IDX) = WS-IN-ID
                   MOVE WS-HL-IDX TO WS-HL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The value and dates are checked here, once, because the
      *> retention programs trust them: a quote or a slash would
      *> break out of their shell commands, and a bad date would
      *> match nothing and protect nothing.
       DO-PLACE.
           IF WS-HL-COUNT >= WS-HL-MAX
               DISPLAY "register table is full"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "kind (S session id, O operator, D date range,"
               " N saved-session name): " WITH NO ADVANCING
           ACCEPT WS-IN-KIND
           MOVE FUNCTION UPPER-CASE(WS-IN-KIND) TO WS-IN-KIND
           IF WS-IN-KIND(2:) NOT = SPACES
                   OR (WS-IN-KIND(1:1) NOT = 'S'
                   AND WS-IN-KIND(1:1) NOT = 'O'
                   AND WS-IN-KIND(1:1) NOT = 'D'
                   AND WS-IN-KIND(1:1) NOT = 'N')
               DISPLAY "kind must be S, O, D or N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-VALUE WS-IN-FROM WS-IN-TO
           EVALUATE WS-IN-KIND(1:1)
               WHEN 'S'
                   DISPLAY "audit session id: " WITH NO ADVANCING
                   ACCEPT WS-IN-VALUE
                   IF FUNCTION TRIM(WS-IN-VALUE) = SPACES
                           OR FUNCTION LENGTH(
                              FUNCTION TRIM(WS-IN-VALUE)) > 9
                           OR FUNCTION TEST-NUMVAL(
                              FUNCTION TRIM(WS-IN-VALUE)) NOT = 0
                       DISPLAY "a session id is up to nine digits"
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'O'
                   DISPLAY "operator id: " WITH NO ADVANCING
                   ACCEPT WS-IN-VALUE
                   IF FUNCTION TRIM(WS-IN-VALUE) = SPACES
                           OR WS-IN-VALUE(9:) NOT = SPACES
                       DISPLAY "an operator id is one to eight"
                           " characters"
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'N'
                   DISPLAY "saved-session name: " WITH NO ADVANCING
                   ACCEPT WS-IN-VALUE
                   IF FUNCTION TRIM(WS-IN-VALUE) = SPACES
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-BAD-COUNT
           INSPECT WS-IN-VALUE TALLYING WS-BAD-COUNT
               FOR ALL "'" ALL "/" ALL "|" ALL "*" ALL "?"
           IF WS-BAD-COUNT > 0
               DISPLAY "the value may not contain ' / | * or ?"
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-KIND(1:1) = 'D' OR WS-IN-KIND(1:1) = 'O'
               IF WS-IN-KIND(1:1) = 'D'
                   DISPLAY "from date (YYYY-MM-DD): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "from date (YYYY-MM-DD, blank for all"
                       " time): " WITH NO ADVANCING
               END-IF
               ACCEPT WS-IN-FROM
               IF WS-IN-FROM = SPACES AND WS-IN-KIND(1:1) = 'D'
                   DISPLAY "a date hold needs a from date"
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-FROM NOT = SPACES
                   MOVE WS-IN-FROM TO WS-CHECK-DATE
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-DATE-OK = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "to date (YYYY-MM-DD, blank until"
                       " released): " WITH NO ADVANCING
                   ACCEPT WS-IN-TO
                   IF WS-IN-TO NOT = SPACES
                       MOVE WS-IN-TO TO WS-CHECK-DATE
                       PERFORM CHECK-DATE-FORMAT
                       IF WS-DATE-OK = 'N'
                           EXIT PARAGRAPH
                       END-IF
                       IF WS-IN-TO < WS-IN-FROM
                           DISPLAY "the to date is before the from"
                               " date"
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY "matter reference: " WITH NO ADVANCING
           ACCEPT WS-IN-MATTER
           INSPECT WS-IN-MATTER REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-MATTER) = SPACES
               DISPLAY "a hold needs the matter it is placed for"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HL-LAST
           MOVE SPACES TO WS-IN-ID
           STRING 'LH' WS-HL-LAST DELIMITED SIZE INTO WS-IN-ID
           PERFORM BUILD-TODAY
           ADD 1 TO WS-HL-COUNT
           MOVE WS-IN-ID TO WS-HL-ID(WS-HL-COUNT)
           MOVE WS-IN-KIND(1:1) TO WS-HL-KIND(WS-HL-COUNT)
           MOVE FUNCTION TRIM(WS-IN-VALUE) TO WS-HL-VALUE(WS-HL-COUNT)
           MOVE WS-IN-FROM TO WS-HL-FROM(WS-HL-COUNT)
           MOVE WS-IN-TO TO WS-HL-TO(WS-HL-COUNT)
           MOVE WS-IN-MATTER TO WS-HL-MATTER(WS-HL-COUNT)
           MOVE WS-MAINTAINER TO WS-HL-BY(WS-HL-COUNT)
           MOVE WS-TODAY-DASHED TO WS-HL-ON(WS-HL-COUNT)
           MOVE 'A' TO WS-HL-STATUS(WS-HL-COUNT)
           MOVE SPACES TO WS-HL-REL-BY(WS-HL-COUNT)
               WS-HL-REL-ON(WS-HL-COUNT) WS-HL-REASON(WS-HL-COUNT)
           PERFORM REWRITE-REGISTER
           MOVE WS-HL-COUNT TO WS-HL-SLOT
           PERFORM BUILD-RANGE-TEXT
           MOVE 'PLACE' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               WS-IN-KIND(1:1)               DELIMITED SIZE
               ' '                           DELIMITED SIZE
               FUNCTION TRIM(WS-IN-VALUE)    DELIMITED SIZE
               ' '                           DELIMITED SIZE
               FUNCTION TRIM(WS-RANGE-TEXT)  DELIMITED SIZE
               ' matter '                    DELIMITED SIZE
               FUNCTION TRIM(WS-IN-MATTER)   DELIMITED SIZE
               INTO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

       CHECK-DATE-FORMAT.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-CHECK-DATE(1:4) IS NOT NUMERIC
                   OR WS-CHECK-DATE(5:1) NOT = '-'
                   OR WS-CHECK-DATE(6:2) IS NOT NUMERIC
                   OR WS-CHECK-DATE(8:1) NOT = '-'
                   OR WS-CHECK-DATE(9:2) IS NOT NUMERIC
               DISPLAY "dates are YYYY-MM-DD"
               MOVE 'N' TO WS-DATE-OK
           END-IF.

      *> A released hold stays in the register with who let it go,
      *> when, and why.
       DO-RELEASE.
           DISPLAY "hold id: " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           PERFORM FIND-HOLD-SLOT
           IF WS-HL-SLOT = 0
               DISPLAY "hold not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-HL-STATUS(WS-HL-SLOT) = 'R'
               DISPLAY "hold was released on "
                   WS-HL-REL-ON(WS-HL-SLOT) " by "
                   FUNCTION TRIM(WS-HL-REL-BY(WS-HL-SLOT))
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-HOLD
           DISPLAY "reason for release (Legal's instruction): "
               WITH NO ADVANCING
           ACCEPT WS-IN-REASON
           INSPECT WS-IN-REASON REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-REASON) = SPACES
               DISPLAY "a release needs a reason"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TODAY
           MOVE 'R' TO WS-HL-STATUS(WS-HL-SLOT)
           MOVE WS-MAINTAINER TO WS-HL-REL-BY(WS-HL-SLOT)
           MOVE WS-TODAY-DASHED TO WS-HL-REL-ON(WS-HL-SLOT)
           MOVE WS-IN-REASON TO WS-HL-REASON(WS-HL-SLOT)
           PERFORM REWRITE-REGISTER
           MOVE 'RELEASE' TO WS-LOG-ACTION
           MOVE WS-IN-REASON TO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> list shows the holds in force; history shows them all.
       DO-LIST.
           MOVE 0 TO WS-BAD-COUNT
           DISPLAY " id      k value                  dates        "
               "           matter"
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-SHOW-ALL = 'Y' OR WS-HL-STATUS(WS-HL-IDX) = 'A'
                   ADD 1 TO WS-BAD-COUNT
                   MOVE WS-HL-IDX TO WS-HL-SLOT
                   PERFORM BUILD-RANGE-TEXT
                   DISPLAY " " WS-HL-ID(WS-HL-IDX)
                       WS-HL-KIND(WS-HL-IDX) " "
                       WS-HL-VALUE(WS-HL-IDX)(1:22) " "
                       WS-RANGE-TEXT(1:26) " "
                       FUNCTION TRIM(WS-HL-MATTER(WS-HL-IDX))
                   DISPLAY "           placed " WS-HL-ON(WS-HL-IDX)
                       " by " WS-HL-BY(WS-HL-IDX)
                       WITH NO ADVANCING
                   IF WS-HL-STATUS(WS-HL-IDX) = 'R'
                       DISPLAY "  released " WS-HL-REL-ON(WS-HL-IDX)
                           " by " FUNCTION TRIM(
                           WS-HL-REL-BY(WS-HL-IDX)) ": "
                           FUNCTION TRIM(WS-HL-REASON(WS-HL-IDX))
                   ELSE
                       DISPLAY " "
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BAD-COUNT = 0
               DISPLAY " (no holds)"
           END-IF.

       SHOW-ONE-HOLD.
           PERFORM BUILD-RANGE-TEXT
           DISPLAY "on file: " WS-HL-ID(WS-HL-SLOT)
               "  kind " WS-HL-KIND(WS-HL-SLOT)
               "  " FUNCTION TRIM(WS-HL-VALUE(WS-HL-SLOT))
               "  " FUNCTION TRIM(WS-RANGE-TEXT)
               "  matter " FUNCTION TRIM(WS-HL-MATTER(WS-HL-SLOT))
               "  placed " WS-HL-ON(WS-HL-SLOT)
               " by " FUNCTION TRIM(WS-HL-BY(WS-HL-SLOT)).

       BUILD-RANGE-TEXT.
           MOVE SPACES TO WS-RANGE-TEXT
           IF WS-HL-KIND(WS-HL-SLOT) = 'S'
                   OR WS-HL-KIND(WS-HL-SLOT) = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-HL-FROM(WS-HL-SLOT) = SPACES
               MOVE '(all dates)' TO WS-RANGE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-HL-TO(WS-HL-SLOT) = SPACES
               STRING WS-HL-FROM(WS-HL-SLOT) ' onward'
                   DELIMITED SIZE INTO WS-RANGE-TEXT
           ELSE
               STRING WS-HL-FROM(WS-HL-SLOT) ' to '
                   WS-HL-TO(WS-HL-SLOT)
                   DELIMITED SIZE INTO WS-RANGE-TEXT
           END-IF.

      *> The whole register is rewritten after each confirmed
      *> change, as the operator master is.
       REWRITE-REGISTER.
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "error: could not rewrite "
                   FUNCTION TRIM(WS-HOLD-PATH)
                   " (file status " WS-HOLD-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "# id|kind S/O/D/N|value|from|to|matter|placed by|"
               & "placed on|status A/R|released by|released on|reason"
               TO HOLD-RECORD
           WRITE HOLD-RECORD
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               MOVE SPACES TO HOLD-RECORD
               STRING
                   FUNCTION TRIM(WS-HL-ID(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   WS-HL-KIND(WS-HL-IDX)              DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-VALUE(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-FROM(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-TO(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-MATTER(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-BY(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   WS-HL-ON(WS-HL-IDX)                DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   WS-HL-STATUS(WS-HL-IDX)            DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-REL-BY(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-REL-ON(WS-HL-IDX))
                                                      DELIMITED SIZE
                   '|'                                DELIMITED SIZE
                   FUNCTION TRIM(WS-HL-REASON(WS-HL-IDX))
                                                      DELIMITED SIZE
                   INTO HOLD-RECORD
               WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLD-FILE.

       BUILD-TODAY.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DASHED
           STRING WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               DELIMITED SIZE INTO WS-TODAY-DASHED.

      *> Append one stamped line to the change log and echo it, so
      *> the terminal session doubles as the printed change report.
       LOG-CHANGE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
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
           DISPLAY "logged: " FUNCTION TRIM(CHG-RECORD).
