      *================================================================*
      * PROGRAM:     PROBLEM-MAINT                                     *
      * DESCRIPTION: Interactive maintenance for the problem master    *
      *              problems.dat, which groups the incidents of       *
      *              incident.log under the underlying problem being   *
      *              worked. A problem line                            *
      *                P|id|opened on|opened by|owner|status|title|    *
      *                  root cause|workaround|closed on|closed by|    *
      *                  closure                                       *
      *              is followed by its links                          *
      *                L|id|reason|model|from|to|linked by|linked on   *
      *              each naming an incident reason code, a model, or  *
      *              both, over an optional date range. Status runs    *
      *              OPEN, KNOWN (root cause found, fix pending),      *
      *              CLOSED. Functions: open, link, unlink, update     *
      *              (owner, status, root cause, workaround), close,   *
      *              list (problems not closed), history (every        *
      *              problem), show, quit. Problems are closed, never  *
      *              deleted. Every change is appended to              *
      *              problem-maint.log (stamp|maintainer|action|id|    *
      *              detail) and echoed to the terminal. ALERT-MONITOR *
      *              asks PROBLEM-CHECK before it pages on an          *
      *              incident; PROBLEM-REPORT ages what is still open. *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/problem-maint.cob -o dist/problem-maint          *
      *   ./dist/problem-maint [maintainer-id]                         *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBLEM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROB-FILE
               ASSIGN TO DYNAMIC WS-PROB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROB-STATUS.
           SELECT CHG-FILE
               ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROB-FILE.
       01  PROB-RECORD             PIC X(1000).
       FD  CHG-FILE.
       01  CHG-RECORD              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-PROB-PATH            PIC X(520).
       01  WS-CHG-PATH             PIC X(520).
       01  WS-PROB-STATUS          PIC XX.
       01  WS-CHG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> Master held for the run and rewritten after changes
       01  WS-PM-MAX               PIC 9(3) VALUE 200.
       01  WS-PM-COUNT             PIC 9(3) VALUE 0.
       01  WS-PM-TABLE.
           05  WS-PM-ENTRY OCCURS 200 TIMES.
               10  WS-PM-ID        PIC X(8).
               10  WS-PM-OPENED    PIC X(10).
               10  WS-PM-OPEN-BY   PIC X(8).
               10  WS-PM-OWNER     PIC X(8).
               10  WS-PM-STATUS    PIC X(6).
               10  WS-PM-TITLE     PIC X(60).
               10  WS-PM-CAUSE     PIC X(200).
               10  WS-PM-WORKAROUND PIC X(200).
               10  WS-PM-CLOSED-ON PIC X(10).
               10  WS-PM-CLOSED-BY PIC X(8).
               10  WS-PM-CLOSURE   PIC X(200).
       01  WS-PM-IDX               PIC 9(3).
       01  WS-PM-SLOT              PIC 9(3).
       01  WS-PM-LAST              PIC 9(4) VALUE 0.
       01  WS-PM-SEQ               PIC 9(4).

       01  WS-LN-MAX               PIC 9(3) VALUE 500.
       01  WS-LN-COUNT             PIC 9(3) VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 500 TIMES.
               10  WS-LN-ID        PIC X(8).
               10  WS-LN-REASON    PIC X(8).
               10  WS-LN-MODEL     PIC X(100).
               10  WS-LN-FROM      PIC X(10).
               10  WS-LN-TO        PIC X(10).
               10  WS-LN-BY        PIC X(8).
               10  WS-LN-ON        PIC X(10).
       01  WS-LN-IDX               PIC 9(3).
       01  WS-LN-SLOT              PIC 9(3).
       01  WS-LN-SEQ               PIC 9(3).
       01  WS-LN-OF-PROB           PIC 9(3).
       01  WS-LINKS-ED             PIC ZZ9.

      *> Parsing helpers
       01  WS-FLD-TYPE             PIC X(5).
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-OPENED           PIC X(10).
       01  WS-FLD-OPEN-BY          PIC X(8).
       01  WS-FLD-OWNER            PIC X(8).
       01  WS-FLD-STATUS           PIC X(6).
       01  WS-FLD-TITLE            PIC X(60).
       01  WS-FLD-CAUSE            PIC X(200).
       01  WS-FLD-WORKAROUND       PIC X(200).
       01  WS-FLD-CLOSED-ON        PIC X(10).
       01  WS-FLD-CLOSED-BY        PIC X(8).
       01  WS-FLD-CLOSURE          PIC X(200).
       01  WS-FLD-REASON           PIC X(8).
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-FROM             PIC X(10).
       01  WS-FLD-TO               PIC X(10).
       01  WS-FLD-BY               PIC X(8).
       01  WS-FLD-ON               PIC X(10).

      *> Operator dialogue
       01  WS-MAINTAINER           PIC X(8).
       01  WS-FUNCTION             PIC X(20).
       01  WS-RUNNING              PIC X VALUE 'Y'.
       01  WS-IN-ID                PIC X(8).
       01  WS-IN-TITLE             PIC X(60).
       01  WS-IN-OWNER             PIC X(20).
       01  WS-IN-STATUS            PIC X(10).
       01  WS-IN-TEXT              PIC X(200).
       01  WS-IN-REASON            PIC X(20).
       01  WS-IN-MODEL             PIC X(100).
       01  WS-IN-FROM              PIC X(10).
       01  WS-IN-TO                PIC X(10).
       01  WS-IN-SEQ               PIC X(5).
       01  WS-CHECK-DATE           PIC X(10).
       01  WS-DATE-OK              PIC X.
       01  WS-BAD-COUNT            PIC 9(3).
       01  WS-SHOW-ALL             PIC X.
       01  WS-RANGE-TEXT           PIC X(30).
       01  WS-CHANGED              PIC X(60).
       01  WS-CHANGED-PTR          PIC 9(3).
       01  WS-IN-CAUSE             PIC X(200).

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
           PERFORM LOAD-MASTER
           DISPLAY "problem master maintenance ("
               FUNCTION TRIM(WS-PROB-PATH) ")"
           PERFORM UNTIL WS-RUNNING = 'N'
               DISPLAY " "
               DISPLAY "function (open/link/unlink/update/close/list/"
                   "history/show/quit): " WITH NO ADVANCING
               ACCEPT WS-FUNCTION
               EVALUATE FUNCTION TRIM(WS-FUNCTION)
                   WHEN 'open'
                       PERFORM DO-OPEN
                   WHEN 'link'
                       PERFORM DO-LINK
                   WHEN 'unlink'
                       PERFORM DO-UNLINK
                   WHEN 'update'
                       PERFORM DO-UPDATE
                   WHEN 'close'
                       PERFORM DO-CLOSE
                   WHEN 'list'
                       MOVE 'N' TO WS-SHOW-ALL
                       PERFORM DO-LIST
                   WHEN 'history'
                       MOVE 'Y' TO WS-SHOW-ALL
                       PERFORM DO-LIST
                   WHEN 'show'
                       PERFORM DO-SHOW
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
           MOVE SPACES TO WS-PROB-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "problems.dat"
               DELIMITED SIZE INTO WS-PROB-PATH
           MOVE SPACES TO WS-CHG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "problem-maint.log"
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
               DISPLAY "your operator id: " WITH NO ADVANCING
               ACCEPT WS-MAINTAINER
           END-PERFORM.

       LOAD-MASTER.
           MOVE 0 TO WS-PM-COUNT WS-LN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROB-FILE
           IF WS-PROB-STATUS NOT = "00"
               DISPLAY "no problems.dat yet -- it will be created"
                   " on the first problem opened"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-MASTER-LINE
               END-READ
           END-PERFORM
           CLOSE PROB-FILE.

       PARSE-MASTER-LINE.
           IF PROB-RECORD = SPACES OR PROB-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           EVALUATE PROB-RECORD(1:2)
               WHEN 'P|'
                   PERFORM PARSE-PROBLEM-LINE
               WHEN 'L|'
                   PERFORM PARSE-LINK-LINE
           END-EVALUATE.

       PARSE-PROBLEM-LINE.
           IF WS-PM-COUNT >= WS-PM-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-TYPE WS-FLD-ID WS-FLD-OPENED
               WS-FLD-OPEN-BY WS-FLD-OWNER WS-FLD-STATUS WS-FLD-TITLE
               WS-FLD-CAUSE WS-FLD-WORKAROUND WS-FLD-CLOSED-ON
               WS-FLD-CLOSED-BY WS-FLD-CLOSURE
           UNSTRING PROB-RECORD DELIMITED BY '|'
               INTO WS-FLD-TYPE WS-FLD-ID WS-FLD-OPENED
                    WS-FLD-OPEN-BY WS-FLD-OWNER WS-FLD-STATUS
                    WS-FLD-TITLE WS-FLD-CAUSE WS-FLD-WORKAROUND
                    WS-FLD-CLOSED-ON WS-FLD-CLOSED-BY WS-FLD-CLOSURE
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PM-COUNT
           MOVE WS-FLD-ID TO WS-PM-ID(WS-PM-COUNT)
           MOVE WS-FLD-OPENED TO WS-PM-OPENED(WS-PM-COUNT)
           MOVE WS-FLD-OPEN-BY TO WS-PM-OPEN-BY(WS-PM-COUNT)
           MOVE WS-FLD-OWNER TO WS-PM-OWNER(WS-PM-COUNT)
           EVALUATE FUNCTION TRIM(WS-FLD-STATUS)
               WHEN 'KNOWN'
                   MOVE 'KNOWN' TO WS-PM-STATUS(WS-PM-COUNT)
               WHEN 'CLOSED'
                   MOVE 'CLOSED' TO WS-PM-STATUS(WS-PM-COUNT)
               WHEN OTHER
                   MOVE 'OPEN' TO WS-PM-STATUS(WS-PM-COUNT)
           END-EVALUATE
           MOVE WS-FLD-TITLE TO WS-PM-TITLE(WS-PM-COUNT)
           MOVE WS-FLD-CAUSE TO WS-PM-CAUSE(WS-PM-COUNT)
           MOVE WS-FLD-WORKAROUND TO WS-PM-WORKAROUND(WS-PM-COUNT)
           MOVE WS-FLD-CLOSED-ON TO WS-PM-CLOSED-ON(WS-PM-COUNT)
           MOVE WS-FLD-CLOSED-BY TO WS-PM-CLOSED-BY(WS-PM-COUNT)
           MOVE WS-FLD-CLOSURE TO WS-PM-CLOSURE(WS-PM-COUNT)
      *>   Ids run PB0001, PB0002, ... -- the next one follows the
      *>   highest on file.
           IF WS-FLD-ID(1:2) = 'PB' AND WS-FLD-ID(3:4) IS NUMERIC
               MOVE WS-FLD-ID(3:4) TO WS-PM-SEQ
               IF WS-PM-SEQ > WS-PM-LAST
                   MOVE WS-PM-SEQ TO WS-PM-LAST
               END-IF
           END-IF.

       PARSE-LINK-LINE.
           IF WS-LN-COUNT >= WS-LN-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-TYPE WS-FLD-ID WS-FLD-REASON
               WS-FLD-MODEL WS-FLD-FROM WS-FLD-TO WS-FLD-BY WS-FLD-ON
           UNSTRING PROB-RECORD DELIMITED BY '|'
               INTO WS-FLD-TYPE WS-FLD-ID WS-FLD-REASON
                    WS-FLD-MODEL WS-FLD-FROM WS-FLD-TO WS-FLD-BY
                    WS-FLD-ON
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-COUNT
           MOVE WS-FLD-ID TO WS-LN-ID(WS-LN-COUNT)
           MOVE WS-FLD-REASON TO WS-LN-REASON(WS-LN-COUNT)
           MOVE WS-FLD-MODEL TO WS-LN-MODEL(WS-LN-COUNT)
           MOVE WS-FLD-FROM TO WS-LN-FROM(WS-LN-COUNT)
           MOVE WS-FLD-TO TO WS-LN-TO(WS-LN-COUNT)
           MOVE WS-FLD-BY TO WS-LN-BY(WS-LN-COUNT)
           MOVE WS-FLD-ON TO WS-LN-ON(WS-LN-COUNT).

       FIND-PROBLEM-SLOT.
           MOVE 0 TO WS-PM-SLOT
           MOVE FUNCTION UPPER-CASE(WS-IN-ID) TO WS-IN-ID
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-ID(WS-PM-IDX) = WS-IN-ID
                   MOVE WS-PM-IDX TO WS-PM-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Asks for a problem id and finds it; refuses a closed one.
       GET-OPEN-PROBLEM.
           DISPLAY "problem id: " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           PERFORM FIND-PROBLEM-SLOT
           IF WS-PM-SLOT = 0
               DISPLAY "problem not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-PM-STATUS(WS-PM-SLOT) = 'CLOSED'
               DISPLAY "problem was closed on "
                   WS-PM-CLOSED-ON(WS-PM-SLOT) " by "
                   FUNCTION TRIM(WS-PM-CLOSED-BY(WS-PM-SLOT))
               MOVE 0 TO WS-PM-SLOT
           END-IF.

       DO-OPEN.
           IF WS-PM-COUNT >= WS-PM-MAX
               DISPLAY "problem table is full"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "title: " WITH NO ADVANCING
           ACCEPT WS-IN-TITLE
           INSPECT WS-IN-TITLE REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-TITLE) = SPACES
               DISPLAY "a problem needs a title"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "owner (operator id, blank for "
               FUNCTION TRIM(WS-MAINTAINER) "): " WITH NO ADVANCING
           ACCEPT WS-IN-OWNER
           IF FUNCTION TRIM(WS-IN-OWNER) = SPACES
               MOVE WS-MAINTAINER TO WS-IN-OWNER
           END-IF
           IF WS-IN-OWNER(9:) NOT = SPACES
               DISPLAY "an operator id is one to eight characters"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PM-LAST
           MOVE SPACES TO WS-IN-ID
           STRING 'PB' WS-PM-LAST DELIMITED SIZE INTO WS-IN-ID
           PERFORM BUILD-TODAY
           ADD 1 TO WS-PM-COUNT
           MOVE WS-IN-ID TO WS-PM-ID(WS-PM-COUNT)
           MOVE WS-TODAY-DASHED TO WS-PM-OPENED(WS-PM-COUNT)
           MOVE WS-MAINTAINER TO WS-PM-OPEN-BY(WS-PM-COUNT)
           MOVE FUNCTION TRIM(WS-IN-OWNER) TO WS-PM-OWNER(WS-PM-COUNT)
           MOVE 'OPEN' TO WS-PM-STATUS(WS-PM-COUNT)
           MOVE WS-IN-TITLE TO WS-PM-TITLE(WS-PM-COUNT)
           MOVE SPACES TO WS-PM-CAUSE(WS-PM-COUNT)
               WS-PM-WORKAROUND(WS-PM-COUNT)
               WS-PM-CLOSED-ON(WS-PM-COUNT)
               WS-PM-CLOSED-BY(WS-PM-COUNT)
               WS-PM-CLOSURE(WS-PM-COUNT)
           PERFORM REWRITE-MASTER
           DISPLAY "opened " FUNCTION TRIM(WS-IN-ID)
               " -- link the incidents it explains with link"
           MOVE 'OPEN' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               'owner '                      DELIMITED SIZE
               FUNCTION TRIM(WS-IN-OWNER)    DELIMITED SIZE
               ' '                           DELIMITED SIZE
               FUNCTION TRIM(WS-IN-TITLE)    DELIMITED SIZE
               INTO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> A link is what ALERT-MONITOR matches incidents on, so it
      *> must name a reason or a model -- a link naming neither
      *> would silence every page there is.
       DO-LINK.
           IF WS-LN-COUNT >= WS-LN-MAX
               DISPLAY "link table is full"
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-OPEN-PROBLEM
           IF WS-PM-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "incident reason code (CURLFAIL, APIERR, RATELIM,"
               " ... blank for any): " WITH NO ADVANCING
           ACCEPT WS-IN-REASON
           MOVE FUNCTION UPPER-CASE(WS-IN-REASON) TO WS-IN-REASON
           IF WS-IN-REASON(9:) NOT = SPACES
               DISPLAY "a reason code is up to eight characters"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "model (blank for any): " WITH NO ADVANCING
           ACCEPT WS-IN-MODEL
           IF FUNCTION TRIM(WS-IN-REASON) = SPACES
                   AND FUNCTION TRIM(WS-IN-MODEL) = SPACES
               DISPLAY "a link names a reason code, a model, or both"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BAD-COUNT
           INSPECT WS-IN-REASON TALLYING WS-BAD-COUNT FOR ALL "|"
           INSPECT WS-IN-MODEL TALLYING WS-BAD-COUNT FOR ALL "|"
           IF WS-BAD-COUNT > 0
               DISPLAY "the reason and model may not contain |"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-FROM WS-IN-TO
           DISPLAY "from date (YYYY-MM-DD, blank for all time): "
               WITH NO ADVANCING
           ACCEPT WS-IN-FROM
           IF WS-IN-FROM NOT = SPACES
               MOVE WS-IN-FROM TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "to date (YYYY-MM-DD, blank until closed): "
               WITH NO ADVANCING
           ACCEPT WS-IN-TO
           IF WS-IN-TO NOT = SPACES
               MOVE WS-IN-TO TO WS-CHECK-DATE
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-FROM NOT = SPACES AND WS-IN-TO < WS-IN-FROM
                   DISPLAY "the to date is before the from date"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM BUILD-TODAY
           ADD 1 TO WS-LN-COUNT
           MOVE WS-PM-ID(WS-PM-SLOT) TO WS-LN-ID(WS-LN-COUNT)
           MOVE FUNCTION TRIM(WS-IN-REASON)
               TO WS-LN-REASON(WS-LN-COUNT)
           MOVE FUNCTION TRIM(WS-IN-MODEL) TO WS-LN-MODEL(WS-LN-COUNT)
           MOVE WS-IN-FROM TO WS-LN-FROM(WS-LN-COUNT)
           MOVE WS-IN-TO TO WS-LN-TO(WS-LN-COUNT)
           MOVE WS-MAINTAINER TO WS-LN-BY(WS-LN-COUNT)
           MOVE WS-TODAY-DASHED TO WS-LN-ON(WS-LN-COUNT)
           PERFORM REWRITE-MASTER
           MOVE WS-LN-COUNT TO WS-LN-SLOT
           PERFORM BUILD-RANGE-TEXT
           MOVE 'LINK' TO WS-LOG-ACTION
           PERFORM BUILD-LINK-DETAIL
           PERFORM LOG-CHANGE.

      *> A link made in error comes off again; the change log keeps
      *> what it was.
       DO-UNLINK.
           PERFORM GET-OPEN-PROBLEM
           IF WS-PM-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LINKS
           IF WS-LN-OF-PROB = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "link number to remove: " WITH NO ADVANCING
           ACCEPT WS-IN-SEQ
           IF FUNCTION TRIM(WS-IN-SEQ) = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-SEQ))
                       NOT = 0
               DISPLAY "no link removed"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LN-SLOT WS-LN-SEQ
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-PM-ID(WS-PM-SLOT)
                   ADD 1 TO WS-LN-SEQ
                   IF WS-LN-SEQ = FUNCTION NUMVAL(WS-IN-SEQ)
                       MOVE WS-LN-IDX TO WS-LN-SLOT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LN-SLOT = 0
               DISPLAY "no such link"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RANGE-TEXT
           PERFORM BUILD-LINK-DETAIL
           PERFORM VARYING WS-LN-IDX FROM WS-LN-SLOT BY 1
                   UNTIL WS-LN-IDX >= WS-LN-COUNT
               MOVE WS-LN-ENTRY(WS-LN-IDX + 1)
                   TO WS-LN-ENTRY(WS-LN-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LN-COUNT
           PERFORM REWRITE-MASTER
           MOVE 'UNLINK' TO WS-LOG-ACTION
           PERFORM LOG-CHANGE.

      *> Blank keeps what is on file. CLOSED is reached through
      *> close, which wants the closure written up.
       DO-UPDATE.
           PERFORM GET-OPEN-PROBLEM
           IF WS-PM-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-PROBLEM
           MOVE SPACES TO WS-CHANGED
           MOVE 1 TO WS-CHANGED-PTR
           DISPLAY "owner (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-IN-OWNER
           IF FUNCTION TRIM(WS-IN-OWNER) NOT = SPACES
               IF WS-IN-OWNER(9:) NOT = SPACES
                   DISPLAY "an operator id is one to eight characters"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "status OPEN or KNOWN (blank to keep): "
               WITH NO ADVANCING
           ACCEPT WS-IN-STATUS
           MOVE FUNCTION UPPER-CASE(WS-IN-STATUS) TO WS-IN-STATUS
           IF FUNCTION TRIM(WS-IN-STATUS) NOT = SPACES
                   AND FUNCTION TRIM(WS-IN-STATUS) NOT = 'OPEN'
                   AND FUNCTION TRIM(WS-IN-STATUS) NOT = 'KNOWN'
               DISPLAY "status is OPEN or KNOWN; use close to close"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-IN-OWNER) NOT = SPACES
               MOVE FUNCTION TRIM(WS-IN-OWNER)
                   TO WS-PM-OWNER(WS-PM-SLOT)
               STRING ' owner' DELIMITED SIZE INTO WS-CHANGED
                   WITH POINTER WS-CHANGED-PTR
           END-IF
           IF FUNCTION TRIM(WS-IN-STATUS) NOT = SPACES
               MOVE FUNCTION TRIM(WS-IN-STATUS)
                   TO WS-PM-STATUS(WS-PM-SLOT)
               STRING ' status' DELIMITED SIZE INTO WS-CHANGED
                   WITH POINTER WS-CHANGED-PTR
           END-IF
           DISPLAY "root cause (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-IN-TEXT
           INSPECT WS-IN-TEXT REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-TEXT) NOT = SPACES
               MOVE WS-IN-TEXT TO WS-PM-CAUSE(WS-PM-SLOT)
               STRING ' cause' DELIMITED SIZE INTO WS-CHANGED
                   WITH POINTER WS-CHANGED-PTR
           END-IF
           DISPLAY "workaround (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-IN-TEXT
           INSPECT WS-IN-TEXT REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-TEXT) NOT = SPACES
               MOVE WS-IN-TEXT TO WS-PM-WORKAROUND(WS-PM-SLOT)
               STRING ' workaround' DELIMITED SIZE INTO WS-CHANGED
                   WITH POINTER WS-CHANGED-PTR
           END-IF
           IF WS-CHANGED = SPACES
               DISPLAY "no change"
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-MASTER
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               FUNCTION TRIM(WS-CHANGED)     DELIMITED SIZE
               ' -- '                        DELIMITED SIZE
               FUNCTION TRIM(WS-PM-STATUS(WS-PM-SLOT))
                                             DELIMITED SIZE
               ' owner '                     DELIMITED SIZE
               FUNCTION TRIM(WS-PM-OWNER(WS-PM-SLOT))
                                             DELIMITED SIZE
               INTO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> A closed problem keeps its links in the master, but they
      *> no longer hold back a page.
       DO-CLOSE.
           PERFORM GET-OPEN-PROBLEM
           IF WS-PM-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-PROBLEM
           MOVE WS-PM-CAUSE(WS-PM-SLOT) TO WS-IN-CAUSE
           IF WS-IN-CAUSE = SPACES
               DISPLAY "root cause: " WITH NO ADVANCING
               ACCEPT WS-IN-CAUSE
               INSPECT WS-IN-CAUSE REPLACING ALL '|' BY '/'
           END-IF
           DISPLAY "closure (what fixed it): " WITH NO ADVANCING
           ACCEPT WS-IN-TEXT
           INSPECT WS-IN-TEXT REPLACING ALL '|' BY '/'
           IF FUNCTION TRIM(WS-IN-TEXT) = SPACES
               DISPLAY "a close needs the closure written up"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-TODAY
           MOVE 'CLOSED' TO WS-PM-STATUS(WS-PM-SLOT)
           MOVE WS-IN-CAUSE TO WS-PM-CAUSE(WS-PM-SLOT)
           MOVE WS-TODAY-DASHED TO WS-PM-CLOSED-ON(WS-PM-SLOT)
           MOVE WS-MAINTAINER TO WS-PM-CLOSED-BY(WS-PM-SLOT)
           MOVE WS-IN-TEXT TO WS-PM-CLOSURE(WS-PM-SLOT)
           PERFORM REWRITE-MASTER
           MOVE 'CLOSE' TO WS-LOG-ACTION
           MOVE WS-IN-TEXT TO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> list shows the problems still being worked; history shows
      *> them all.
       DO-LIST.
           MOVE 0 TO WS-BAD-COUNT
           DISPLAY " id       opened     status owner    links title"
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-SHOW-ALL = 'Y'
                       OR WS-PM-STATUS(WS-PM-IDX) NOT = 'CLOSED'
                   ADD 1 TO WS-BAD-COUNT
                   MOVE 0 TO WS-LN-OF-PROB
                   PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                           UNTIL WS-LN-IDX > WS-LN-COUNT
                       IF WS-LN-ID(WS-LN-IDX) = WS-PM-ID(WS-PM-IDX)
                           ADD 1 TO WS-LN-OF-PROB
                       END-IF
                   END-PERFORM
                   MOVE WS-LN-OF-PROB TO WS-LINKS-ED
                   DISPLAY " " WS-PM-ID(WS-PM-IDX) " "
                       WS-PM-OPENED(WS-PM-IDX) " "
                       WS-PM-STATUS(WS-PM-IDX) " "
                       WS-PM-OWNER(WS-PM-IDX) " "
                       WS-LINKS-ED "   "
                       FUNCTION TRIM(WS-PM-TITLE(WS-PM-IDX))
                   IF WS-PM-STATUS(WS-PM-IDX) = 'CLOSED'
                       DISPLAY "          closed "
                           WS-PM-CLOSED-ON(WS-PM-IDX) " by "
                           FUNCTION TRIM(WS-PM-CLOSED-BY(WS-PM-IDX))
                           ": " FUNCTION TRIM(WS-PM-CLOSURE(WS-PM-IDX))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BAD-COUNT = 0
               DISPLAY " (no problems)"
           END-IF.

       DO-SHOW.
           DISPLAY "problem id: " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           PERFORM FIND-PROBLEM-SLOT
           IF WS-PM-SLOT = 0
               DISPLAY "problem not on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-PROBLEM
           PERFORM SHOW-LINKS.

       SHOW-ONE-PROBLEM.
           DISPLAY "on file: " WS-PM-ID(WS-PM-SLOT) "  "
               FUNCTION TRIM(WS-PM-TITLE(WS-PM-SLOT))
           DISPLAY "  status     " WS-PM-STATUS(WS-PM-SLOT)
               "  owner " FUNCTION TRIM(WS-PM-OWNER(WS-PM-SLOT))
               "  opened " WS-PM-OPENED(WS-PM-SLOT)
               " by " FUNCTION TRIM(WS-PM-OPEN-BY(WS-PM-SLOT))
           IF WS-PM-CAUSE(WS-PM-SLOT) NOT = SPACES
               DISPLAY "  root cause "
                   FUNCTION TRIM(WS-PM-CAUSE(WS-PM-SLOT))
           END-IF
           IF WS-PM-WORKAROUND(WS-PM-SLOT) NOT = SPACES
               DISPLAY "  workaround "
                   FUNCTION TRIM(WS-PM-WORKAROUND(WS-PM-SLOT))
           END-IF
           IF WS-PM-STATUS(WS-PM-SLOT) = 'CLOSED'
               DISPLAY "  closed     " WS-PM-CLOSED-ON(WS-PM-SLOT)
                   " by " FUNCTION TRIM(WS-PM-CLOSED-BY(WS-PM-SLOT))
                   ": " FUNCTION TRIM(WS-PM-CLOSURE(WS-PM-SLOT))
           END-IF.

       SHOW-LINKS.
           MOVE 0 TO WS-LN-OF-PROB
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ID(WS-LN-IDX) = WS-PM-ID(WS-PM-SLOT)
                   ADD 1 TO WS-LN-OF-PROB
                   MOVE WS-LN-IDX TO WS-LN-SLOT
                   PERFORM BUILD-RANGE-TEXT
                   IF WS-LN-REASON(WS-LN-IDX) = SPACES
                       MOVE '(any)' TO WS-FLD-REASON
                   ELSE
                       MOVE WS-LN-REASON(WS-LN-IDX) TO WS-FLD-REASON
                   END-IF
                   IF WS-LN-MODEL(WS-LN-IDX) = SPACES
                       MOVE '(any model)' TO WS-FLD-MODEL
                   ELSE
                       MOVE WS-LN-MODEL(WS-LN-IDX) TO WS-FLD-MODEL
                   END-IF
                   MOVE WS-LN-OF-PROB TO WS-LINKS-ED
                   DISPLAY "  link " WS-LINKS-ED "  "
                       WS-FLD-REASON " "
                       WS-FLD-MODEL(1:30) " "
                       FUNCTION TRIM(WS-RANGE-TEXT)
                       "  (" FUNCTION TRIM(WS-LN-BY(WS-LN-IDX))
                       " " WS-LN-ON(WS-LN-IDX) ")"
               END-IF
           END-PERFORM
           IF WS-LN-OF-PROB = 0
               DISPLAY "  (no incidents linked)"
           END-IF.

       BUILD-RANGE-TEXT.
           MOVE SPACES TO WS-RANGE-TEXT
           EVALUATE TRUE
               WHEN WS-LN-FROM(WS-LN-SLOT) = SPACES
                       AND WS-LN-TO(WS-LN-SLOT) = SPACES
                   MOVE '(all dates)' TO WS-RANGE-TEXT
               WHEN WS-LN-TO(WS-LN-SLOT) = SPACES
                   STRING WS-LN-FROM(WS-LN-SLOT) ' onward'
                       DELIMITED SIZE INTO WS-RANGE-TEXT
               WHEN WS-LN-FROM(WS-LN-SLOT) = SPACES
                   STRING 'up to ' WS-LN-TO(WS-LN-SLOT)
                       DELIMITED SIZE INTO WS-RANGE-TEXT
               WHEN OTHER
                   STRING WS-LN-FROM(WS-LN-SLOT) ' to '
                       WS-LN-TO(WS-LN-SLOT)
                       DELIMITED SIZE INTO WS-RANGE-TEXT
           END-EVALUATE.

       BUILD-LINK-DETAIL.
           MOVE WS-LN-REASON(WS-LN-SLOT) TO WS-FLD-REASON
           IF WS-FLD-REASON = SPACES
               MOVE '(any)' TO WS-FLD-REASON
           END-IF
           MOVE WS-LN-MODEL(WS-LN-SLOT) TO WS-FLD-MODEL
           IF WS-FLD-MODEL = SPACES
               MOVE '(any)' TO WS-FLD-MODEL
           END-IF
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               'reason '                     DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-REASON)  DELIMITED SIZE
               ' model '                     DELIMITED SIZE
               FUNCTION TRIM(WS-FLD-MODEL)   DELIMITED SIZE
               ' '                           DELIMITED SIZE
               FUNCTION TRIM(WS-RANGE-TEXT)  DELIMITED SIZE
               INTO WS-LOG-DETAIL.

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

      *> The whole master is rewritten after each confirmed change,
      *> each problem followed by its links.
       REWRITE-MASTER.
           OPEN OUTPUT PROB-FILE
           IF WS-PROB-STATUS NOT = "00"
               DISPLAY "error: could not rewrite "
                   FUNCTION TRIM(WS-PROB-PATH)
                   " (file status " WS-PROB-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "# P|id|opened on|opened by|owner|status OPEN/KNOWN/"
               & "CLOSED|title|root cause|workaround|closed on|"
               & "closed by|closure" TO PROB-RECORD
           WRITE PROB-RECORD
           MOVE "# L|id|reason|model|from|to|linked by|linked on"
               TO PROB-RECORD
           WRITE PROB-RECORD
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               PERFORM WRITE-PROBLEM-LINE
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                   IF WS-LN-ID(WS-LN-IDX) = WS-PM-ID(WS-PM-IDX)
                       PERFORM WRITE-LINK-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE PROB-FILE.

       WRITE-PROBLEM-LINE.
           MOVE SPACES TO PROB-RECORD
           STRING
               'P|'                               DELIMITED SIZE
               FUNCTION TRIM(WS-PM-ID(WS-PM-IDX)) DELIMITED SIZE
               '|'                                DELIMITED SIZE
               WS-PM-OPENED(WS-PM-IDX)            DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-OPEN-BY(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-OWNER(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-STATUS(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-TITLE(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-CAUSE(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-WORKAROUND(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-CLOSED-ON(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-CLOSED-BY(WS-PM-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-PM-CLOSURE(WS-PM-IDX))
                                                  DELIMITED SIZE
               INTO PROB-RECORD
           WRITE PROB-RECORD.

       WRITE-LINK-LINE.
           MOVE SPACES TO PROB-RECORD
           STRING
               'L|'                               DELIMITED SIZE
               FUNCTION TRIM(WS-LN-ID(WS-LN-IDX)) DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-LN-REASON(WS-LN-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-LN-MODEL(WS-LN-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-LN-FROM(WS-LN-IDX))
                                                  DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-LN-TO(WS-LN-IDX)) DELIMITED SIZE
               '|'                                DELIMITED SIZE
               FUNCTION TRIM(WS-LN-BY(WS-LN-IDX)) DELIMITED SIZE
               '|'                                DELIMITED SIZE
               WS-LN-ON(WS-LN-IDX)                DELIMITED SIZE
               INTO PROB-RECORD
           WRITE PROB-RECORD.

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
