      *================================================================*
      * PROGRAM:     QA-REVIEW                                         *
      * DESCRIPTION: Supervisor quality review of the exchanges        *
      *              QA-SAMPLE draws into qa-queue.dat. Only a         *
      *              supervisor (SIGN-ON's supervisor flag) signed on  *
      *              with their PIN may use it. Functions: list the    *
      *              open items (queued and not yet scored) by their   *
      *              queue number, view one -- the operator's          *
      *              question, every tool call and tool result, and    *
      *              the answer as audit.dat holds them -- score one,  *
      *              next (view and score the oldest open item the     *
      *              supervisor may take), quit. A score is three      *
      *              marks of 1 to 5 -- accuracy, policy adherence,    *
      *              usefulness -- and a comment; a supervisor may not *
      *              score an exchange of their own, nor one the audit *
      *              trail can no longer show. Scores are              *
      *              appended under the qa enqueue, after checking     *
      *              that nobody scored the item first, to             *
      *              qa-reviews.dat:                                   *
      *                stamp|session|reply seq|reviewer|accuracy|      *
      *                  policy|usefulness|comment                     *
      *              QA-SCORECARD rolls them up by month. RETURN-CODE  *
      *              8 when the supervisor could not be signed on.     *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/qa-review.cob src/sign-on.cob                    *
      *        src/crypt-codec.cob src/incident-log.cob                *
      *        src/file-lock.cob -o dist/qa-review                     *
      *   ./dist/qa-review [supervisor-id]                             *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QA-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT QUEUE-FILE
               ASSIGN TO DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-KEY-SESSION   PIC 9(9).
               10  AUDIT-KEY-SEQ       PIC 9(5).
           05  AUDIT-STAMP             PIC X(19).
           05  AUDIT-ROLE              PIC X(20).
           05  AUDIT-CONTENT           PIC X(2800).
           05  AUDIT-REDACTIONS        PIC 9(3).
           05  AUDIT-OPERATOR          PIC X(8).
           05  AUDIT-CHAIN             PIC 9(9).
       FD  QUEUE-FILE.
       01  QUEUE-RECORD                PIC X(400).
       FD  REVIEW-FILE.
       01  REVIEW-RECORD               PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-LOG-PATH             PIC X(520).
       01  WS-QUEUE-PATH           PIC X(520).
       01  WS-REVIEW-PATH          PIC X(520).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-REVIEW-STATUS        PIC XX.
       01  WS-EOF                  PIC X.

      *> qa-queue.dat, numbered by its data lines
       01  WS-QI-COUNT             PIC 9(5) VALUE 0.
       01  WS-QI-TABLE.
           05  WS-QI-ENTRY OCCURS 5000 TIMES.
               10  WS-QI-DATE      PIC X(10).
               10  WS-QI-SESSION   PIC 9(9).
               10  WS-QI-QSEQ      PIC 9(5).
               10  WS-QI-RSEQ      PIC 9(5).
               10  WS-QI-OPERATOR  PIC X(8).
               10  WS-QI-MODEL     PIC X(60).
               10  WS-QI-PROFILE   PIC X(50).
               10  WS-QI-COST      PIC X(12).
               10  WS-QI-TOOLS     PIC X(4).
               10  WS-QI-COMPLY    PIC X(70).
               10  WS-QI-DONE      PIC X.
       01  WS-QI-IDX               PIC 9(5).
       01  WS-QI-OPEN              PIC 9(5).
       01  WS-QF-STAMP             PIC X(19).
       01  WS-QF-DATE              PIC X(10).
       01  WS-QF-SESSION           PIC X(9).
       01  WS-QF-QSEQ              PIC X(5).
       01  WS-QF-RSEQ              PIC X(5).
       01  WS-QF-OPERATOR          PIC X(8).
       01  WS-QF-MODEL             PIC X(60).
       01  WS-QF-PROFILE           PIC X(50).
       01  WS-QF-COST              PIC X(12).
       01  WS-QF-TOOLS             PIC X(4).
       01  WS-QF-COMPLY            PIC X(70).
       01  WS-RF-STAMP             PIC X(19).
       01  WS-RF-SESSION           PIC X(9).
       01  WS-RF-RSEQ              PIC X(5).

      *> Supervisor sign-on through SIGN-ON
       01  WS-REVIEWER             PIC X(8).
       01  WS-SO-ACTION            PIC X.
       01  WS-SO-PIN               PIC X(12).
       01  WS-SO-RESULT            PIC X.
       01  WS-SO-HASH              PIC 9(9).
       01  WS-SO-DETAIL            PIC X(80).
       01  WS-SO-TRIES             PIC 9.
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30) VALUE 'qa'.
       01  WS-FL-STATUS            PIC X.

      *> Reviewer dialogue
       01  WS-INPUT                PIC X(220).
       01  WS-VERB                 PIC X(20).
       01  WS-ITEM-ARG             PIC X(20).
       01  WS-ITEM                 PIC 9(5).
       01  WS-ITEM-ED              PIC Z(4)9.
       01  WS-RUNNING              PIC X VALUE 'Y'.
       01  WS-ITEM-OK              PIC X.
       01  WS-MARK-IN              PIC X(10).
       01  WS-MARK                 PIC 9.
       01  WS-MARK-LABEL           PIC X(20).
       01  WS-ACCURACY             PIC 9.
       01  WS-POLICY               PIC 9.
       01  WS-USEFUL               PIC 9.
       01  WS-COMMENT              PIC X(200).
       01  WS-CONFIRM              PIC X(10).
       01  WS-SHOWN                PIC 9(3).

      *> One exchange replayed from the audit trail
       01  WS-SHOW-CONTENT         PIC X(2800).
       01  WS-CR-ACTION            PIC X.
       01  WS-CR-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-CR-LEN               PIC 9(6).
       01  WS-CR-STATUS            PIC X.
       01  WS-FROM-SEQ             PIC 9(5).

      *> Score stamping
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
           PERFORM GET-REVIEWER
           PERFORM SIGN-ON-SUPERVISOR
           DISPLAY "QA review queue (" FUNCTION TRIM(WS-QUEUE-PATH) ")"
           PERFORM SHOW-OPEN-LIST
           PERFORM UNTIL WS-RUNNING = 'N'
               DISPLAY " "
               DISPLAY "review (list/view <n>/score <n>/next/quit): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT
               MOVE SPACES TO WS-VERB WS-ITEM-ARG
               UNSTRING WS-INPUT DELIMITED BY ALL SPACE
                   INTO WS-VERB WS-ITEM-ARG
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-VERB)
                   WHEN 'list'
                       PERFORM SHOW-OPEN-LIST
                   WHEN 'view'
                       PERFORM VIEW-ITEM
                   WHEN 'score'
                       PERFORM SCORE-ITEM
                   WHEN 'next'
                       PERFORM NEXT-ITEM
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
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat"
               DELIMITED SIZE INTO WS-LOG-PATH
           MOVE SPACES TO WS-QUEUE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "qa-queue.dat"
               DELIMITED SIZE INTO WS-QUEUE-PATH
           MOVE SPACES TO WS-REVIEW-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "qa-reviews.dat"
               DELIMITED SIZE INTO WS-REVIEW-PATH.

      *> The first argument, the COBOLD_OPERATOR environment
      *> variable, or a prompt.
       GET-REVIEWER.
           MOVE SPACES TO WS-REVIEWER
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-REVIEWER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-REVIEWER
           END-ACCEPT
           IF FUNCTION TRIM(WS-REVIEWER) = SPACES
               ACCEPT WS-REVIEWER
                   FROM ENVIRONMENT "COBOLD_OPERATOR"
                   ON EXCEPTION
                       MOVE SPACES TO WS-REVIEWER
               END-ACCEPT
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-REVIEWER) NOT = SPACES
               DISPLAY "supervisor id: " WITH NO ADVANCING
               ACCEPT WS-REVIEWER
           END-PERFORM.

      *> Supervisor flag first, then three tries at the PIN; SIGN-ON
      *> counts the failures and locks the id as it does anywhere.
       SIGN-ON-SUPERVISOR.
           MOVE 'Q' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-REVIEWER WS-SO-PIN
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
                   MOVE "a service id cannot review exchanges"
                       TO WS-SO-DETAIL
               WHEN OTHER
                   MOVE "no operator master -- no supervisors"
                       TO WS-SO-DETAIL
           END-EVALUATE
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: " FUNCTION TRIM(WS-REVIEWER) " -- "
                   FUNCTION TRIM(WS-SO-DETAIL)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SO-TRIES
           MOVE 'N' TO WS-SO-RESULT
           PERFORM UNTIL WS-SO-RESULT NOT = 'N' OR WS-SO-TRIES >= 3
               ADD 1 TO WS-SO-TRIES
               DISPLAY "PIN for " FUNCTION TRIM(WS-REVIEWER) ": "
                   WITH NO ADVANCING
               MOVE 'P' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-REVIEWER
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE 'V' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-REVIEWER
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               IF WS-SO-RESULT NOT = 'Y'
                       AND FUNCTION TRIM(WS-SO-DETAIL) NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-SO-DETAIL)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SO-PIN
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: sign-on refused -- no review"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>----------------------------------------------------------------
      *> The queue and what has been scored, loaded fresh each time so
      *> a second supervisor's work shows up without a restart.
      *>----------------------------------------------------------------
       LOAD-QUEUE.
           MOVE 0 TO WS-QI-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           PERFORM MARK-SCORED-ITEMS.

       PARSE-QUEUE-LINE.
           IF QUEUE-RECORD = SPACES OR QUEUE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-QI-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-QF-STAMP WS-QF-DATE WS-QF-SESSION
               WS-QF-QSEQ WS-QF-RSEQ WS-QF-OPERATOR WS-QF-MODEL
               WS-QF-PROFILE WS-QF-COST WS-QF-TOOLS WS-QF-COMPLY
           UNSTRING QUEUE-RECORD DELIMITED BY '|'
               INTO WS-QF-STAMP WS-QF-DATE WS-QF-SESSION
                    WS-QF-QSEQ WS-QF-RSEQ WS-QF-OPERATOR WS-QF-MODEL
                    WS-QF-PROFILE WS-QF-COST WS-QF-TOOLS WS-QF-COMPLY
           END-UNSTRING
           IF WS-QF-SESSION IS NOT NUMERIC
                   OR WS-QF-QSEQ IS NOT NUMERIC
                   OR WS-QF-RSEQ IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QI-COUNT
           MOVE WS-QF-DATE     TO WS-QI-DATE(WS-QI-COUNT)
           MOVE WS-QF-SESSION  TO WS-QI-SESSION(WS-QI-COUNT)
           MOVE WS-QF-QSEQ     TO WS-QI-QSEQ(WS-QI-COUNT)
           MOVE WS-QF-RSEQ     TO WS-QI-RSEQ(WS-QI-COUNT)
           MOVE WS-QF-OPERATOR TO WS-QI-OPERATOR(WS-QI-COUNT)
           MOVE WS-QF-MODEL    TO WS-QI-MODEL(WS-QI-COUNT)
           MOVE WS-QF-PROFILE  TO WS-QI-PROFILE(WS-QI-COUNT)
           MOVE WS-QF-COST     TO WS-QI-COST(WS-QI-COUNT)
           MOVE WS-QF-TOOLS    TO WS-QI-TOOLS(WS-QI-COUNT)
           MOVE WS-QF-COMPLY   TO WS-QI-COMPLY(WS-QI-COUNT)
           MOVE 'N'            TO WS-QI-DONE(WS-QI-COUNT).

       MARK-SCORED-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MARK-ONE-SCORED
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE.

       MARK-ONE-SCORED.
           MOVE SPACES TO WS-RF-STAMP WS-RF-SESSION WS-RF-RSEQ
           UNSTRING REVIEW-RECORD DELIMITED BY '|'
               INTO WS-RF-STAMP WS-RF-SESSION WS-RF-RSEQ
           END-UNSTRING
           IF WS-RF-SESSION IS NOT NUMERIC
                   OR WS-RF-RSEQ IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                   UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-SESSION(WS-QI-IDX) = WS-RF-SESSION
                       AND WS-QI-RSEQ(WS-QI-IDX) = WS-RF-RSEQ
                   MOVE 'Y' TO WS-QI-DONE(WS-QI-IDX)
               END-IF
           END-PERFORM.

       SHOW-OPEN-LIST.
           PERFORM LOAD-QUEUE
           MOVE 0 TO WS-QI-OPEN
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                   UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-DONE(WS-QI-IDX) = 'N'
                   IF WS-QI-OPEN = 0
                       DISPLAY " "
                       DISPLAY "     n  date       operator model"
                           "                     tools screening"
                   END-IF
                   ADD 1 TO WS-QI-OPEN
                   MOVE WS-QI-IDX TO WS-ITEM-ED
                   DISPLAY " " WS-ITEM-ED
                       "  " WS-QI-DATE(WS-QI-IDX)
                       " " WS-QI-OPERATOR(WS-QI-IDX)
                       " " WS-QI-MODEL(WS-QI-IDX)(1:24)
                       " " WS-QI-TOOLS(WS-QI-IDX)
                       "  " FUNCTION TRIM(WS-QI-COMPLY(WS-QI-IDX))
               END-IF
           END-PERFORM
           IF WS-QI-OPEN = 0
               DISPLAY " (nothing waiting for review)"
           END-IF.

      *> The item number from the command line, checked against the
      *> freshly loaded queue.
       PICK-ITEM.
           MOVE 'N' TO WS-ITEM-OK
           PERFORM LOAD-QUEUE
           IF FUNCTION TRIM(WS-ITEM-ARG) = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-ITEM-ARG)) NOT = 0
               DISPLAY "give the item number from the list"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ITEM-ARG)) TO WS-ITEM
           IF WS-ITEM < 1 OR WS-ITEM > WS-QI-COUNT
               DISPLAY "no queue item " FUNCTION TRIM(WS-ITEM-ARG)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ITEM-OK.

       VIEW-ITEM.
           PERFORM PICK-ITEM
           IF WS-ITEM-OK = 'Y'
               PERFORM SHOW-EXCHANGE
           END-IF.

       SCORE-ITEM.
           PERFORM PICK-ITEM
           IF WS-ITEM-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-MAY-SCORE
           IF WS-ITEM-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-EXCHANGE
           PERFORM SCORE-IF-SHOWN.

      *> The oldest open item this supervisor may score
       NEXT-ITEM.
           PERFORM LOAD-QUEUE
           MOVE 0 TO WS-ITEM
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                   UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-DONE(WS-QI-IDX) = 'N'
                       AND WS-QI-OPERATOR(WS-QI-IDX) NOT = WS-REVIEWER
                   MOVE WS-QI-IDX TO WS-ITEM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ITEM = 0
               DISPLAY "nothing waiting that you may score"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM TO WS-ITEM-ED
           DISPLAY "item " FUNCTION TRIM(WS-ITEM-ED)
           PERFORM SHOW-EXCHANGE
           PERFORM SCORE-IF-SHOWN.

      *> Nothing is marked unseen -- an exchange the trail can no
      *> longer replay waits until it can be read.
       SCORE-IF-SHOWN.
           IF WS-SHOWN = 0
               DISPLAY "not scored -- the exchange could not be shown"
               EXIT PARAGRAPH
           END-IF
           PERFORM TAKE-SCORE.

       CHECK-MAY-SCORE.
           IF WS-QI-DONE(WS-ITEM) = 'Y'
               DISPLAY "item " FUNCTION TRIM(WS-ITEM-ARG)
                   " has already been scored"
               MOVE 'N' TO WS-ITEM-OK
               EXIT PARAGRAPH
           END-IF
      *>   The review is a second pair of eyes -- nobody marks their
      *>   own work.
           IF WS-QI-OPERATOR(WS-ITEM) = WS-REVIEWER
               DISPLAY "refused: this is an exchange of "
                   FUNCTION TRIM(WS-REVIEWER)
                   "'s -- another supervisor must score it"
               MOVE 'N' TO WS-ITEM-OK
           END-IF.

      *>----------------------------------------------------------------
      *> Replay the exchange from its question to its answer. The
      *> exchange note itself is summarised in the heading instead.
      *>----------------------------------------------------------------
       SHOW-EXCHANGE.
           DISPLAY " "
           DISPLAY "--- " WS-QI-DATE(WS-ITEM)
               "  session " WS-QI-SESSION(WS-ITEM)
               "  operator " FUNCTION TRIM(WS-QI-OPERATOR(WS-ITEM))
               " ---"
           DISPLAY "    model " FUNCTION TRIM(WS-QI-MODEL(WS-ITEM))
               ", profile " FUNCTION TRIM(WS-QI-PROFILE(WS-ITEM))
               ", cost " FUNCTION TRIM(WS-QI-COST(WS-ITEM))
               ", " FUNCTION TRIM(WS-QI-TOOLS(WS-ITEM))
               " tool call(s), screening "
               FUNCTION TRIM(WS-QI-COMPLY(WS-ITEM))
           MOVE 0 TO WS-SHOWN
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "no audit trail at " FUNCTION TRIM(WS-LOG-PATH)
               EXIT PARAGRAPH
           END-IF
           IF WS-QI-QSEQ(WS-ITEM) > 0
               MOVE WS-QI-QSEQ(WS-ITEM) TO WS-FROM-SEQ
           ELSE
               MOVE WS-QI-RSEQ(WS-ITEM) TO WS-FROM-SEQ
           END-IF
           MOVE WS-QI-SESSION(WS-ITEM) TO AUDIT-KEY-SESSION
           MOVE WS-FROM-SEQ TO AUDIT-KEY-SEQ
           MOVE 'N' TO WS-EOF
           START AUDIT-FILE KEY IS >= AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-KEY-SESSION
                               NOT = WS-QI-SESSION(WS-ITEM)
                           OR AUDIT-KEY-SEQ > WS-QI-RSEQ(WS-ITEM)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM SHOW-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-SHOWN = 0
               DISPLAY "    (the exchange is no longer in audit.dat --"
                   " ARCHIVE-QUERY can find it in the archive)"
           END-IF
           DISPLAY "--- end of exchange ---".

       SHOW-ONE-RECORD.
           PERFORM PREPARE-CONTENT
           EVALUATE FUNCTION TRIM(AUDIT-ROLE)
               WHEN 'user'
                   DISPLAY "question    @> "
                       FUNCTION TRIM(WS-SHOW-CONTENT)
               WHEN 'tool_call'
                   DISPLAY "tool call   @> "
                       FUNCTION TRIM(WS-SHOW-CONTENT)
               WHEN 'tool'
                   DISPLAY "tool result @> "
                       FUNCTION TRIM(WS-SHOW-CONTENT)
               WHEN 'assistant'
                   DISPLAY "answer      @> "
                       FUNCTION TRIM(WS-SHOW-CONTENT)
               WHEN OTHER
                   IF WS-SHOW-CONTENT(1:15) NOT = 'exchange model '
                       DISPLAY FUNCTION TRIM(AUDIT-ROLE) " @> "
                           FUNCTION TRIM(WS-SHOW-CONTENT)
                   END-IF
           END-EVALUATE
           IF AUDIT-REDACTIONS > 0
               DISPLAY "            (" AUDIT-REDACTIONS
                   " redaction(s) in the record above)"
           END-IF
           ADD 1 TO WS-SHOWN.

      *> Decipher a CBLDENC: record for display; without a key the
      *> content stays sealed and says so.
       PREPARE-CONTENT.
           IF AUDIT-CONTENT(1:8) NOT = 'CBLDENC:'
               MOVE AUDIT-CONTENT TO WS-SHOW-CONTENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CR-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CONTENT, TRAILING)) - 8
           MOVE SPACES TO WS-SHOW-CONTENT
           MOVE AUDIT-CONTENT(9:WS-CR-LEN) TO WS-SHOW-CONTENT
           MOVE 'D' TO WS-CR-ACTION
           CALL "CRYPT-CODEC" USING
               WS-CR-ACTION WS-CR-PROFILE WS-SHOW-CONTENT
               WS-CR-LEN WS-CR-STATUS
           IF WS-CR-STATUS NOT = 'Y'
               MOVE '[encrypted -- COBOLD_DATA_KEY not configured]'
                   TO WS-SHOW-CONTENT
           END-IF.

      *>----------------------------------------------------------------
      *> Three marks and a comment, confirmed, then written.
      *>----------------------------------------------------------------
       TAKE-SCORE.
           DISPLAY " "
           MOVE "accuracy" TO WS-MARK-LABEL
           PERFORM ASK-MARK
           IF WS-MARK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MARK TO WS-ACCURACY
           MOVE "policy adherence" TO WS-MARK-LABEL
           PERFORM ASK-MARK
           IF WS-MARK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MARK TO WS-POLICY
           MOVE "usefulness" TO WS-MARK-LABEL
           PERFORM ASK-MARK
           IF WS-MARK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MARK TO WS-USEFUL
           DISPLAY "comment: " WITH NO ADVANCING
           ACCEPT WS-COMMENT
           INSPECT WS-COMMENT REPLACING ALL '|' BY '/'
           DISPLAY "record accuracy " WS-ACCURACY
               ", policy " WS-POLICY ", usefulness " WS-USEFUL
               "? (y/n) " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF FUNCTION TRIM(WS-CONFIRM) NOT = 'y'
                   AND FUNCTION TRIM(WS-CONFIRM) NOT = 'Y'
               DISPLAY "not recorded"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SCORE.

      *> A mark of 1 to 5; a blank answer abandons the score.
       ASK-MARK.
           MOVE 0 TO WS-MARK
           PERFORM UNTIL WS-MARK > 0
               DISPLAY FUNCTION TRIM(WS-MARK-LABEL)
                   " 1-5 (blank to abandon): " WITH NO ADVANCING
               ACCEPT WS-MARK-IN
               IF FUNCTION TRIM(WS-MARK-IN) = SPACES
                   DISPLAY "score abandoned -- nothing recorded"
                   EXIT PERFORM
               END-IF
               IF FUNCTION TRIM(WS-MARK-IN) = '1' OR '2' OR '3'
                       OR '4' OR '5'
                   MOVE FUNCTION TRIM(WS-MARK-IN) TO WS-MARK
               ELSE
                   DISPLAY "a mark is 1 (poor) to 5 (excellent)"
               END-IF
           END-PERFORM.

      *> Under the qa enqueue the scored items are re-read, so two
      *> supervisors on the same item cannot both record a score.
       WRITE-SCORE.
           MOVE 'A' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: the QA files are busy -- try again"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-QI-DONE(WS-ITEM)
           PERFORM MARK-SCORED-ITEMS
           IF WS-QI-DONE(WS-ITEM) = 'Y'
               DISPLAY "another supervisor has just scored this item"
                   " -- nothing recorded"
           ELSE
               PERFORM APPEND-SCORE
           END-IF
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

       APPEND-SCORE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           OPEN EXTEND REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               OPEN OUTPUT REVIEW-FILE
           END-IF
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "error: cannot write "
                   FUNCTION TRIM(WS-REVIEW-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REVIEW-RECORD
           STRING
               WS-STAMP                     DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-QI-SESSION(WS-ITEM)       DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-QI-RSEQ(WS-ITEM)          DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-REVIEWER)   DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-ACCURACY                  DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-POLICY                    DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-USEFUL                    DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-COMMENT)    DELIMITED SIZE
               INTO REVIEW-RECORD
           WRITE REVIEW-RECORD
           CLOSE REVIEW-FILE
           MOVE 'Y' TO WS-QI-DONE(WS-ITEM)
           DISPLAY "score recorded".
