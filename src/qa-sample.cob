      *================================================================*
      * PROGRAM:     QA-SAMPLE                                         *
      * DESCRIPTION: Nightly draw of exchanges for supervisor quality  *
      *              review. Reads one day's audit records (yesterday  *
      *              when no YYYY-MM-DD argument is given) along the   *
      *              AUDIT-STAMP key and finds every answered exchange *
      *              by the note the chat loop audits ahead of each    *
      *              reply (exchange model <m> profile <p> tokens      *
      *              <prompt>/<completion>, with flag or blocked and   *
      *              the term when the compliance filter caught it).   *
      *              Each exchange is priced from prices.dat at the    *
      *              rate in force that day, and weighted --           *
      *                1 + QA_WEIGHT_COST   when it cost at least      *
      *                      QA_HIGH_COST dollars                      *
      *                  + QA_WEIGHT_TOOLS  when it made tool calls    *
      *                  + QA_WEIGHT_COMPLY when it was flagged or     *
      *                      blocked                                   *
      *              (.env; defaults 0.05, 4, 2 and 6) -- and          *
      *              QA_SAMPLE_SIZE of them (10 by default; the second *
      *              argument overrides) are drawn at random without   *
      *              replacement, an exchange's chance of being drawn  *
      *              in proportion to its weight. Exchanges already    *
      *              queued are not drawn twice, so a rerun of the     *
      *              same night only tops the sample up. The draw is   *
      *              appended under the qa enqueue to qa-queue.dat,    *
      *              which QA-REVIEW works, one exchange a line:       *
      *                queued stamp|exchange date|session|question     *
      *                  seq|reply seq|operator|model|prompt profile|  *
      *                  cost|tool calls|compliance|weight             *
      *              The reply seq is the audit key /rate records in   *
      *              feedback.dat, so supervisor scores and operator   *
      *              ratings meet on the same exchange. RETURN-CODE 8  *
      *              when the date is unusable or the queue cannot be  *
      *              written.                                          *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/qa-sample.cob src/env-get.cob                    *
      *        src/crypt-codec.cob src/file-lock.cob                   *
      *        -o dist/qa-sample                                       *
      *   ./dist/qa-sample [YYYY-MM-DD [sample size]]                  *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QA-SAMPLE.

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
           SELECT PRICE-FILE
               ASSIGN TO DYNAMIC WS-PRICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT QUEUE-FILE
               ASSIGN TO DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

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
       FD  PRICE-FILE.
       01  PRICE-RECORD                PIC X(200).
       FD  QUEUE-FILE.
       01  QUEUE-RECORD                PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-LOG-PATH             PIC X(520).
       01  WS-PRICE-PATH           PIC X(520).
       01  WS-QUEUE-PATH           PIC X(520).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-PRICE-STATUS         PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-EOF                  PIC X.

      *> The day and the draw size
       01  WS-DATE-ARG             PIC X(20).
       01  WS-SIZE-ARG             PIC X(20).
       01  WS-TODAY                PIC 9(8).
       01  WS-YDAY                 PIC 9(8).
       01  WS-YDAY-INT             PIC 9(8).
       01  WS-CHECK-DATE           PIC 9(8).
       01  WS-SAMPLE-SIZE          PIC 9(4) VALUE 10.

      *> .env settings
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).
       01  WS-HIGH-COST            PIC 9(5)V9(4) VALUE 0.05.
       01  WS-WEIGHT-COST          PIC 9(3) VALUE 4.
       01  WS-WEIGHT-TOOLS         PIC 9(3) VALUE 2.
       01  WS-WEIGHT-COMPLY        PIC 9(3) VALUE 6.

      *> prices.dat, as COST-LEDGER reads it
       01  WS-PRICE-COUNT          PIC 9(3) VALUE 0.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 200 TIMES.
               10  WS-PRICE-MODEL      PIC X(100).
               10  WS-PRICE-PROMPT     PIC 9(3)V9(5).
               10  WS-PRICE-COMPLETION PIC 9(3)V9(5).
               10  WS-PRICE-FROM       PIC X(10).
       01  WS-PRICE-IDX            PIC 9(3).
       01  WS-PRICE-SLOT           PIC 9(3).
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-A                PIC X(20).
       01  WS-FLD-B                PIC X(20).
       01  WS-FLD-FROM             PIC X(20).

      *> Sessions seen on the day -- the question each is on and the
      *> tool calls made since it was asked
       01  WS-SS-COUNT             PIC 9(4) VALUE 0.
       01  WS-SS-TABLE.
           05  WS-SS-ENTRY OCCURS 2000 TIMES.
               10  WS-SS-SESSION   PIC 9(9).
               10  WS-SS-QSEQ      PIC 9(5).
               10  WS-SS-TOOLS     PIC 9(3).
       01  WS-SS-IDX               PIC 9(4).
       01  WS-SS-SLOT              PIC 9(4).

      *> The day's exchanges, each with its draw key
       01  WS-CD-MAX               PIC 9(4) VALUE 5000.
       01  WS-CD-COUNT             PIC 9(4) VALUE 0.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 5000 TIMES.
               10  WS-CD-SESSION   PIC 9(9).
               10  WS-CD-QSEQ      PIC 9(5).
               10  WS-CD-RSEQ      PIC 9(5).
               10  WS-CD-OPERATOR  PIC X(8).
               10  WS-CD-MODEL     PIC X(60).
               10  WS-CD-PROFILE   PIC X(50).
               10  WS-CD-COST      PIC 9(5)V9(4).
               10  WS-CD-TOOLS     PIC 9(3).
               10  WS-CD-COMPLY    PIC X(70).
               10  WS-CD-WEIGHT    PIC 9(3).
               10  WS-CD-DRAW-KEY  PIC 9V9(9).
               10  WS-CD-PICKED    PIC X.
       01  WS-CD-IDX               PIC 9(4).
       01  WS-CD-BEST              PIC 9(4).
       01  WS-CD-OVERFLOW          PIC 9(6) VALUE 0.

      *> Exchanges already on the queue for the day
       01  WS-QK-COUNT             PIC 9(4) VALUE 0.
       01  WS-QK-TABLE.
           05  WS-QK-ENTRY OCCURS 5000 TIMES.
               10  WS-QK-SESSION   PIC 9(9).
               10  WS-QK-RSEQ      PIC 9(5).
       01  WS-QK-IDX               PIC 9(4).
       01  WS-QK-FOUND             PIC X.
       01  WS-QF-STAMP             PIC X(19).
       01  WS-QF-DATE              PIC X(10).
       01  WS-QF-SESSION           PIC X(9).
       01  WS-QF-QSEQ              PIC X(5).
       01  WS-QF-RSEQ              PIC X(5).

      *> One exchange note taken apart
       01  WS-SHOW-CONTENT         PIC X(2800).
       01  WS-CR-ACTION            PIC X.
       01  WS-CR-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-CR-LEN               PIC 9(6).
       01  WS-CR-STATUS            PIC X.
       01  WS-XN-MODEL             PIC X(100).
       01  WS-XN-PROFILE           PIC X(50).
       01  WS-XN-TOKENS            PIC X(30).
       01  WS-XN-TERM              PIC X(60).
       01  WS-XN-DELIM             PIC X(10).
       01  WS-XN-PTOK              PIC X(10).
       01  WS-XN-CTOK              PIC X(10).
       01  WS-XN-PTOK-N            PIC 9(6).
       01  WS-XN-CTOK-N            PIC 9(6).

      *> The draw
       01  WS-SEED                 PIC 9(9).
       01  WS-RANDOM               PIC 9V9(9).
       01  WS-PICKED-COUNT         PIC 9(4) VALUE 0.
       01  WS-QUEUED-COUNT         PIC 9(4) VALUE 0.
       01  WS-PID                  PIC 9(9) COMP-5.

      *> Queue append
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30) VALUE 'qa'.
       01  WS-FL-STATUS            PIC X.
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).
       01  WS-COST-ED              PIC Z(4)9.9999.
       01  WS-TOOLS-ED             PIC ZZ9.
       01  WS-WEIGHT-ED            PIC ZZ9.
       01  WS-COUNT-ED             PIC Z(5)9.
       01  WS-COMPLY-OUT           PIC X(70).
       01  WS-OPER-OUT             PIC X(8).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-ARGS
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-SETTINGS
           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-QUEUED-KEYS
           PERFORM SCAN-DAY
           PERFORM FILL-MISSING-QUESTIONS
           PERFORM DRAW-SAMPLE
           PERFORM APPEND-QUEUE
           PERFORM PRINT-SUMMARY
           STOP RUN.

      *> Yesterday is the default -- the draw runs overnight over the
      *> day that just closed, the way the morning digest does.
       GET-ARGS.
           MOVE SPACES TO WS-DATE-ARG WS-SIZE-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-ARG
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-SIZE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-SIZE-ARG
           END-ACCEPT
           IF FUNCTION TRIM(WS-DATE-ARG) = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-YDAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
               COMPUTE WS-YDAY =
                   FUNCTION DATE-OF-INTEGER(WS-YDAY-INT)
               STRING
                   WS-YDAY(1:4) '-' WS-YDAY(5:2) '-' WS-YDAY(7:2)
                   DELIMITED SIZE
                   INTO WS-DATE-ARG
           END-IF
           IF WS-DATE-ARG(5:1) NOT = '-' OR WS-DATE-ARG(8:1) NOT = '-'
                   OR WS-DATE-ARG(11:1) NOT = SPACE
                   OR WS-DATE-ARG(1:4) IS NOT NUMERIC
                   OR WS-DATE-ARG(6:2) IS NOT NUMERIC
                   OR WS-DATE-ARG(9:2) IS NOT NUMERIC
               DISPLAY "error: date must be YYYY-MM-DD -- got '"
                   FUNCTION TRIM(WS-DATE-ARG) "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-DATE-ARG(1:4) WS-DATE-ARG(6:2) WS-DATE-ARG(9:2)
               DELIMITED SIZE INTO WS-CHECK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
               DISPLAY "error: no such date " WS-DATE-ARG(1:10)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE SPACES TO WS-PRICE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "prices.dat"
               DELIMITED SIZE INTO WS-PRICE-PATH
           MOVE SPACES TO WS-QUEUE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "qa-queue.dat"
               DELIMITED SIZE INTO WS-QUEUE-PATH.

      *> A setting that is missing or not a number keeps its default;
      *> the size on the command line beats the one in .env.
       LOAD-SETTINGS.
           MOVE "QA_SAMPLE_SIZE" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-SIZE-ARG) NOT = SPACES
               MOVE WS-SIZE-ARG TO WS-EG-VALUE
           END-IF
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                       TO WS-SAMPLE-SIZE
               ELSE
                   DISPLAY "error: sample size must be a number -- "
                       "got '" FUNCTION TRIM(WS-EG-VALUE) "'"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "QA_HIGH_COST" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-HIGH-COST
           END-IF
           MOVE "QA_WEIGHT_COST" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-WEIGHT-COST
           END-IF
           MOVE "QA_WEIGHT_TOOLS" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-WEIGHT-TOOLS
           END-IF
           MOVE "QA_WEIGHT_COMPLY" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                   TO WS-WEIGHT-COMPLY
           END-IF.

      *> prices.dat: model|prompt-per-1K|completion-per-1K|effective-
      *> from, '#' for comments -- read exactly as COST-LEDGER reads
      *> it, so a sampled exchange costs what the ledger charged.
       LOAD-PRICE-TABLE.
           MOVE 0 TO WS-PRICE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-PRICE-LINE
               END-READ
           END-PERFORM
           CLOSE PRICE-FILE.

       PARSE-PRICE-LINE.
           IF PRICE-RECORD = SPACES OR PRICE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-PRICE-COUNT >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-MODEL WS-FLD-A WS-FLD-B WS-FLD-FROM
           UNSTRING PRICE-RECORD DELIMITED BY '|'
               INTO WS-FLD-MODEL WS-FLD-A WS-FLD-B WS-FLD-FROM
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-MODEL) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRICE-COUNT
           MOVE FUNCTION TRIM(WS-FLD-MODEL)
               TO WS-PRICE-MODEL(WS-PRICE-COUNT)
           MOVE 0 TO WS-PRICE-PROMPT(WS-PRICE-COUNT)
           MOVE 0 TO WS-PRICE-COMPLETION(WS-PRICE-COUNT)
           IF FUNCTION TRIM(WS-FLD-FROM) = SPACES
               MOVE '0000-00-00' TO WS-PRICE-FROM(WS-PRICE-COUNT)
           ELSE
               MOVE FUNCTION TRIM(WS-FLD-FROM)
                   TO WS-PRICE-FROM(WS-PRICE-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-A)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-A))
                   TO WS-PRICE-PROMPT(WS-PRICE-COUNT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-B)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-B))
                   TO WS-PRICE-COMPLETION(WS-PRICE-COUNT)
           END-IF.

      *> The day's exchanges already on the queue from an earlier run
       LOAD-QUEUED-KEYS.
           MOVE 0 TO WS-QK-COUNT
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
                       PERFORM NOTE-QUEUED-KEY
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       NOTE-QUEUED-KEY.
           IF QUEUE-RECORD = SPACES OR QUEUE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-QF-STAMP WS-QF-DATE WS-QF-SESSION
               WS-QF-QSEQ WS-QF-RSEQ
           UNSTRING QUEUE-RECORD DELIMITED BY '|'
               INTO WS-QF-STAMP WS-QF-DATE WS-QF-SESSION
                    WS-QF-QSEQ WS-QF-RSEQ
           END-UNSTRING
           IF WS-QF-DATE NOT = WS-DATE-ARG(1:10)
                   OR WS-QF-SESSION IS NOT NUMERIC
                   OR WS-QF-RSEQ IS NOT NUMERIC
                   OR WS-QK-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QK-COUNT
           MOVE WS-QF-SESSION TO WS-QK-SESSION(WS-QK-COUNT)
           MOVE WS-QF-RSEQ    TO WS-QK-RSEQ(WS-QK-COUNT).

      *>----------------------------------------------------------------
      *> One pass over the day along AUDIT-STAMP. A session's records
      *> come back in the order they were written, so a user record
      *> opens a question, tool_call records count against it, and
      *> the exchange note closes it into a candidate.
      *>----------------------------------------------------------------
       SCAN-DAY.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "no audit trail at " FUNCTION TRIM(WS-LOG-PATH)
                   " -- nothing to sample"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO AUDIT-STAMP
           MOVE WS-DATE-ARG(1:10) TO AUDIT-STAMP(1:10)
           START AUDIT-FILE KEY IS >= AUDIT-STAMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-STAMP(1:10) NOT = WS-DATE-ARG(1:10)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM SCAN-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       SCAN-ONE-RECORD.
           EVALUATE FUNCTION TRIM(AUDIT-ROLE)
               WHEN 'user'
                   PERFORM FIND-SESSION-SLOT
                   IF WS-SS-SLOT > 0
                       MOVE AUDIT-KEY-SEQ TO WS-SS-QSEQ(WS-SS-SLOT)
                       MOVE 0 TO WS-SS-TOOLS(WS-SS-SLOT)
                   END-IF
               WHEN 'tool_call'
                   PERFORM FIND-SESSION-SLOT
                   IF WS-SS-SLOT > 0
                       ADD 1 TO WS-SS-TOOLS(WS-SS-SLOT)
                   END-IF
               WHEN 'system'
                   PERFORM PREPARE-CONTENT
                   IF WS-SHOW-CONTENT(1:15) = 'exchange model '
                       PERFORM ADD-CANDIDATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The session's slot, added on first sight; a session first
      *> seen past the table's size is left without one and its
      *> exchanges are fetched their question afterward.
       FIND-SESSION-SLOT.
           MOVE 0 TO WS-SS-SLOT
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SS-COUNT
               IF WS-SS-SESSION(WS-SS-IDX) = AUDIT-KEY-SESSION
                   MOVE WS-SS-IDX TO WS-SS-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SS-SLOT = 0 AND WS-SS-COUNT < 2000
               ADD 1 TO WS-SS-COUNT
               MOVE WS-SS-COUNT TO WS-SS-SLOT
               MOVE AUDIT-KEY-SESSION TO WS-SS-SESSION(WS-SS-SLOT)
               MOVE 0 TO WS-SS-QSEQ(WS-SS-SLOT)
               MOVE 0 TO WS-SS-TOOLS(WS-SS-SLOT)
           END-IF.

      *> Decipher a CBLDENC: record; without a key the content stays
      *> sealed and the note cannot be read.
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
               MOVE SPACES TO WS-SHOW-CONTENT
           END-IF.

      *> exchange model <m> profile <p> tokens <pt>/<ct>
      *>     [flag <term> | blocked <term>]
      *> The reply is the next record in the session.
       ADD-CANDIDATE.
           PERFORM CHECK-ALREADY-QUEUED
           IF WS-QK-FOUND = 'Y'
               ADD 1 TO WS-QUEUED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-COUNT >= WS-CD-MAX
               ADD 1 TO WS-CD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-XN-MODEL WS-XN-PROFILE WS-XN-TOKENS
               WS-XN-TERM WS-XN-DELIM WS-XN-PTOK WS-XN-CTOK
           UNSTRING WS-SHOW-CONTENT(16:)
               DELIMITED BY ' profile ' OR ' tokens '
                   OR ' flag ' OR ' blocked '
               INTO WS-XN-MODEL
                    WS-XN-PROFILE
                    WS-XN-TOKENS DELIMITER IN WS-XN-DELIM
                    WS-XN-TERM
           END-UNSTRING
           UNSTRING WS-XN-TOKENS DELIMITED BY '/' OR SPACE
               INTO WS-XN-PTOK WS-XN-CTOK
           END-UNSTRING
           MOVE 0 TO WS-XN-PTOK-N WS-XN-CTOK-N
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-XN-PTOK)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-XN-PTOK))
                   TO WS-XN-PTOK-N
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-XN-CTOK)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-XN-CTOK))
                   TO WS-XN-CTOK-N
           END-IF
           ADD 1 TO WS-CD-COUNT
           MOVE AUDIT-KEY-SESSION TO WS-CD-SESSION(WS-CD-COUNT)
           COMPUTE WS-CD-RSEQ(WS-CD-COUNT) = AUDIT-KEY-SEQ + 1
           IF AUDIT-OPERATOR = SPACES
               MOVE '-' TO WS-CD-OPERATOR(WS-CD-COUNT)
           ELSE
               MOVE AUDIT-OPERATOR TO WS-CD-OPERATOR(WS-CD-COUNT)
           END-IF
           MOVE FUNCTION TRIM(WS-XN-MODEL)
               TO WS-CD-MODEL(WS-CD-COUNT)
           MOVE FUNCTION TRIM(WS-XN-PROFILE)
               TO WS-CD-PROFILE(WS-CD-COUNT)
           MOVE SPACES TO WS-CD-COMPLY(WS-CD-COUNT)
           IF FUNCTION TRIM(WS-XN-TERM) NOT = SPACES
               STRING
                   FUNCTION TRIM(WS-XN-DELIM) DELIMITED SIZE
                   ' '                        DELIMITED SIZE
                   FUNCTION TRIM(WS-XN-TERM)  DELIMITED SIZE
                   INTO WS-CD-COMPLY(WS-CD-COUNT)
           END-IF
           PERFORM FIND-SESSION-SLOT
           IF WS-SS-SLOT > 0
               MOVE WS-SS-QSEQ(WS-SS-SLOT)
                   TO WS-CD-QSEQ(WS-CD-COUNT)
               MOVE WS-SS-TOOLS(WS-SS-SLOT)
                   TO WS-CD-TOOLS(WS-CD-COUNT)
           ELSE
               MOVE 0 TO WS-CD-QSEQ(WS-CD-COUNT)
               MOVE 0 TO WS-CD-TOOLS(WS-CD-COUNT)
           END-IF
           PERFORM PRICE-CANDIDATE
           MOVE 'N' TO WS-CD-PICKED(WS-CD-COUNT)
           MOVE 0 TO WS-CD-DRAW-KEY(WS-CD-COUNT).

       CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-QK-FOUND
           PERFORM VARYING WS-QK-IDX FROM 1 BY 1
                   UNTIL WS-QK-IDX > WS-QK-COUNT
               IF WS-QK-SESSION(WS-QK-IDX) = AUDIT-KEY-SESSION
                       AND WS-QK-RSEQ(WS-QK-IDX) = AUDIT-KEY-SEQ + 1
                   MOVE 'Y' TO WS-QK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Of the model's price lines, the latest effective-from date
      *> not after the exchange's date is the rate in force.
       PRICE-CANDIDATE.
           MOVE 0 TO WS-CD-COST(WS-CD-COUNT)
           MOVE 0 TO WS-PRICE-SLOT
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
               IF WS-PRICE-MODEL(WS-PRICE-IDX)
                       = FUNCTION TRIM(WS-XN-MODEL)
                       AND WS-PRICE-FROM(WS-PRICE-IDX)
                           <= WS-DATE-ARG(1:10)
                   IF WS-PRICE-SLOT = 0
                       MOVE WS-PRICE-IDX TO WS-PRICE-SLOT
                   ELSE
                       IF WS-PRICE-FROM(WS-PRICE-IDX)
                               >= WS-PRICE-FROM(WS-PRICE-SLOT)
                           MOVE WS-PRICE-IDX TO WS-PRICE-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRICE-SLOT > 0
               COMPUTE WS-CD-COST(WS-CD-COUNT) ROUNDED =
                   (WS-XN-PTOK-N
                       * WS-PRICE-PROMPT(WS-PRICE-SLOT)
                   + WS-XN-CTOK-N
                       * WS-PRICE-COMPLETION(WS-PRICE-SLOT))
                   / 1000
           END-IF.

      *> A question asked before midnight (or a session past the
      *> table) is found by walking the session from its start to
      *> the reply, counting its tool calls on the way.
       FILL-MISSING-QUESTIONS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-QSEQ(WS-CD-IDX) = 0
                   PERFORM WALK-TO-QUESTION
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       WALK-TO-QUESTION.
           MOVE WS-CD-SESSION(WS-CD-IDX) TO AUDIT-KEY-SESSION
           MOVE 0 TO AUDIT-KEY-SEQ
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
                               NOT = WS-CD-SESSION(WS-CD-IDX)
                           OR AUDIT-KEY-SEQ
                               >= WS-CD-RSEQ(WS-CD-IDX)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           EVALUATE FUNCTION TRIM(AUDIT-ROLE)
                               WHEN 'user'
                                   MOVE AUDIT-KEY-SEQ
                                       TO WS-CD-QSEQ(WS-CD-IDX)
                                   MOVE 0 TO WS-CD-TOOLS(WS-CD-IDX)
                               WHEN 'tool_call'
                                   ADD 1 TO WS-CD-TOOLS(WS-CD-IDX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Weighted draw without replacement: each exchange gets the key
      *> u ** (1 / weight) for a uniform u, and the highest keys win --
      *> the chance of an exchange being among them goes with its
      *> weight, and no exchange can be drawn twice.
      *>----------------------------------------------------------------
       DRAW-SAMPLE.
           IF WS-CD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TIME FROM TIME
           CALL "C$GETPID" RETURNING WS-PID
           COMPUTE WS-SEED = FUNCTION MOD(WS-TIME * 7 + WS-PID,
               999999937)
           MOVE FUNCTION RANDOM(WS-SEED) TO WS-RANDOM
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               MOVE 1 TO WS-CD-WEIGHT(WS-CD-IDX)
               IF WS-CD-COST(WS-CD-IDX) >= WS-HIGH-COST
                       AND WS-CD-COST(WS-CD-IDX) > 0
                   ADD WS-WEIGHT-COST TO WS-CD-WEIGHT(WS-CD-IDX)
               END-IF
               IF WS-CD-TOOLS(WS-CD-IDX) > 0
                   ADD WS-WEIGHT-TOOLS TO WS-CD-WEIGHT(WS-CD-IDX)
               END-IF
               IF WS-CD-COMPLY(WS-CD-IDX) NOT = SPACES
                   ADD WS-WEIGHT-COMPLY TO WS-CD-WEIGHT(WS-CD-IDX)
               END-IF
               MOVE FUNCTION RANDOM TO WS-RANDOM
               IF WS-RANDOM > 0
                   COMPUTE WS-CD-DRAW-KEY(WS-CD-IDX) =
                       WS-RANDOM ** (1 / WS-CD-WEIGHT(WS-CD-IDX))
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PICKED-COUNT
           PERFORM UNTIL WS-PICKED-COUNT >= WS-SAMPLE-SIZE
                   OR WS-PICKED-COUNT >= WS-CD-COUNT
               MOVE 0 TO WS-CD-BEST
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CD-COUNT
                   IF WS-CD-PICKED(WS-CD-IDX) = 'N'
                       IF WS-CD-BEST = 0
                           MOVE WS-CD-IDX TO WS-CD-BEST
                       ELSE
                           IF WS-CD-DRAW-KEY(WS-CD-IDX)
                                   > WS-CD-DRAW-KEY(WS-CD-BEST)
                               MOVE WS-CD-IDX TO WS-CD-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-CD-PICKED(WS-CD-BEST)
               ADD 1 TO WS-PICKED-COUNT
           END-PERFORM.

      *> Appended under the qa enqueue QA-REVIEW takes for its own
      *> writes. A blank operator or clean screening writes as '-' so
      *> every line splits the same way coming back.
       APPEND-QUEUE.
           IF WS-PICKED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: the QA queue is busy -- nothing queued"
               MOVE 0 TO WS-PICKED-COUNT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               OPEN OUTPUT QUEUE-FILE
           END-IF
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "error: cannot write "
                   FUNCTION TRIM(WS-QUEUE-PATH)
               MOVE 0 TO WS-PICKED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM BUILD-STAMP
               PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                       UNTIL WS-CD-IDX > WS-CD-COUNT
                   IF WS-CD-PICKED(WS-CD-IDX) = 'Y'
                       PERFORM WRITE-QUEUE-LINE
                   END-IF
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

       WRITE-QUEUE-LINE.
           MOVE WS-CD-COST(WS-CD-IDX)   TO WS-COST-ED
           MOVE WS-CD-TOOLS(WS-CD-IDX)  TO WS-TOOLS-ED
           MOVE WS-CD-WEIGHT(WS-CD-IDX) TO WS-WEIGHT-ED
           IF WS-CD-COMPLY(WS-CD-IDX) = SPACES
               MOVE '-' TO WS-COMPLY-OUT
           ELSE
               MOVE WS-CD-COMPLY(WS-CD-IDX) TO WS-COMPLY-OUT
           END-IF
           MOVE SPACES TO QUEUE-RECORD
           STRING
               WS-STAMP                            DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               WS-DATE-ARG(1:10)                   DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               WS-CD-SESSION(WS-CD-IDX)            DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               WS-CD-QSEQ(WS-CD-IDX)               DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               WS-CD-RSEQ(WS-CD-IDX)               DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-CD-OPERATOR(WS-CD-IDX))
                                                   DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-CD-MODEL(WS-CD-IDX))
                                                   DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-CD-PROFILE(WS-CD-IDX))
                                                   DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-COST-ED)           DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-TOOLS-ED)          DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-COMPLY-OUT)        DELIMITED SIZE
               '|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-WEIGHT-ED)         DELIMITED SIZE
               INTO QUEUE-RECORD
           WRITE QUEUE-RECORD.

       BUILD-STAMP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP.

       PRINT-SUMMARY.
           DISPLAY "QA sample for " WS-DATE-ARG(1:10)
           MOVE WS-CD-COUNT TO WS-COUNT-ED
           DISPLAY "  exchanges eligible    " WS-COUNT-ED
           MOVE WS-QUEUED-COUNT TO WS-COUNT-ED
           DISPLAY "  already on the queue  " WS-COUNT-ED
           IF WS-CD-OVERFLOW > 0
               MOVE WS-CD-OVERFLOW TO WS-COUNT-ED
               DISPLAY "  past the table, left  " WS-COUNT-ED
           END-IF
           MOVE WS-PICKED-COUNT TO WS-COUNT-ED
           DISPLAY "  drawn for review      " WS-COUNT-ED
           IF WS-PICKED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "  session   reply operator model"
               "                        cost tools wt screening"
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-PICKED(WS-CD-IDX) = 'Y'
                   MOVE WS-CD-COST(WS-CD-IDX)   TO WS-COST-ED
                   MOVE WS-CD-TOOLS(WS-CD-IDX)  TO WS-TOOLS-ED
                   MOVE WS-CD-WEIGHT(WS-CD-IDX) TO WS-WEIGHT-ED
                   MOVE WS-CD-OPERATOR(WS-CD-IDX) TO WS-OPER-OUT
                   DISPLAY "  " WS-CD-SESSION(WS-CD-IDX)
                       " " WS-CD-RSEQ(WS-CD-IDX)
                       " " WS-OPER-OUT
                       " " WS-CD-MODEL(WS-CD-IDX)(1:24)
                       " " WS-COST-ED
                       "   " WS-TOOLS-ED
                       " " WS-WEIGHT-ED
                       " " FUNCTION TRIM(WS-CD-COMPLY(WS-CD-IDX))
               END-IF
           END-PERFORM.
