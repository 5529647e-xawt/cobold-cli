      *              extracts into dollars and keeps them after STOP   *
      *              RUN. Prices come from prices.dat next to the      *
      *              executable (model|prompt-per-1K|completion-per-1K *
      *              in dollars|effective-from YYYY-MM-DD), the rate   *
      *              in force on the call's date winning when a model  *
      *              has several lines; every call appends a line to   *
      *              cost-ledger.dat (date|session|operator|model|     *
      *              prompt tokens|completion tokens|cost), and the    *
      *              running spend for the month is held against the   *
      *              A model missing from the price table costs 0.00   *
      *              and is still ledgered, so finance sees the        *
      *              volume even when pricing lags.                    *
      *              Calls answered by the offline mock provider       *
      *              (API_BASE_URL=mock) are not ledgered and count    *
      *              against neither the budget nor the quota.         *
      *              A call dated into a month MONTH-CLOSE has closed  *
      *              (PERIOD-LOCK) posts to the first day of the next  *
      *              open period with an L flag and its own date       *
      *              after it (...|cost|L|call date), and counts       *
      *              toward that period's budget.                      *
      *                                                                *
      * CALL "COST-LEDGER" USING                                       *
      *   LK-PROFILE            PIC X(50)  -- .env profile in force    *
      *   2026-09-02    Take the token quota from the operator's       *
      *                 operators.dat record when one exists, falling  *
      *                 back to the global COBOLD_TOKEN_QUOTA figure   *
      *   2026-10-15    Effective-dated prices -- each price line may  *
      *                 carry an effective-from date and the call is   *
      *                 priced at the rate in force on its date        *
      *   2026-10-15    Mock-provider calls are neither ledgered nor   *
      *                 counted against budget or quota                *
      *   2026-10-15    Calls dated into a closed period post forward  *
      *                 to the next open period, flagged L             *
      *   2026-10-15    Date each call as it is made, so a process     *
      *                 running past midnight or month end prices,     *
      *                 posts and budgets under the right date; signed *
      *                 month spend so rerate credits lower it         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-LEDGER.
       01  WS-INITIALIZED          PIC X VALUE 'N'.
       01  WS-PRICE-COUNT          PIC 9(3) VALUE 0.
       01  WS-PRICE-TABLE.
           05  WS-PRICE-ENTRY OCCURS 200 TIMES.
               10  WS-PRICE-MODEL      PIC X(100).
               10  WS-PRICE-PROMPT     PIC 9(3)V9(5).
               10  WS-PRICE-COMPLETION PIC 9(3)V9(5).
               10  WS-PRICE-FROM       PIC X(10).
       01  WS-PRICE-IDX            PIC 9(3).
       01  WS-PRICE-SLOT           PIC 9(3).
       01  WS-MONTH-SPENT          PIC S9(7)V9(4) VALUE 0.
       01  WS-BUDGET               PIC 9(7)V99   VALUE 0.
       01  WS-MONTH-TOKENS         PIC 9(9)      VALUE 0.
       01  WS-TOKEN-QUOTA          PIC 9(9)      VALUE 0.
       01  WS-CUR-OPERATOR         PIC X(8)      VALUE SPACES.
       01  WS-THIS-MONTH           PIC X(7) VALUE SPACES.

      *> Closed-period check -- the posting date is the call's own
      *> date unless its month has been closed
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-POST-DATE            PIC X(10).
       01  WS-POST-PERIOD          PIC X(7).
       01  WS-LATE-SUFFIX          PIC X(14).

      *> Parsing helpers
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-A                PIC X(20).
       01  WS-FLD-B                PIC X(20).
       01  WS-FLD-FROM             PIC X(20).
       01  WS-ENV-KEY              PIC X(100).
       01  WS-ENV-VALUE            PIC X(400).

       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).

      *> Ledger replay (first call of the run, and again whenever
      *> the period turns over) to rebuild this month's spend
       01  WS-LGR-DATE             PIC X(10).
       01  WS-LGR-SESSION          PIC X(9).
       01  WS-LGR-OPERATOR         PIC X(8).
       01  WS-LGR-COST             PIC X(12).
       01  WS-OP-FIELD             PIC X(8).

      *> Mock-provider calls (API_BASE_URL=mock) are dry runs
       01  WS-PC-ACTION            PIC X.
       01  WS-PC-PROFILE           PIC X(50).
       01  WS-PC-BASE-URL          PIC X(300).
       01  WS-PC-AUTH-STYLE        PIC X(20).
       01  WS-PC-EXTRA-HEADER      PIC X(200).
       01  WS-MOCK                 PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
           LK-PROMPT-TOKENS LK-COMPLETION-TOKENS LK-OVER-BUDGET.

       MAIN-PARA.
      *>   A mock call spent nothing: no ledger line, nothing added
      *>   to the month's spend or tokens.
           PERFORM CHECK-MOCK-PROVIDER
           IF WS-MOCK = 'Y'
               MOVE 'N' TO LK-OVER-BUDGET
               GOBACK
           END-IF
           IF WS-INITIALIZED = 'N'
               PERFORM FIRST-CALL-SETUP
               MOVE 'Y' TO WS-INITIALIZED
           END-IF
           PERFORM SET-CALL-DATE
           PERFORM COMPUTE-CALL-COST
           MOVE WS-THIS-MONTH TO WS-POST-PERIOD
           PERFORM APPEND-LEDGER-LINE
      *>   The month was closed under a running session: the budget
      *>   now runs against the period the line was posted to, and
      *>   the replay already counts this call.
           IF WS-POST-PERIOD NOT = WS-THIS-MONTH
               MOVE WS-POST-PERIOD TO WS-THIS-MONTH
               MOVE 0 TO WS-MONTH-TOKENS
               PERFORM REPLAY-MONTH-SPEND
           ELSE
               ADD WS-CALL-COST TO WS-MONTH-SPENT
               ADD LK-PROMPT-TOKENS TO WS-MONTH-TOKENS
               ADD LK-COMPLETION-TOKENS TO WS-MONTH-TOKENS
           END-IF
           MOVE 'N' TO LK-OVER-BUDGET
           IF WS-BUDGET > 0 AND WS-MONTH-SPENT > WS-BUDGET
               MOVE 'Y' TO LK-OVER-BUDGET
           END-IF
           GOBACK.

       CHECK-MOCK-PROVIDER.
           MOVE 'G' TO WS-PC-ACTION
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-PC-PROFILE WS-PC-BASE-URL
               WS-PC-AUTH-STYLE WS-PC-EXTRA-HEADER
           MOVE 'N' TO WS-MOCK
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-BASE-URL))
                   = 'mock'
               MOVE 'Y' TO WS-MOCK
           END-IF.

      *> Resolve paths, load the price table, and pick up the budget
      *> and quota. The month's spend is replayed by SET-CALL-DATE.
       FIRST-CALL-SETUP.
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-PRICE-PATH
                  INTO WS-LEDGER-PATH
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           PERFORM LOAD-PRICE-TABLE
           MOVE "OPENROUTER_MONTHLY_BUDGET" TO WS-ENV-KEY
           CALL "ENV-GET" USING LK-PROFILE WS-ENV-KEY WS-ENV-VALUE
               IF WS-OM-FOUND = 'Y' AND WS-OM-QUOTA > 0
                   MOVE WS-OM-QUOTA TO WS-TOKEN-QUOTA
               END-IF
           END-IF.

      *> Every call is dated as it is made -- a --watch or --batch
      *> run may outlive the day, or the month, it started in. When
      *> the open period the date falls in is not the one the spend
      *> and tokens were counted for (the first call, or a run past
      *> month end), they are counted afresh from the ledger.
       SET-CALL-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-STAMP-DATE
           STRING WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               DELIMITED SIZE INTO WS-STAMP-DATE
           MOVE 'P' TO WS-PL-ACTION
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-STAMP-DATE(1:7) WS-PL-ANSWER
               WS-POST-PERIOD
           IF WS-POST-PERIOD NOT = WS-THIS-MONTH
               MOVE WS-POST-PERIOD TO WS-THIS-MONTH
               MOVE 0 TO WS-MONTH-TOKENS
               PERFORM REPLAY-MONTH-SPEND
           END-IF.

       RESOLVE-EXE-DIR.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
                   TO WS-EXE-DIR
           END-IF.

      *> prices.dat: model|prompt-per-1K|completion-per-1K|effective-
      *> from, '#' for comments. A line with no effective-from date
      *> has been in force since the beginning of time. A missing
      *> file just leaves the table empty.
       LOAD-PRICE-TABLE.
           MOVE 0 TO WS-PRICE-COUNT
           MOVE 'N' TO WS-EOF
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
           END-IF.

      *> Price the call: table prices are per 1000 tokens. Of the
      *> model's lines, the one with the latest effective-from date
      *> not after the call's date is the rate in force; lines in the
      *> file need not be in date order.
       COMPUTE-CALL-COST.
           MOVE 0 TO WS-CALL-COST
           MOVE 0 TO WS-PRICE-SLOT
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
               IF WS-PRICE-MODEL(WS-PRICE-IDX)
                       = FUNCTION TRIM(LK-MODEL)
                       AND WS-PRICE-FROM(WS-PRICE-IDX)
                           <= WS-STAMP-DATE
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
               COMPUTE WS-CALL-COST ROUNDED =
                   (LK-PROMPT-TOKENS
                       * WS-PRICE-PROMPT(WS-PRICE-SLOT)
                   + LK-COMPLETION-TOKENS
                       * WS-PRICE-COMPLETION(WS-PRICE-SLOT))
                   / 1000
           END-IF.

      *> A blank operator writes as '-' so the line's fields always
      *> split the same way coming back. The append happens under the
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

       APPEND-LEDGER-LOCKED.
           PERFORM SET-POSTING-DATE
           IF FUNCTION TRIM(LK-OPERATOR) = SPACES
               MOVE '-' TO WS-OP-FIELD
           ELSE
           MOVE WS-CALL-COST TO WS-COST-ED
           MOVE SPACES TO LEDGER-RECORD
           STRING
               WS-POST-DATE                 DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-PID-STR                   DELIMITED SIZE
               '|'                          DELIMITED SIZE
               LK-COMPLETION-TOKENS         DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-COST-ED                   DELIMITED SIZE
               WS-LATE-SUFFIX               DELIMITED SPACE
               INTO LEDGER-RECORD
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

      *> Asked under the ledger enqueue, which MONTH-CLOSE holds while
      *> it closes a period, so no line can land in a month between
      *> its summary being taken and its lock being written.
       SET-POSTING-DATE.
           MOVE WS-STAMP-DATE TO WS-POST-DATE
           MOVE SPACES TO WS-LATE-SUFFIX
           MOVE 'P' TO WS-PL-ACTION
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-STAMP-DATE(1:7) WS-PL-ANSWER
               WS-POST-PERIOD
           IF WS-PL-ANSWER = 'Y'
               MOVE SPACES TO WS-POST-DATE
               STRING WS-POST-PERIOD '-01'
                   DELIMITED SIZE INTO WS-POST-DATE
               STRING '|L|' WS-STAMP-DATE
                   DELIMITED SIZE INTO WS-LATE-SUFFIX
           END-IF.
