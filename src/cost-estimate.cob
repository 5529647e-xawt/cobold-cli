      *              placed yet -- the single-expensive-mistake guard  *
      *              the monthly cap cannot be. Prices come from the   *
      *              same prices.dat COST-LEDGER reads (model|prompt-  *
      *              per-1K|completion-per-1K|effective-from), loaded  *
      *              once per run, at the rate in force today;         *
      *              the estimate prices the prompt tokens about to    *
      *              be sent plus a worst case of the max completion   *
      *              tokens coming back. The per-call threshold is    *
      *              (dollars; absent or zero disables the gate). An  *
      *              unpriced model estimates 0.00, the same benefit   *
      *              of the doubt the ledger gives it.                 *
      *              A call to the offline mock provider estimates     *
      *              0.00 -- it is never charged.                      *
      *                                                                *
      * CALL "COST-ESTIMATE" USING                                     *
      *   LK-PROFILE    PIC X(50)     -- .env profile in force         *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Effective-dated prices -- estimate at the rate *
      *                 in force today                                 *
      *   2026-10-15    Mock-provider calls estimate 0.00              *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ESTIMATE.
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
       01  WS-DATE                 PIC 9(8).
       01  WS-TODAY                PIC X(10).
       01  WS-THRESHOLD            PIC 9(5)V99 VALUE 0.

      *> Parsing helpers
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-A                PIC X(20).
       01  WS-FLD-B                PIC X(20).
       01  WS-FLD-FROM             PIC X(20).
       01  WS-ENV-KEY              PIC X(100).
       01  WS-ENV-VALUE            PIC X(400).

      *> Mock-provider calls (API_BASE_URL=mock) are dry runs
       01  WS-PC-ACTION            PIC X.
       01  WS-PC-PROFILE           PIC X(50).
       01  WS-PC-BASE-URL          PIC X(300).
       01  WS-PC-AUTH-STYLE        PIC X(20).
       01  WS-PC-EXTRA-HEADER      PIC X(200).
       01  WS-MOCK                 PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
           END-IF
           MOVE WS-THRESHOLD TO LK-THRESHOLD
           MOVE 0 TO LK-EST-COST
           PERFORM CHECK-MOCK-PROVIDER
           IF WS-MOCK = 'Y'
               GOBACK
           END-IF
      *>   The latest effective-from date not after today is the rate
      *>   in force, the same choice COST-LEDGER makes.
           MOVE 0 TO WS-PRICE-SLOT
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
               IF WS-PRICE-MODEL(WS-PRICE-IDX)
                       = FUNCTION TRIM(LK-MODEL)
                       AND WS-PRICE-FROM(WS-PRICE-IDX) <= WS-TODAY
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
               COMPUTE LK-EST-COST ROUNDED =
                   (LK-EST-TOKENS
                       * WS-PRICE-PROMPT(WS-PRICE-SLOT)
                   + LK-MAX-TOKENS
                       * WS-PRICE-COMPLETION(WS-PRICE-SLOT))
                   / 1000
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

       FIRST-CALL-SETUP.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY
           STRING WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               DELIMITED SIZE INTO WS-TODAY
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               END-IF
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
