      *================================================================*
      * PROGRAM:     PERIOD-LOCK                                       *
      * DESCRIPTION: Answers whether an accounting month is closed.    *
      *              MONTH-CLOSE appends one line per closed period to *
      *              period-lock.dat next to the executable:           *
      *                YYYY-MM|closed stamp|closed by|calls|cost       *
      *              ('#' comments). A closed month is final: its      *
      *              figures live in month-history.dat, and anything   *
      *              dated into it afterwards posts to the next open   *
      *              period instead. The file is read on every call,   *
      *              not once per run -- a chat session started        *
      *              before the close must see the lock the moment it  *
      *              is taken.                                         *
      *                                                                *
      * CALL "PERIOD-LOCK" USING                                       *
      *   LK-ACTION      PIC X     -- 'C' is LK-PERIOD closed,         *
      *                               'P' the period a posting dated   *
      *                                   in LK-PERIOD belongs to      *
      *   LK-PERIOD      PIC X(7)  -- YYYY-MM                          *
      *   LK-ANSWER      PIC X     -- 'Y' closed ('C') or moved        *
      *                               forward ('P'), else 'N'          *
      *   LK-OPEN-PERIOD PIC X(7)  -- 'P': first period on or after    *
      *                               LK-PERIOD that is still open     *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOCK-PATH            PIC X(520).
       01  WS-LOCK-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> Closed periods from this call's read of the file
       01  WS-CLOSED-COUNT         PIC 9(3) VALUE 0.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-PERIOD OCCURS 600 TIMES PIC X(7).
       01  WS-CLOSED-IDX           PIC 9(3).
       01  WS-FLD-PERIOD           PIC X(20).
       01  WS-IS-CLOSED            PIC X.

      *> Stepping a period forward a month at a time
       01  WS-TEST-PERIOD          PIC X(7).
       01  WS-YEAR-NUM             PIC 9(4).
       01  WS-MONTH-NUM            PIC 9(2).
       01  WS-STEPS                PIC 9(3).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X.
       01  LK-PERIOD               PIC X(7).
       01  LK-ANSWER               PIC X.
       01  LK-OPEN-PERIOD          PIC X(7).

       PROCEDURE DIVISION USING
           LK-ACTION LK-PERIOD LK-ANSWER LK-OPEN-PERIOD.

       MAIN-PARA.
           MOVE 'N' TO LK-ANSWER
           MOVE LK-PERIOD TO LK-OPEN-PERIOD
           PERFORM RESOLVE-LOCK-PATH
           PERFORM LOAD-CLOSED-PERIODS
           MOVE LK-PERIOD TO WS-TEST-PERIOD
           PERFORM CHECK-TEST-PERIOD
           EVALUATE LK-ACTION
               WHEN 'C'
                   MOVE WS-IS-CLOSED TO LK-ANSWER
               WHEN 'P'
                   PERFORM FIND-OPEN-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       RESOLVE-LOCK-PATH.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           MOVE SPACES TO WS-LOCK-PATH
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./period-lock.dat" TO WS-LOCK-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "period-lock.dat" DELIMITED SIZE
                   INTO WS-LOCK-PATH
           END-IF.

      *> No file means nothing has ever been closed.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-COUNT
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-LOCK-LINE
               END-READ
           END-PERFORM
           CLOSE LOCK-FILE.

       TAKE-LOCK-LINE.
           IF LOCK-RECORD = SPACES OR LOCK-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSED-COUNT >= 600
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-PERIOD
           UNSTRING LOCK-RECORD DELIMITED BY '|'
               INTO WS-FLD-PERIOD
           END-UNSTRING
           IF WS-FLD-PERIOD(8:1) NOT = SPACE
                   OR WS-FLD-PERIOD(5:1) NOT = '-'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           MOVE WS-FLD-PERIOD(1:7)
               TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT).

       CHECK-TEST-PERIOD.
           MOVE 'N' TO WS-IS-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) = WS-TEST-PERIOD
                   MOVE 'Y' TO WS-IS-CLOSED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Step forward a month at a time until a period is open --
      *> normally one step, the month after the one just closed.
       FIND-OPEN-PERIOD.
           IF WS-IS-CLOSED = 'N'
               EXIT PARAGRAPH
           END-IF
           IF LK-PERIOD(1:4) NOT NUMERIC
                   OR LK-PERIOD(6:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LK-PERIOD(1:4) TO WS-YEAR-NUM
           MOVE LK-PERIOD(6:2) TO WS-MONTH-NUM
           MOVE 0 TO WS-STEPS
           PERFORM UNTIL WS-IS-CLOSED = 'N' OR WS-STEPS > 600
               ADD 1 TO WS-STEPS
               IF WS-MONTH-NUM >= 12
                   MOVE 1 TO WS-MONTH-NUM
                   ADD 1 TO WS-YEAR-NUM
               ELSE
                   ADD 1 TO WS-MONTH-NUM
               END-IF
               MOVE SPACES TO WS-TEST-PERIOD
               STRING WS-YEAR-NUM '-' WS-MONTH-NUM
                   DELIMITED SIZE INTO WS-TEST-PERIOD
               PERFORM CHECK-TEST-PERIOD
           END-PERFORM
           MOVE WS-TEST-PERIOD TO LK-OPEN-PERIOD
           MOVE 'Y' TO LK-ANSWER.
