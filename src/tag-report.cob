      *              spend to both categories, which the heading       *
      *              says, so the lines answer "what do people use     *
      *              this thing for" rather than summing to the        *
      *              ledger. Default month is the current one. A month *
      *              MONTH-CLOSE has closed is reported from its T     *
      *              records in month-history.dat.                     *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/tag-report.cob src/period-lock.cob               *
      *        -o dist/tag-report                                      *
      *   ./dist/tag-report [YYYY-MM]                                  *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    A closed month reports from month-history.dat  *
      *   2026-10-15    Signed category spend so rerate credits        *
      *                 lower a category's total                       *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAG-REPORT.
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TAG-RECORD              PIC X(100).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(200).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-TAG-PATH             PIC X(520).
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-TAG-STATUS           PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-HIST-PATH            PIC X(520).
       01  WS-HIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7).
       01  WS-TODAY                PIC 9(8).
           05  WS-CAT-ENTRY OCCURS 30 TIMES.
               10  WS-CAT-CODE     PIC X(10).
               10  WS-CAT-SESSIONS PIC 9(5).
               10  WS-CAT-SPEND    PIC S9(9)V9(4).
       01  WS-CAT-IDX              PIC 9(2).
       01  WS-CAT-SLOT             PIC 9(2).

       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).

      *> A closed month comes from its T records
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-CLOSED               PIC X VALUE 'N'.
       01  WS-HS-PERIOD            PIC X(7).
       01  WS-HS-KIND              PIC X.
       01  WS-HS-CODE              PIC X(10).
       01  WS-HS-SESSIONS          PIC X(12).
       01  WS-HS-COST              PIC X(20).

      *> Edited report fields
       01  WS-SESS-ED              PIC ZZZZ9.
       01  WS-COST-ED              PIC -(8)9.9(4).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
                   DELIMITED SIZE INTO WS-MONTH-ARG
           END-IF
           PERFORM RESOLVE-PATHS
           MOVE 'C' TO WS-PL-ACTION
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-MONTH-ARG WS-PL-ANSWER WS-PL-OPEN-PERIOD
           MOVE WS-PL-ANSWER TO WS-CLOSED
           IF WS-CLOSED = 'Y'
               PERFORM READ-MONTH-HISTORY
               IF WS-CAT-COUNT = 0
                   DISPLAY "no /tag records for " WS-MONTH-ARG
                   STOP RUN
               END-IF
               PERFORM PRINT-REPORT
               STOP RUN
           END-IF
           PERFORM LOAD-TAG-LINES
           IF WS-PAIR-COUNT = 0
               DISPLAY "no /tag records for " WS-MONTH-ARG
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./session-tags.dat" TO WS-TAG-PATH
               MOVE "./cost-ledger.dat" TO WS-LEDGER-PATH
               MOVE "./month-history.dat" TO WS-HIST-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "session-tags.dat" DELIMITED SIZE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "cost-ledger.dat" DELIMITED SIZE
                   INTO WS-LEDGER-PATH
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "month-history.dat" DELIMITED SIZE
                   INTO WS-HIST-PATH
           END-IF.

      *> T records: period|T|category|sessions|cost, already rolled
      *> up under this report's rules when the month was closed.
       READ-MONTH-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "error: " WS-MONTH-ARG " is closed but "
                   FUNCTION TRIM(WS-HIST-PATH)
                   " could not be opened (file status "
                   WS-HIST-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       TAKE-HISTORY-RECORD.
           IF HIST-RECORD(1:7) NOT = WS-MONTH-ARG
                   OR HIST-RECORD(8:3) NOT = '|T|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HS-PERIOD WS-HS-KIND WS-HS-CODE
               WS-HS-SESSIONS WS-HS-COST
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-HS-PERIOD WS-HS-KIND WS-HS-CODE
                    WS-HS-SESSIONS WS-HS-COST
           END-UNSTRING
           MOVE WS-HS-CODE TO WS-TG-CODE
           PERFORM FIND-CATEGORY-SLOT
           IF WS-CAT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-SESSIONS)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-SESSIONS))
                   TO WS-CAT-SESSIONS(WS-CAT-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-COST)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-COST))
                   TO WS-CAT-SPEND(WS-CAT-SLOT)
           END-IF.

      *> Each distinct session/code pair counts one session toward
           DISPLAY "================================================="
           DISPLAY " usage by category for " WS-MONTH-ARG
           DISPLAY " (a session with several tags bills to each)"
           IF WS-CLOSED = 'Y'
               DISPLAY " (closed period -- from the month-end history)"
           END-IF
           DISPLAY "================================================="
           DISPLAY " category    sessions          spend"
           DISPLAY " ----------  --------  -------------"
