      *              per operator with calls, tokens, and dollars,     *
      *              plus a shop-wide total line. An optional YYYY-MM  *
      *              argument restricts the report to that month;      *
      *              without it the whole ledger is rolled up. A month *
      *              MONTH-CLOSE has closed is reported from its U     *
      *              records in month-history.dat, the figures it was  *
      *              billed on, not from the ledger.                   *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/usage-report.cob src/period-lock.cob             *
      *        -o dist/usage-report                                    *
      *   ./dist/usage-report [YYYY-MM]                                *
      * DATE:        2026-08-21                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-08-21    Initial version                                *
      *   2026-10-15    RERATE correcting lines count toward dollars,  *
      *                 not calls                                      *
      *   2026-10-15    A closed month reports from month-history.dat  *
      *   2026-10-15    Signed totals; a net credit prints as a credit *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGE-REPORT.
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(200).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7).
       01  WS-HIST-PATH            PIC X(520).
       01  WS-HIST-STATUS          PIC XX.

      *> A closed month comes from its history records
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-CLOSED               PIC X VALUE 'N'.
       01  WS-HS-PERIOD            PIC X(7).
       01  WS-HS-KIND              PIC X.
       01  WS-HS-OPERATOR          PIC X(8).
       01  WS-HS-DEPT              PIC X(20).
       01  WS-HS-MODEL             PIC X(100).
       01  WS-HS-CAT               PIC X(10).
       01  WS-HS-CALLS             PIC X(12).
       01  WS-HS-PTOK              PIC X(12).
       01  WS-HS-CTOK              PIC X(12).
       01  WS-HS-COST              PIC X(20).

      *> Per-operator accumulators
       01  WS-OP-COUNT             PIC 9(3) VALUE 0.
               10  WS-OP-ID        PIC X(8).
               10  WS-OP-CALLS     PIC 9(7).
               10  WS-OP-TOKENS    PIC 9(11).
               10  WS-OP-COST      PIC S9(9)V9(4).
       01  WS-OP-IDX               PIC 9(3).
       01  WS-OP-SLOT              PIC 9(3).

       01  WS-LGR-PTOK             PIC X(6).
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).
       01  WS-LGR-FLAG             PIC X(2).

      *> Shop-wide totals and edited report fields
       01  WS-TOT-CALLS            PIC 9(7)  VALUE 0.
       01  WS-TOT-TOKENS           PIC 9(11) VALUE 0.
       01  WS-TOT-COST             PIC S9(9)V9(4) VALUE 0.
       01  WS-CALLS-ED             PIC ZZZZZZ9.
       01  WS-TOKENS-ED            PIC ZZZZZZZZZZ9.
       01  WS-COST-ED              PIC -(8)9.9(4).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
                   MOVE SPACES TO WS-MONTH-ARG
           END-ACCEPT
           PERFORM RESOLVE-LEDGER-PATH
           IF FUNCTION TRIM(WS-MONTH-ARG) NOT = SPACES
               MOVE 'C' TO WS-PL-ACTION
               CALL "PERIOD-LOCK" USING
                   WS-PL-ACTION WS-MONTH-ARG WS-PL-ANSWER
                   WS-PL-OPEN-PERIOD
               MOVE WS-PL-ANSWER TO WS-CLOSED
           END-IF
           IF WS-CLOSED = 'Y'
               PERFORM READ-MONTH-HISTORY
               PERFORM PRINT-REPORT
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "error: could not open "
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./cost-ledger.dat" TO WS-LEDGER-PATH
               MOVE "./month-history.dat" TO WS-HIST-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "cost-ledger.dat" DELIMITED SIZE
                   INTO WS-LEDGER-PATH
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "month-history.dat" DELIMITED SIZE
                   INTO WS-HIST-PATH
           END-IF.

      *> U records: period|U|operator|department|model|category|
      *> calls|prompt tokens|completion tokens|cost
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
                       PERFORM TALLY-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       TALLY-HISTORY-RECORD.
           IF HIST-RECORD(1:7) NOT = WS-MONTH-ARG
                   OR HIST-RECORD(8:3) NOT = '|U|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HS-PERIOD WS-HS-KIND WS-HS-OPERATOR
               WS-HS-DEPT WS-HS-MODEL WS-HS-CAT WS-HS-CALLS
               WS-HS-PTOK WS-HS-CTOK WS-HS-COST
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-HS-PERIOD WS-HS-KIND WS-HS-OPERATOR
                    WS-HS-DEPT WS-HS-MODEL WS-HS-CAT WS-HS-CALLS
                    WS-HS-PTOK WS-HS-CTOK WS-HS-COST
           END-UNSTRING
           MOVE WS-HS-OPERATOR TO WS-LGR-OPERATOR
           PERFORM FIND-OPERATOR-SLOT
           IF WS-OP-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-CALLS)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-CALLS))
                   TO WS-OP-CALLS(WS-OP-SLOT) WS-TOT-CALLS
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-PTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-PTOK))
                   TO WS-OP-TOKENS(WS-OP-SLOT) WS-TOT-TOKENS
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-CTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-CTOK))
                   TO WS-OP-TOKENS(WS-OP-SLOT) WS-TOT-TOKENS
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-COST)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-COST))
                   TO WS-OP-COST(WS-OP-SLOT) WS-TOT-COST
           END-IF.

       TALLY-LEDGER-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG
           END-UNSTRING
           IF FUNCTION TRIM(WS-LGR-DATE) = SPACES
               EXIT PARAGRAPH
           IF WS-OP-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LGR-FLAG) NOT = 'R'
               ADD 1 TO WS-OP-CALLS(WS-OP-SLOT)
               ADD 1 TO WS-TOT-CALLS
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-PTOK))
                   TO WS-OP-TOKENS(WS-OP-SLOT)
           DISPLAY "================================================="
           DISPLAY " usage by operator"
           IF FUNCTION TRIM(WS-MONTH-ARG) NOT = SPACES
               IF WS-CLOSED = 'Y'
                   DISPLAY " month: " WS-MONTH-ARG
                       "  (closed -- from the month-end history)"
               ELSE
                   DISPLAY " month: " WS-MONTH-ARG
               END-IF
           END-IF
           DISPLAY " operator     calls       tokens          cost"
           DISPLAY " --------  --------  -----------  ------------"
