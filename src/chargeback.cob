      *              An operator with no OPER line is billed to the    *
      *              UNASSGN department so no spend ever drops off     *
      *              the statements.                                   *
      *              A month MONTH-CLOSE has closed is rebuilt from    *
      *              its U and D records in month-history.dat, so a    *
      *              rerun reproduces what was billed; lines posted    *
      *              forward into an open month from a closed one are  *
      *              counted on the total line.                        *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/chargeback.cob src/period-lock.cob               *
      *        -o dist/chargeback                                      *
      *   ./dist/chargeback [YYYY-MM]                                  *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Carry the sign of RERATE correcting lines and  *
      *                 do not count them as calls                     *
      *   2026-10-15    Closed months statement from month-history.dat *
      *   2026-10-15    Signed totals; a net credit prints and feeds   *
      *                 the GL as a credit                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.
               ASSIGN TO DYNAMIC WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DEPT-RECORD             PIC X(200).
       FD  FEED-FILE.
       01  FEED-RECORD             PIC X(120).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-DEPT-STATUS          PIC XX.
       01  WS-FEED-STATUS          PIC XX.
       01  WS-HIST-PATH            PIC X(520).
       01  WS-HIST-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7).
       01  WS-TODAY                PIC 9(8).
               10  WS-DPT-NAME     PIC X(20).
               10  WS-DPT-BUDGET   PIC 9(7)V99.
               10  WS-DPT-CALLS    PIC 9(7).
               10  WS-DPT-TOTAL    PIC S9(9)V9(4).
               10  WS-DPT-DAY OCCURS 31 TIMES PIC S9(9)V9(4).
               10  WS-DPT-MDL-CNT  PIC 9(2).
               10  WS-DPT-MDL OCCURS 15 TIMES.
                   15  WS-DM-NAME  PIC X(100).
                   15  WS-DM-CALLS PIC 9(7).
                   15  WS-DM-COST  PIC S9(9)V9(4).
       01  WS-DEPT-IDX             PIC 9(2).
       01  WS-DEPT-SLOT            PIC 9(2).
       01  WS-MDL-IDX              PIC 9(2).
       01  WS-LGR-PTOK             PIC X(6).
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).
       01  WS-LGR-FLAG             PIC X(2).
       01  WS-LGR-ORIG-DATE        PIC X(10).
       01  WS-LINE-COST            PIC S9(9)V9(4).
       01  WS-LINE-DEPT            PIC X(20).

      *> Edited report fields
       01  WS-COST-ED              PIC -(8)9.9(4).
       01  WS-BUDGET-ED            PIC ZZZZZZ9.99.
       01  WS-CALLS-ED             PIC ZZZZZZ9.
       01  WS-OVER-AMT             PIC S9(9)V9(4).
       01  WS-FEED-COST            PIC -9(9).9(4).
       01  WS-FEED-BUDGET          PIC 9(7).99.
       01  WS-GRAND-TOTAL          PIC S9(9)V9(4) VALUE 0.
       01  WS-FWD-LINES            PIC 9(7) VALUE 0.
       01  WS-FWD-COST             PIC S9(9)V9(4) VALUE 0.

      *> A closed month is rebuilt from its history records
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-CLOSED               PIC X VALUE 'N'.
       01  WS-HS-PERIOD            PIC X(7).
       01  WS-HS-KIND              PIC X.
       01  WS-HS-A                 PIC X(20).
       01  WS-HS-B                 PIC X(100).
       01  WS-HS-MODEL             PIC X(100).
       01  WS-HS-CAT               PIC X(10).
       01  WS-HS-CALLS             PIC X(12).
       01  WS-HS-PTOK              PIC X(12).
       01  WS-HS-CTOK              PIC X(12).
       01  WS-HS-COST              PIC X(20).
       01  WS-HS-CALL-COUNT        PIC 9(7).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
           END-IF
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-DEPARTMENTS
           MOVE 'C' TO WS-PL-ACTION
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-MONTH-ARG WS-PL-ANSWER WS-PL-OPEN-PERIOD
           MOVE WS-PL-ANSWER TO WS-CLOSED
           IF WS-CLOSED = 'Y'
               PERFORM READ-MONTH-HISTORY
               PERFORM PRINT-STATEMENTS
               PERFORM WRITE-GL-FEED
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "error: could not open "
           MOVE SPACES TO WS-DEPT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "departments.dat"
               DELIMITED SIZE INTO WS-DEPT-PATH
           MOVE SPACES TO WS-HIST-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "month-history.dat"
               DELIMITED SIZE INTO WS-HIST-PATH
           MOVE SPACES TO WS-FEED-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
       TALLY-LEDGER-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG WS-LGR-ORIG-DATE
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG WS-LGR-ORIG-DATE
           END-UNSTRING
           IF FUNCTION TRIM(WS-LGR-DATE) = SPACES
                   OR WS-LGR-DATE(1:7) NOT = WS-MONTH-ARG
           IF WS-DEPT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
      *>   A RERATE correcting line ('R') moves money, not calls.
           IF FUNCTION TRIM(WS-LGR-FLAG) NOT = 'R'
               ADD 1 TO WS-DPT-CALLS(WS-DEPT-SLOT)
           END-IF
           ADD WS-LINE-COST TO WS-DPT-TOTAL(WS-DEPT-SLOT)
           ADD WS-LINE-COST TO WS-GRAND-TOTAL
      *>   Posted forward out of a month already closed and billed.
           IF WS-LGR-ORIG-DATE NOT = SPACES
               ADD 1 TO WS-FWD-LINES
               ADD WS-LINE-COST TO WS-FWD-COST
           END-IF
           IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
               ADD WS-LINE-COST
                   TO WS-DPT-DAY(WS-DEPT-SLOT, WS-DAY-NUM)
           END-IF
           PERFORM TALLY-DEPT-MODEL.

      *> U records (period|U|operator|department|model|category|
      *> calls|prompt tokens|completion tokens|cost) give the model
      *> lines and month totals; D records (period|D|department|day|
      *> cost) the daily subtotals. The department is the one the
      *> close mapped, not today's OPER line.
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
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HS-PERIOD WS-HS-KIND WS-HS-A WS-HS-B
               WS-HS-MODEL WS-HS-CAT WS-HS-CALLS WS-HS-PTOK
               WS-HS-CTOK WS-HS-COST
           EVALUATE HIST-RECORD(8:3)
               WHEN '|U|'
                   UNSTRING HIST-RECORD DELIMITED BY '|'
                       INTO WS-HS-PERIOD WS-HS-KIND WS-HS-A WS-HS-B
                            WS-HS-MODEL WS-HS-CAT WS-HS-CALLS
                            WS-HS-PTOK WS-HS-CTOK WS-HS-COST
                   END-UNSTRING
                   MOVE WS-HS-B(1:20) TO WS-LINE-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT = 0
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM TAKE-HISTORY-USAGE
               WHEN '|D|'
                   UNSTRING HIST-RECORD DELIMITED BY '|'
                       INTO WS-HS-PERIOD WS-HS-KIND WS-HS-A WS-HS-B
                            WS-HS-COST
                   END-UNSTRING
                   MOVE WS-HS-A TO WS-LINE-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF WS-DEPT-SLOT = 0 OR WS-HS-B(1:2) NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-HS-B(1:2) TO WS-DAY-NUM
                   IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(WS-HS-COST)) = 0
                       ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-COST))
                           TO WS-DPT-DAY(WS-DEPT-SLOT, WS-DAY-NUM)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-HISTORY-USAGE.
           MOVE 0 TO WS-LINE-COST WS-HS-CALL-COUNT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-COST)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-COST))
                   TO WS-LINE-COST
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-CALLS)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-CALLS))
                   TO WS-HS-CALL-COUNT
           END-IF
           ADD WS-HS-CALL-COUNT TO WS-DPT-CALLS(WS-DEPT-SLOT)
           ADD WS-LINE-COST TO WS-DPT-TOTAL(WS-DEPT-SLOT)
           ADD WS-LINE-COST TO WS-GRAND-TOTAL
           MOVE WS-HS-MODEL TO WS-LGR-MODEL
           MOVE 0 TO WS-MDL-SLOT
           PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                   UNTIL WS-MDL-IDX > WS-DPT-MDL-CNT(WS-DEPT-SLOT)
               IF WS-DM-NAME(WS-DEPT-SLOT, WS-MDL-IDX)
                       = WS-LGR-MODEL
                   MOVE WS-MDL-IDX TO WS-MDL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MDL-SLOT = 0
                   AND WS-DPT-MDL-CNT(WS-DEPT-SLOT) < 15
               ADD 1 TO WS-DPT-MDL-CNT(WS-DEPT-SLOT)
               MOVE WS-DPT-MDL-CNT(WS-DEPT-SLOT) TO WS-MDL-SLOT
               MOVE WS-LGR-MODEL
                   TO WS-DM-NAME(WS-DEPT-SLOT, WS-MDL-SLOT)
               MOVE 0 TO WS-DM-CALLS(WS-DEPT-SLOT, WS-MDL-SLOT)
               MOVE 0 TO WS-DM-COST(WS-DEPT-SLOT, WS-MDL-SLOT)
           END-IF
           IF WS-MDL-SLOT > 0
               ADD WS-HS-CALL-COUNT
                   TO WS-DM-CALLS(WS-DEPT-SLOT, WS-MDL-SLOT)
               ADD WS-LINE-COST
                   TO WS-DM-COST(WS-DEPT-SLOT, WS-MDL-SLOT)
           END-IF.

       MAP-OPERATOR-TO-DEPT.
           MOVE 'UNASSGN' TO WS-LINE-DEPT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               MOVE 0 TO WS-DM-COST(WS-DEPT-SLOT, WS-MDL-SLOT)
           END-IF
           IF WS-MDL-SLOT > 0
               IF FUNCTION TRIM(WS-LGR-FLAG) NOT = 'R'
                   ADD 1 TO WS-DM-CALLS(WS-DEPT-SLOT, WS-MDL-SLOT)
               END-IF
               ADD WS-LINE-COST
                   TO WS-DM-COST(WS-DEPT-SLOT, WS-MDL-SLOT)
           END-IF.
           DISPLAY "================================================="
           DISPLAY " all departments, " WS-MONTH-ARG " total:  "
               FUNCTION TRIM(WS-COST-ED)
           IF WS-CLOSED = 'Y'
               DISPLAY " (closed period -- from the month-end history)"
           END-IF
           IF WS-FWD-LINES > 0
               MOVE WS-FWD-LINES TO WS-CALLS-ED
               MOVE WS-FWD-COST TO WS-COST-ED
               DISPLAY " includes " FUNCTION TRIM(WS-CALLS-ED)
                   " line(s) posted forward from a closed period: "
                   FUNCTION TRIM(WS-COST-ED)
           END-IF
           DISPLAY "=================================================".

       PRINT-ONE-STATEMENT.
           DISPLAY " daily subtotals:"
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               IF WS-DPT-DAY(WS-DEPT-IDX, WS-DAY-IDX) NOT = 0
                   MOVE WS-DPT-DAY(WS-DEPT-IDX, WS-DAY-IDX)
                       TO WS-COST-ED
                   DISPLAY "   " WS-MONTH-ARG "-"
           END-IF.

      *> department|YYYY-MM|amount|budget -- fixed-decimal figures so
      *> the GL load never has to guess at a picture; a department
      *> whose rerate credits outweigh its spend carries a leading
      *> minus sign.
       WRITE-GL-FEED.
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
                   '|'                        DELIMITED SIZE
                   WS-MONTH-ARG               DELIMITED SIZE
                   '|'                        DELIMITED SIZE
                   FUNCTION TRIM(WS-FEED-COST) DELIMITED SIZE
                   '|'                        DELIMITED SIZE
                   WS-FEED-BUDGET             DELIMITED SIZE
                   INTO FEED-RECORD
