      *================================================================*
      * PROGRAM:     MONTH-CLOSE                                       *
      * DESCRIPTION: Month-end close. Run on the SHOP-CALENDAR         *
      *              month-end processing day, it summarises the       *
      *              period once into month-history.dat next to the    *
      *              executable and then locks the period in           *
      *              period-lock.dat, so a late ledger line or a       *
      *              RERATE run can no longer change a month Finance   *
      *              has billed -- COST-LEDGER and RERATE post         *
      *              anything dated into a closed month to the next    *
      *              open period instead. History records, one per     *
      *              line, period first:                               *
      *                YYYY-MM|U|operator|department|model|category|   *
      *                  calls|prompt tokens|completion tokens|cost    *
      *                YYYY-MM|D|department|day|cost                   *
      *                YYYY-MM|T|category|sessions|cost                *
      *                YYYY-MM|Q|model|prompt profile|good|bad         *
      *              U is the usage summary by operator, department    *
      *              (departments.dat OPER lines, UNASSGN when none),  *
      *              model and category (the session's first /tag code *
      *              of the month, '-' when untagged); D the daily     *
      *              department totals CHARGEBACK prints; T the        *
      *              TAG-REPORT rollup, where a session with several   *
      *              tags counts under each; Q the /rate verdicts from *
      *              feedback.dat. The ledger is summarised by posting *
      *              date, so lines posted forward into the period     *
      *              are in it. The reports read these records for a   *
      *              closed month, and TREND-REPORT compares twelve    *
      *              of them. The ledger enqueue is held from the      *
      *              first read to the lock being written.             *
      *              A past month may be closed on any day (catch-up); *
      *              the current month only on its month-end day       *
      *              unless --force is given. A closed month is never  *
      *              closed again. Records left by a close that died   *
      *              before locking are removed first. RETURN-CODE 8   *
      *              when the close is refused or a table overflows    *
      *              (nothing is written).                             *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/month-close.cob src/period-lock.cob              *
      *        src/shop-calendar.cob src/file-lock.cob                 *
      *        -o dist/month-close                                     *
      *   ./dist/month-close [YYYY-MM] [--force]   (default: this      *
      *                                             month)             *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DEPT-FILE
               ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT TAG-FILE
               ASSIGN TO DYNAMIC WS-TAG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT FB-FILE
               ASSIGN TO DYNAMIC WS-FB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(200).
       FD  DEPT-FILE.
       01  DEPT-RECORD             PIC X(200).
       FD  TAG-FILE.
       01  TAG-RECORD              PIC X(100).
       FD  FB-FILE.
       01  FB-RECORD               PIC X(600).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).
       FD  LOCK-FILE.
       01  LOCK-RECORD             PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-DEPT-PATH            PIC X(520).
       01  WS-TAG-PATH             PIC X(520).
       01  WS-FB-PATH              PIC X(520).
       01  WS-HIST-PATH            PIC X(520).
       01  WS-LOCK-PATH            PIC X(520).
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-DEPT-STATUS          PIC XX.
       01  WS-TAG-STATUS           PIC XX.
       01  WS-FB-STATUS            PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-LOCK-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> Arguments and the run's dates
       01  WS-ARG                  PIC X(20).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-PERIOD               PIC X(7) VALUE SPACES.
       01  WS-FORCE                PIC X VALUE 'N'.
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-NOW-TIME             PIC 9(8).
       01  WS-STAMP                PIC X(19).
       01  WS-CLOSED-BY            PIC X(8).

      *> Period lock, shop calendar and ledger enqueue
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-SC-ACTION            PIC X.
       01  WS-SC-TIME              PIC X(5) VALUE SPACES.
       01  WS-SC-ANSWER            PIC X.
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30).
       01  WS-FL-STATUS            PIC X.

      *> Operator-to-department map from the OPER lines
       01  WS-MAP-COUNT            PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-OPER     PIC X(8).
               10  WS-MAP-DEPT     PIC X(20).
       01  WS-MAP-IDX              PIC 9(3).
       01  WS-FLD-KIND             PIC X(10).
       01  WS-FLD-A                PIC X(100).
       01  WS-FLD-B                PIC X(100).

      *> The month's tag lines -- distinct session/code pairs
       01  WS-PAIR-MAX             PIC 9(4) VALUE 2000.
       01  WS-PAIR-COUNT           PIC 9(4) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-PAIR-SESSION PIC X(9).
               10  WS-PAIR-CODE    PIC X(10).
       01  WS-PAIR-IDX             PIC 9(4).
       01  WS-TG-DATE              PIC X(10).
       01  WS-TG-SESSION           PIC X(9).
       01  WS-TG-OPERATOR          PIC X(8).
       01  WS-TG-CODE              PIC X(10).
       01  WS-TG-DUP               PIC X.

      *> U -- operator/department/model/category summary
       01  WS-SUM-MAX              PIC 9(4) VALUE 2000.
       01  WS-SUM-COUNT            PIC 9(4) VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 2000 TIMES.
               10  WS-SUM-OPER     PIC X(8).
               10  WS-SUM-DEPT     PIC X(20).
               10  WS-SUM-MODEL    PIC X(100).
               10  WS-SUM-CAT      PIC X(10).
               10  WS-SUM-CALLS    PIC 9(7).
               10  WS-SUM-PTOK     PIC 9(11).
               10  WS-SUM-CTOK     PIC 9(11).
               10  WS-SUM-COST     PIC S9(9)V9(4).
       01  WS-SUM-IDX              PIC 9(4).
       01  WS-SUM-SLOT             PIC 9(4).

      *> D -- department totals by day of the month
       01  WS-DEPT-COUNT           PIC 9(2) VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 20 TIMES.
               10  WS-DPT-NAME     PIC X(20).
               10  WS-DPT-CALLS    PIC 9(7).
               10  WS-DPT-TOTAL    PIC S9(9)V9(4).
               10  WS-DPT-DAY OCCURS 31 TIMES PIC S9(9)V9(4).
       01  WS-DEPT-IDX             PIC 9(2).
       01  WS-DEPT-SLOT            PIC 9(2).
       01  WS-DAY-IDX              PIC 9(2).
       01  WS-DAY-NUM              PIC 9(2).

      *> T -- per-category rollup, TAG-REPORT's rules
       01  WS-CAT-COUNT            PIC 9(2) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 30 TIMES.
               10  WS-CAT-CODE     PIC X(10).
               10  WS-CAT-SESSIONS PIC 9(5).
               10  WS-CAT-SPEND    PIC S9(9)V9(4).
       01  WS-CAT-IDX              PIC 9(2).
       01  WS-CAT-SLOT             PIC 9(2).

      *> Q -- verdicts by model and prompt profile
       01  WS-QTY-COUNT            PIC 9(3) VALUE 0.
       01  WS-QTY-TABLE.
           05  WS-QTY-ENTRY OCCURS 200 TIMES.
               10  WS-QTY-MODEL    PIC X(100).
               10  WS-QTY-PROFILE  PIC X(50).
               10  WS-QTY-GOOD     PIC 9(6).
               10  WS-QTY-BAD      PIC 9(6).
       01  WS-QTY-IDX              PIC 9(3).
       01  WS-QTY-SLOT             PIC 9(3).

      *> Ledger line fields
       01  WS-LGR-DATE             PIC X(10).
       01  WS-LGR-SESSION          PIC X(9).
       01  WS-LGR-OPERATOR         PIC X(8).
       01  WS-LGR-MODEL            PIC X(100).
       01  WS-LGR-PTOK             PIC X(6).
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).
       01  WS-LGR-FLAG             PIC X(2).
       01  WS-LGR-ORIG-DATE        PIC X(10).
       01  WS-LINE-COST            PIC S9(9)V9(4).
       01  WS-LINE-PTOK            PIC 9(6).
       01  WS-LINE-CTOK            PIC 9(6).
       01  WS-LINE-DEPT            PIC X(20).
       01  WS-LINE-CAT             PIC X(10).

      *> Feedback line fields
       01  WS-FB-STAMP             PIC X(19).
       01  WS-FB-SESSION           PIC X(9).
       01  WS-FB-TURN              PIC X(6).
       01  WS-FB-MODEL             PIC X(100).
       01  WS-FB-PROFILE           PIC X(50).
       01  WS-FB-VERDICT           PIC X(10).

      *> Control totals
       01  WS-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-LINES-READ           PIC 9(7) VALUE 0.
       01  WS-LINES-IN-PERIOD      PIC 9(7) VALUE 0.
       01  WS-LINES-FORWARD        PIC 9(7) VALUE 0.
       01  WS-LINES-CORRECTING     PIC 9(7) VALUE 0.
       01  WS-TOT-CALLS            PIC 9(7) VALUE 0.
       01  WS-TOT-COST             PIC S9(9)V9(4) VALUE 0.
       01  WS-RATINGS              PIC 9(7) VALUE 0.
       01  WS-STALE-RECORDS        PIC 9(7) VALUE 0.
       01  WS-U-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-D-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-T-WRITTEN            PIC 9(7) VALUE 0.
       01  WS-Q-WRITTEN            PIC 9(7) VALUE 0.

      *> Record and report editing
       01  WS-CALLS-OUT            PIC 9(7).
       01  WS-TOKENS-OUT           PIC 9(11).
       01  WS-TOKENS2-OUT          PIC 9(11).
       01  WS-COST-OUT             PIC -9(9).9(4).
       01  WS-COUNT-OUT            PIC 9(6).
       01  WS-COUNT2-OUT           PIC 9(6).
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-COST-ED              PIC -(9)9.9(4).
       01  WS-SHELL-CMD            PIC X(1200).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           PERFORM RESOLVE-PATHS
           PERFORM CHECK-PERIOD-MAY-CLOSE
      *>   Nothing may post to the ledger while the month is read and
      *>   locked -- COST-LEDGER asks PERIOD-LOCK under this enqueue.
           MOVE 'A' TO WS-FL-ACTION
           MOVE 'ledger' TO WS-FL-RESOURCE
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: could not take the ledger lock --"
                   " " WS-PERIOD " not closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-TAG-LINES
           PERFORM SUMMARISE-LEDGER
           PERFORM SUMMARISE-FEEDBACK
           IF WS-OVERFLOW > 0
               PERFORM RELEASE-LEDGER-LOCK
               MOVE WS-OVERFLOW TO WS-COUNT-ED
               DISPLAY "error: TABLE FULL -- "
                   FUNCTION TRIM(WS-COUNT-ED)
                   " line(s) would not fit; " WS-PERIOD
                   " not closed and nothing written"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REMOVE-UNFINISHED-CLOSE
           PERFORM WRITE-HISTORY
           PERFORM WRITE-PERIOD-LOCK
           PERFORM RELEASE-LEDGER-LOCK
           PERFORM PRINT-REPORT
           STOP RUN.

       PARSE-ARGS.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 2
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--force'
                       MOVE 'Y' TO WS-FORCE
                   WHEN OTHER
                       MOVE WS-ARG(1:7) TO WS-PERIOD
               END-EVALUATE
           END-PERFORM
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-TODAY-DATE WS-STAMP
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED SIZE INTO WS-TODAY-DATE
           STRING WS-TODAY-DATE ' ' WS-NOW-TIME(1:2) ':'
               WS-NOW-TIME(3:2) ':' WS-NOW-TIME(5:2)
               DELIMITED SIZE INTO WS-STAMP
           IF WS-PERIOD = SPACES
               MOVE WS-TODAY-DATE(1:7) TO WS-PERIOD
           END-IF
           MOVE SPACES TO WS-CLOSED-BY
           ACCEPT WS-CLOSED-BY FROM ENVIRONMENT "COBOLD_OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-CLOSED-BY
           END-ACCEPT
           IF WS-CLOSED-BY = SPACES
               MOVE 'batch' TO WS-CLOSED-BY
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
           MOVE SPACES TO WS-LEDGER-PATH WS-DEPT-PATH WS-TAG-PATH
               WS-FB-PATH WS-HIST-PATH WS-LOCK-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "departments.dat"
               DELIMITED SIZE INTO WS-DEPT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "session-tags.dat"
               DELIMITED SIZE INTO WS-TAG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "feedback.dat"
               DELIMITED SIZE INTO WS-FB-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "month-history.dat"
               DELIMITED SIZE INTO WS-HIST-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "period-lock.dat"
               DELIMITED SIZE INTO WS-LOCK-PATH.

      *> A well-formed month, not in the future, not already closed;
      *> the current month only on its month-end day (or --force).
       CHECK-PERIOD-MAY-CLOSE.
           IF WS-PERIOD(1:4) NOT NUMERIC OR WS-PERIOD(5:1) NOT = '-'
                   OR WS-PERIOD(6:2) NOT NUMERIC
                   OR WS-PERIOD(6:2) < '01' OR WS-PERIOD(6:2) > '12'
               DISPLAY "usage: month-close [YYYY-MM] [--force]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD > WS-TODAY-DATE(1:7)
               DISPLAY "error: " WS-PERIOD " has not begun -- a"
                   " future month cannot be closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'C' TO WS-PL-ACTION
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-PERIOD WS-PL-ANSWER WS-PL-OPEN-PERIOD
           IF WS-PL-ANSWER = 'Y'
               DISPLAY "error: " WS-PERIOD " is already closed --"
                   " its figures are in "
                   FUNCTION TRIM(WS-HIST-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD = WS-TODAY-DATE(1:7) AND WS-FORCE = 'N'
               MOVE 'M' TO WS-SC-ACTION
               CALL "SHOP-CALENDAR" USING
                   WS-SC-ACTION WS-TODAY-DATE WS-SC-TIME WS-SC-ANSWER
               IF WS-SC-ANSWER NOT = 'Y'
                   DISPLAY "error: " WS-TODAY-DATE " is not the"
                       " month-end processing day -- " WS-PERIOD
                       " not closed (--force to close it anyway)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       RELEASE-LEDGER-LOCK.
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

      *> OPER lines map operators to departments; everyone else is
      *> UNASSGN, as on the CHARGEBACK statements.
       LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-DEPT-LINE
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       PARSE-DEPT-LINE.
           IF DEPT-RECORD = SPACES OR DEPT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-KIND WS-FLD-A WS-FLD-B
           UNSTRING DEPT-RECORD DELIMITED BY '|'
               INTO WS-FLD-KIND WS-FLD-A WS-FLD-B
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-KIND) = 'OPER'
                   AND WS-MAP-COUNT < 100
                   AND FUNCTION TRIM(WS-FLD-A) NOT = SPACES
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-FLD-A(1:8) TO WS-MAP-OPER(WS-MAP-COUNT)
               MOVE WS-FLD-B(1:20) TO WS-MAP-DEPT(WS-MAP-COUNT)
           END-IF.

       LOAD-TAG-LINES.
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TAG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-TAG-LINE
               END-READ
           END-PERFORM
           CLOSE TAG-FILE.

      *> Each distinct session/code pair tagged in the month counts
      *> one session toward its category.
       LOAD-ONE-TAG-LINE.
           MOVE SPACES TO WS-TG-DATE WS-TG-SESSION WS-TG-OPERATOR
               WS-TG-CODE
           UNSTRING TAG-RECORD DELIMITED BY '|'
               INTO WS-TG-DATE WS-TG-SESSION WS-TG-OPERATOR
                    WS-TG-CODE
           END-UNSTRING
           IF WS-TG-DATE(1:7) NOT = WS-PERIOD
                   OR FUNCTION TRIM(WS-TG-CODE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TG-DUP
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-SESSION(WS-PAIR-IDX) = WS-TG-SESSION
                       AND WS-PAIR-CODE(WS-PAIR-IDX) = WS-TG-CODE
                   MOVE 'Y' TO WS-TG-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TG-DUP = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT >= WS-PAIR-MAX
               ADD 1 TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-TG-SESSION TO WS-PAIR-SESSION(WS-PAIR-COUNT)
           MOVE WS-TG-CODE TO WS-PAIR-CODE(WS-PAIR-COUNT)
           PERFORM FIND-CATEGORY-SLOT
           IF WS-CAT-SLOT > 0
               ADD 1 TO WS-CAT-SESSIONS(WS-CAT-SLOT)
           END-IF.

       FIND-CATEGORY-SLOT.
           MOVE 0 TO WS-CAT-SLOT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-CAT-IDX) = WS-TG-CODE
                   MOVE WS-CAT-IDX TO WS-CAT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAT-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-COUNT >= 30
               ADD 1 TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-TG-CODE TO WS-CAT-CODE(WS-CAT-COUNT)
           MOVE 0 TO WS-CAT-SESSIONS(WS-CAT-COUNT)
           MOVE 0 TO WS-CAT-SPEND(WS-CAT-COUNT)
           MOVE WS-CAT-COUNT TO WS-CAT-SLOT.

       SUMMARISE-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "warning: could not open "
                   FUNCTION TRIM(WS-LEDGER-PATH)
                   " -- the period closes with no spend"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM SUMMARISE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *> The posting date decides the period, so a line posted
      *> forward out of a closed month counts here, where it was
      *> billed. A RERATE correcting line ('R') moves money, not
      *> calls.
       SUMMARISE-ONE-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG WS-LGR-ORIG-DATE
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG WS-LGR-ORIG-DATE
           END-UNSTRING
           IF WS-LGR-DATE(1:7) NOT = WS-PERIOD
                   OR WS-LGR-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IN-PERIOD
           IF WS-LGR-ORIG-DATE NOT = SPACES
               ADD 1 TO WS-LINES-FORWARD
           END-IF
           MOVE 0 TO WS-LINE-COST WS-LINE-PTOK WS-LINE-CTOK
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-COST)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
                   TO WS-LINE-COST
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-PTOK))
                   TO WS-LINE-PTOK
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-CTOK)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-CTOK))
                   TO WS-LINE-CTOK
           END-IF
           PERFORM MAP-OPERATOR-TO-DEPT
           PERFORM FIND-SESSION-CATEGORY
           PERFORM FIND-SUMMARY-SLOT
           PERFORM FIND-DEPT-SLOT
           IF WS-SUM-SLOT = 0 OR WS-DEPT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LGR-FLAG) = 'R'
               ADD 1 TO WS-LINES-CORRECTING
           ELSE
               ADD 1 TO WS-SUM-CALLS(WS-SUM-SLOT)
               ADD 1 TO WS-DPT-CALLS(WS-DEPT-SLOT)
               ADD 1 TO WS-TOT-CALLS
           END-IF
           ADD WS-LINE-PTOK TO WS-SUM-PTOK(WS-SUM-SLOT)
           ADD WS-LINE-CTOK TO WS-SUM-CTOK(WS-SUM-SLOT)
           ADD WS-LINE-COST TO WS-SUM-COST(WS-SUM-SLOT)
           ADD WS-LINE-COST TO WS-DPT-TOTAL(WS-DEPT-SLOT)
           MOVE WS-LGR-DATE(9:2) TO WS-DAY-NUM
           IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 31
               ADD WS-LINE-COST TO WS-DPT-DAY(WS-DEPT-SLOT, WS-DAY-NUM)
           END-IF
           ADD WS-LINE-COST TO WS-TOT-COST
      *>   Every category the session carries is billed the line.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-SESSION(WS-PAIR-IDX) = WS-LGR-SESSION
                   MOVE WS-PAIR-CODE(WS-PAIR-IDX) TO WS-TG-CODE
                   PERFORM FIND-CATEGORY-SLOT
                   IF WS-CAT-SLOT > 0
                       ADD WS-LINE-COST TO WS-CAT-SPEND(WS-CAT-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       MAP-OPERATOR-TO-DEPT.
           MOVE 'UNASSGN' TO WS-LINE-DEPT
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-OPER(WS-MAP-IDX) = WS-LGR-OPERATOR
                   MOVE WS-MAP-DEPT(WS-MAP-IDX) TO WS-LINE-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The session's first tag of the month is its category in the
      *> usage summary, so U records add up to the ledger.
       FIND-SESSION-CATEGORY.
           MOVE '-' TO WS-LINE-CAT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-SESSION(WS-PAIR-IDX) = WS-LGR-SESSION
                   MOVE WS-PAIR-CODE(WS-PAIR-IDX) TO WS-LINE-CAT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-SUMMARY-SLOT.
           MOVE 0 TO WS-SUM-SLOT
           PERFORM VARYING WS-SUM-IDX FROM WS-SUM-COUNT BY -1
                   UNTIL WS-SUM-IDX < 1
               IF WS-SUM-OPER(WS-SUM-IDX) = WS-LGR-OPERATOR
                       AND WS-SUM-DEPT(WS-SUM-IDX) = WS-LINE-DEPT
                       AND WS-SUM-MODEL(WS-SUM-IDX) = WS-LGR-MODEL
                       AND WS-SUM-CAT(WS-SUM-IDX) = WS-LINE-CAT
                   MOVE WS-SUM-IDX TO WS-SUM-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUM-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SUM-COUNT >= WS-SUM-MAX
               ADD 1 TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUM-COUNT
           MOVE WS-LGR-OPERATOR TO WS-SUM-OPER(WS-SUM-COUNT)
           MOVE WS-LINE-DEPT TO WS-SUM-DEPT(WS-SUM-COUNT)
           MOVE WS-LGR-MODEL TO WS-SUM-MODEL(WS-SUM-COUNT)
           MOVE WS-LINE-CAT TO WS-SUM-CAT(WS-SUM-COUNT)
           MOVE 0 TO WS-SUM-CALLS(WS-SUM-COUNT)
           MOVE 0 TO WS-SUM-PTOK(WS-SUM-COUNT)
           MOVE 0 TO WS-SUM-CTOK(WS-SUM-COUNT)
           MOVE 0 TO WS-SUM-COST(WS-SUM-COUNT)
           MOVE WS-SUM-COUNT TO WS-SUM-SLOT.

       FIND-DEPT-SLOT.
           MOVE 0 TO WS-DEPT-SLOT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DPT-NAME(WS-DEPT-IDX) = WS-LINE-DEPT
                   MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-COUNT >= 20
               ADD 1 TO WS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-LINE-DEPT TO WS-DPT-NAME(WS-DEPT-COUNT)
           MOVE 0 TO WS-DPT-CALLS(WS-DEPT-COUNT)
           MOVE 0 TO WS-DPT-TOTAL(WS-DEPT-COUNT)
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               MOVE 0 TO WS-DPT-DAY(WS-DEPT-COUNT, WS-DAY-IDX)
           END-PERFORM
           MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT.

       SUMMARISE-FEEDBACK.
           OPEN INPUT FB-FILE
           IF WS-FB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FB-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SUMMARISE-ONE-RATING
               END-READ
           END-PERFORM
           CLOSE FB-FILE.

       SUMMARISE-ONE-RATING.
           MOVE SPACES TO WS-FB-STAMP WS-FB-SESSION WS-FB-TURN
               WS-FB-MODEL WS-FB-PROFILE WS-FB-VERDICT
           UNSTRING FB-RECORD DELIMITED BY '|'
               INTO WS-FB-STAMP WS-FB-SESSION WS-FB-TURN
                    WS-FB-MODEL WS-FB-PROFILE WS-FB-VERDICT
           END-UNSTRING
           IF WS-FB-STAMP(1:7) NOT = WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FB-PROFILE) = SPACES
               MOVE '-' TO WS-FB-PROFILE
           END-IF
           MOVE 0 TO WS-QTY-SLOT
           PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
                   UNTIL WS-QTY-IDX > WS-QTY-COUNT
               IF WS-QTY-MODEL(WS-QTY-IDX) = WS-FB-MODEL
                       AND WS-QTY-PROFILE(WS-QTY-IDX) = WS-FB-PROFILE
                   MOVE WS-QTY-IDX TO WS-QTY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QTY-SLOT = 0
               IF WS-QTY-COUNT >= 200
                   ADD 1 TO WS-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTY-COUNT
               MOVE WS-FB-MODEL TO WS-QTY-MODEL(WS-QTY-COUNT)
               MOVE WS-FB-PROFILE TO WS-QTY-PROFILE(WS-QTY-COUNT)
               MOVE 0 TO WS-QTY-GOOD(WS-QTY-COUNT)
               MOVE 0 TO WS-QTY-BAD(WS-QTY-COUNT)
               MOVE WS-QTY-COUNT TO WS-QTY-SLOT
           END-IF
           ADD 1 TO WS-RATINGS
           IF FUNCTION TRIM(WS-FB-VERDICT) = 'good'
               ADD 1 TO WS-QTY-GOOD(WS-QTY-SLOT)
           ELSE
               ADD 1 TO WS-QTY-BAD(WS-QTY-SLOT)
           END-IF.

      *> A close that died between writing history and writing the
      *> lock leaves records for a period that is still open; they
      *> are stripped so the period is never counted twice.
       REMOVE-UNFINISHED-CLOSE.
           MOVE 0 TO WS-STALE-RECORDS
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-RECORD(1:7) = WS-PERIOD
                               AND HIST-RECORD(8:1) = '|'
                           ADD 1 TO WS-STALE-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           IF WS-STALE-RECORDS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "grep -v '^"                DELIMITED SIZE
               WS-PERIOD                   DELIMITED SIZE
               "|' "                       DELIMITED SIZE
               FUNCTION TRIM(WS-HIST-PATH) DELIMITED SIZE
               " > "                       DELIMITED SIZE
               FUNCTION TRIM(WS-HIST-PATH) DELIMITED SIZE
               ".tmp; mv "                 DELIMITED SIZE
               FUNCTION TRIM(WS-HIST-PATH) DELIMITED SIZE
               ".tmp "                     DELIMITED SIZE
               FUNCTION TRIM(WS-HIST-PATH) DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       WRITE-HISTORY.
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "# monthly summary history -- written by"
                       & " MONTH-CLOSE, never edited" TO HIST-RECORD
                   WRITE HIST-RECORD
                   MOVE "# period|U|operator|department|model|"
                       & "category|calls|prompt tokens|completion"
                       & " tokens|cost" TO HIST-RECORD
                   WRITE HIST-RECORD
                   MOVE "# period|D|department|day|cost"
                       TO HIST-RECORD
                   WRITE HIST-RECORD
                   MOVE "# period|T|category|sessions|cost"
                       TO HIST-RECORD
                   WRITE HIST-RECORD
                   MOVE "# period|Q|model|prompt profile|good|bad"
                       TO HIST-RECORD
                   WRITE HIST-RECORD
               END-IF
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               PERFORM RELEASE-LEDGER-LOCK
               DISPLAY "error: could not write "
                   FUNCTION TRIM(WS-HIST-PATH)
                   " (file status " WS-HIST-STATUS ") -- "
                   WS-PERIOD " not closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               PERFORM WRITE-U-RECORD
           END-PERFORM
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 31
                   IF WS-DPT-DAY(WS-DEPT-IDX, WS-DAY-IDX) NOT = 0
                       PERFORM WRITE-D-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               PERFORM WRITE-T-RECORD
           END-PERFORM
           PERFORM VARYING WS-QTY-IDX FROM 1 BY 1
                   UNTIL WS-QTY-IDX > WS-QTY-COUNT
               PERFORM WRITE-Q-RECORD
           END-PERFORM
           CLOSE HIST-FILE.

       WRITE-U-RECORD.
           MOVE WS-SUM-CALLS(WS-SUM-IDX) TO WS-CALLS-OUT
           MOVE WS-SUM-PTOK(WS-SUM-IDX) TO WS-TOKENS-OUT
           MOVE WS-SUM-CTOK(WS-SUM-IDX) TO WS-TOKENS2-OUT
           MOVE WS-SUM-COST(WS-SUM-IDX) TO WS-COST-OUT
           MOVE SPACES TO HIST-RECORD
           STRING
               WS-PERIOD                             DELIMITED SIZE
               '|U|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-SUM-OPER(WS-SUM-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-SUM-DEPT(WS-SUM-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-SUM-MODEL(WS-SUM-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-SUM-CAT(WS-SUM-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-CALLS-OUT                          DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-TOKENS-OUT                         DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-TOKENS2-OUT                        DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-COST-OUT)            DELIMITED SIZE
               INTO HIST-RECORD
           WRITE HIST-RECORD
           ADD 1 TO WS-U-WRITTEN.

       WRITE-D-RECORD.
           MOVE WS-DPT-DAY(WS-DEPT-IDX, WS-DAY-IDX) TO WS-COST-OUT
           MOVE SPACES TO HIST-RECORD
           STRING
               WS-PERIOD                             DELIMITED SIZE
               '|D|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-DPT-NAME(WS-DEPT-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-DAY-IDX                            DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-COST-OUT)            DELIMITED SIZE
               INTO HIST-RECORD
           WRITE HIST-RECORD
           ADD 1 TO WS-D-WRITTEN.

       WRITE-T-RECORD.
           MOVE WS-CAT-SESSIONS(WS-CAT-IDX) TO WS-COUNT-OUT
           MOVE WS-CAT-SPEND(WS-CAT-IDX) TO WS-COST-OUT
           MOVE SPACES TO HIST-RECORD
           STRING
               WS-PERIOD                             DELIMITED SIZE
               '|T|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-CAT-CODE(WS-CAT-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-COUNT-OUT                          DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-COST-OUT)            DELIMITED SIZE
               INTO HIST-RECORD
           WRITE HIST-RECORD
           ADD 1 TO WS-T-WRITTEN.

       WRITE-Q-RECORD.
           MOVE WS-QTY-GOOD(WS-QTY-IDX) TO WS-COUNT-OUT
           MOVE WS-QTY-BAD(WS-QTY-IDX) TO WS-COUNT2-OUT
           MOVE SPACES TO HIST-RECORD
           STRING
               WS-PERIOD                             DELIMITED SIZE
               '|Q|'                                 DELIMITED SIZE
               FUNCTION TRIM(WS-QTY-MODEL(WS-QTY-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               FUNCTION TRIM(WS-QTY-PROFILE(WS-QTY-IDX))
                                                     DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-COUNT-OUT                          DELIMITED SIZE
               '|'                                   DELIMITED SIZE
               WS-COUNT2-OUT                         DELIMITED SIZE
               INTO HIST-RECORD
           WRITE HIST-RECORD
           ADD 1 TO WS-Q-WRITTEN.

      *> The lock line carries the period's control totals, so the
      *> figures Finance billed can be checked against it later.
       WRITE-PERIOD-LOCK.
           OPEN EXTEND LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00"
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-STATUS = "00"
                   MOVE "# closed periods -- period|closed stamp|"
                       & "closed by|calls|cost" TO LOCK-RECORD
                   WRITE LOCK-RECORD
               END-IF
           END-IF
           IF WS-LOCK-STATUS NOT = "00"
               PERFORM RELEASE-LEDGER-LOCK
               DISPLAY "error: could not write "
                   FUNCTION TRIM(WS-LOCK-PATH)
                   " (file status " WS-LOCK-STATUS ") -- "
                   WS-PERIOD " summarised but NOT locked; rerun"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TOT-CALLS TO WS-CALLS-OUT
           MOVE WS-TOT-COST TO WS-COST-OUT
           MOVE SPACES TO LOCK-RECORD
           STRING
               WS-PERIOD                    DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-STAMP                     DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-CLOSED-BY)  DELIMITED SIZE
               '|'                          DELIMITED SIZE
               WS-CALLS-OUT                 DELIMITED SIZE
               '|'                          DELIMITED SIZE
               FUNCTION TRIM(WS-COST-OUT)   DELIMITED SIZE
               INTO LOCK-RECORD
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE.

       PRINT-REPORT.
           DISPLAY "================================================="
           DISPLAY " month-end close  " WS-PERIOD
           DISPLAY " closed " WS-STAMP " by "
               FUNCTION TRIM(WS-CLOSED-BY)
           DISPLAY "================================================="
           DISPLAY " department               calls            cost"
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DPT-CALLS(WS-DEPT-IDX) TO WS-COUNT-ED
               MOVE WS-DPT-TOTAL(WS-DEPT-IDX) TO WS-COST-ED
               DISPLAY " " WS-DPT-NAME(WS-DEPT-IDX)
                   "  " WS-COUNT-ED "  " WS-COST-ED
           END-PERFORM
           IF WS-DEPT-COUNT = 0
               DISPLAY "   (no spend in the period)"
           END-IF
           MOVE WS-TOT-CALLS TO WS-COUNT-ED
           MOVE WS-TOT-COST TO WS-COST-ED
           DISPLAY " total               " "  " WS-COUNT-ED
               "  " WS-COST-ED
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-LINES-READ TO WS-COUNT-ED
           DISPLAY " ledger lines read:             "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-LINES-IN-PERIOD TO WS-COUNT-ED
           DISPLAY " ledger lines in the period:    "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-LINES-FORWARD TO WS-COUNT-ED
           DISPLAY "   posted forward into it:      "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-LINES-CORRECTING TO WS-COUNT-ED
           DISPLAY "   RERATE correcting lines:     "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-RATINGS TO WS-COUNT-ED
           DISPLAY " /rate verdicts in the period:  "
               FUNCTION TRIM(WS-COUNT-ED)
           IF WS-STALE-RECORDS > 0
               MOVE WS-STALE-RECORDS TO WS-COUNT-ED
               DISPLAY " unfinished-close records gone: "
                   FUNCTION TRIM(WS-COUNT-ED)
           END-IF
           MOVE WS-U-WRITTEN TO WS-COUNT-ED
           DISPLAY " history records written:  U   "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-D-WRITTEN TO WS-COUNT-ED
           DISPLAY "                           D   "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-T-WRITTEN TO WS-COUNT-ED
           DISPLAY "                           T   "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-Q-WRITTEN TO WS-COUNT-ED
           DISPLAY "                           Q   "
               FUNCTION TRIM(WS-COUNT-ED)
           DISPLAY " " WS-PERIOD " is closed; later postings go to the"
               " next open period"
           DISPLAY "=================================================".
