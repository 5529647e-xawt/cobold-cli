      *================================================================*
      * PROGRAM:     RERATE                                            *
      * DESCRIPTION: Re-prices a date range of cost-ledger.dat against *
      *              the effective-dated prices.dat, for when a rate   *
      *              change was loaded late or wrong. Every call line  *
      *              in the range is priced again from the token       *
      *              counts already on it, at the rate in force on    *
      *              its own date. History is never edited: where the  *
      *              booked amount for a date|session|operator|model   *
      *              group (the original lines plus any correcting     *
      *              lines an earlier rerun wrote) differs from the    *
      *              re-priced amount, one correcting line is appended *
      *              for the difference --                             *
      *                date|session|operator|model|000000|000000|      *
      *                  signed-amount|R                               *
      *              on the original date, so CHARGEBACK, SPEND-       *
      *              PROJECTION and the budget replay pick it up in    *
      *              the right month, and a second run over the same   *
      *              range nets to nothing. A correction for a month   *
      *              MONTH-CLOSE has closed posts instead to the first *
      *              day of the next open period with the original     *
      *              date after the flag (...|R|original date), and a  *
      *              line carrying an original date -- posted forward  *
      *              by COST-LEDGER or an earlier rerun -- is re-rated *
      *              and grouped on that date. Correcting lines carry  *
      *              no tokens and are not calls. A model with no rate *
      *              in force on a line's date is left as booked and   *
      *              counted. The report gives before/after/variance   *
      *              by model. --trial prints the report and writes    *
      *              nothing. RETURN-CODE 4 when corrections were (or  *
      *              in trial, would be) posted, 8 when the group      *
      *              table overflowed and nothing was posted.          *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/rerate.cob src/file-lock.cob                     *
      *        src/period-lock.cob -o dist/rerate                      *
      *   ./dist/rerate <from YYYY-MM-DD> [to YYYY-MM-DD] [--trial]    *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Corrections for a closed period post forward   *
      *                 to the next open one; forwarded lines re-rate  *
      *                 on their original date                         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-FILE
               ASSIGN TO DYNAMIC WS-PRICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-FILE.
       01  PRICE-RECORD            PIC X(200).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PRICE-PATH           PIC X(520).
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-PRICE-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-ARG                  PIC X(20).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-TRIAL                PIC X VALUE 'N'.

      *> The effective-dated price table, COST-LEDGER's layout
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
       01  WS-LINE-PTOK            PIC 9(6).
       01  WS-LINE-CTOK            PIC 9(6).
       01  WS-LINE-BOOKED          PIC S9(5)V9(4).
       01  WS-LINE-RERATED         PIC S9(5)V9(4).

      *> Booking groups -- one correcting line per group nets the
      *> group's booked total (originals plus earlier corrections)
      *> to its re-priced total.
       01  WS-GRP-MAX              PIC 9(4) VALUE 2000.
       01  WS-GRP-COUNT            PIC 9(4) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  WS-GRP-DATE     PIC X(10).
               10  WS-GRP-SESSION  PIC X(9).
               10  WS-GRP-OPERATOR PIC X(8).
               10  WS-GRP-MODEL    PIC X(100).
               10  WS-GRP-BOOKED   PIC S9(7)V9(4).
               10  WS-GRP-RERATED  PIC S9(7)V9(4).
       01  WS-GRP-IDX              PIC 9(4).
       01  WS-GRP-SLOT             PIC 9(4).
       01  WS-GRP-DROPPED          PIC 9(5) VALUE 0.
       01  WS-GRP-DELTA            PIC S9(7)V9(4).

      *> Variance by model
       01  WS-MDL-COUNT            PIC 9(2) VALUE 0.
       01  WS-MDL-TABLE.
           05  WS-MDL-ENTRY OCCURS 50 TIMES.
               10  WS-MDL-NAME     PIC X(100).
               10  WS-MDL-LINES    PIC 9(7).
               10  WS-MDL-BEFORE   PIC S9(7)V9(4).
               10  WS-MDL-AFTER    PIC S9(7)V9(4).
               10  WS-MDL-UNPRICED PIC 9(7).
       01  WS-MDL-IDX              PIC 9(2).
       01  WS-MDL-SLOT             PIC 9(2).
       01  WS-MDL-DROPPED          PIC 9(5) VALUE 0.

      *> Control totals
       01  WS-LINES-READ           PIC 9(7) VALUE 0.
       01  WS-LINES-IN-RANGE       PIC 9(7) VALUE 0.
       01  WS-CORR-IN-RANGE        PIC 9(7) VALUE 0.
       01  WS-UNPRICED             PIC 9(7) VALUE 0.
       01  WS-CORR-WRITTEN         PIC 9(7) VALUE 0.
       01  WS-CORR-FORWARD         PIC 9(7) VALUE 0.
       01  WS-TOT-BEFORE           PIC S9(7)V9(4) VALUE 0.
       01  WS-TOT-AFTER            PIC S9(7)V9(4) VALUE 0.
       01  WS-TOT-VARIANCE         PIC S9(7)V9(4) VALUE 0.

      *> Edited fields
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-BEFORE-ED            PIC -(7)9.9(4).
       01  WS-AFTER-ED             PIC -(7)9.9(4).
       01  WS-VAR-ED               PIC -(7)9.9(4).
       01  WS-DELTA-ED             PIC -9(5).9(4).
       01  WS-MODEL-COL            PIC X(40).

      *> A correction for a closed month posts to the next open one
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-PERIOD            PIC X(7).
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-CORR-DATE            PIC X(10).
       01  WS-CORR-SUFFIX          PIC X(14).

      *> Enqueue on the ledger before appending, COST-LEDGER's way
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30).
       01  WS-FL-STATUS            PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           IF WS-FROM-DATE = SPACES
               DISPLAY "usage: rerate <from YYYY-MM-DD>"
                   " [to YYYY-MM-DD] [--trial]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-PRICE-TABLE
           IF WS-PRICE-COUNT = 0
               DISPLAY "error: no prices loaded from "
                   FUNCTION TRIM(WS-PRICE-PATH)
                   " -- nothing to re-rate against"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LEDGER-RANGE

           DISPLAY "================================================="
           DISPLAY " cost ledger re-rating  " WS-FROM-DATE
               " to " WS-TO-DATE
           IF WS-TRIAL = 'Y'
               DISPLAY " TRIAL RUN -- no correcting lines written"
           END-IF
           DISPLAY "================================================="
           IF WS-GRP-DROPPED > 0 OR WS-MDL-DROPPED > 0
               PERFORM PRINT-MODEL-VARIANCE
               PERFORM PRINT-CONTROL-TOTALS
               DISPLAY " TABLE FULL -- nothing posted; narrow the"
                   " date range"
               DISPLAY "========================================"
                   "========="
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIAL NOT = 'Y'
               PERFORM POST-CORRECTIONS
           ELSE
               PERFORM COUNT-CORRECTIONS
           END-IF
           PERFORM PRINT-MODEL-VARIANCE
           PERFORM PRINT-CONTROL-TOTALS
           DISPLAY "================================================="
           IF WS-CORR-WRITTEN > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-ARGS.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 3
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--trial'
                       MOVE 'Y' TO WS-TRIAL
                   WHEN WS-FROM-DATE = SPACES
                       MOVE WS-ARG(1:10) TO WS-FROM-DATE
                   WHEN OTHER
                       MOVE WS-ARG(1:10) TO WS-TO-DATE
               END-EVALUATE
           END-PERFORM.

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
           MOVE SPACES TO WS-PRICE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "prices.dat"
               DELIMITED SIZE INTO WS-PRICE-PATH
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH.

      *> prices.dat: model|prompt-per-1K|completion-per-1K|effective-
      *> from, '#' for comments; a line with no effective-from date
      *> has been in force since the beginning of time.
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

       LOAD-LEDGER-RANGE.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "warning: could not open "
                   FUNCTION TRIM(WS-LEDGER-PATH)
                   " (file status " WS-LEDGER-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM RERATE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       RERATE-ONE-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG WS-LGR-ORIG-DATE
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG WS-LGR-ORIG-DATE
           END-UNSTRING
      *>   A line posted forward out of a closed month belongs, for
      *>   pricing and grouping, to the date it was incurred.
           IF WS-LGR-ORIG-DATE NOT = SPACES
               MOVE WS-LGR-ORIG-DATE TO WS-LGR-DATE
           END-IF
           IF FUNCTION TRIM(WS-LGR-DATE) = SPACES
                   OR WS-LGR-DATE < WS-FROM-DATE
                   OR WS-LGR-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINE-BOOKED
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-COST)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
                   TO WS-LINE-BOOKED
           END-IF
           PERFORM FIND-GROUP-SLOT
           PERFORM FIND-MODEL-SLOT
           IF WS-GRP-SLOT = 0 OR WS-MDL-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-LINE-BOOKED TO WS-GRP-BOOKED(WS-GRP-SLOT)
           ADD WS-LINE-BOOKED TO WS-MDL-BEFORE(WS-MDL-SLOT)
           ADD WS-LINE-BOOKED TO WS-TOT-BEFORE
      *>   An earlier correction is part of what was booked; it has
      *>   no tokens of its own to re-price.
           IF FUNCTION TRIM(WS-LGR-FLAG) = 'R'
               ADD 1 TO WS-CORR-IN-RANGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IN-RANGE
           ADD 1 TO WS-MDL-LINES(WS-MDL-SLOT)
           MOVE 0 TO WS-LINE-PTOK WS-LINE-CTOK
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-PTOK))
                   TO WS-LINE-PTOK
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-CTOK)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-CTOK))
                   TO WS-LINE-CTOK
           END-IF
           PERFORM FIND-RATE-IN-FORCE
           IF WS-PRICE-SLOT = 0
               ADD 1 TO WS-UNPRICED
               ADD 1 TO WS-MDL-UNPRICED(WS-MDL-SLOT)
               MOVE WS-LINE-BOOKED TO WS-LINE-RERATED
           ELSE
               COMPUTE WS-LINE-RERATED ROUNDED =
                   (WS-LINE-PTOK * WS-PRICE-PROMPT(WS-PRICE-SLOT)
                   + WS-LINE-CTOK * WS-PRICE-COMPLETION(WS-PRICE-SLOT))
                   / 1000
           END-IF
           ADD WS-LINE-RERATED TO WS-GRP-RERATED(WS-GRP-SLOT)
           ADD WS-LINE-RERATED TO WS-MDL-AFTER(WS-MDL-SLOT)
           ADD WS-LINE-RERATED TO WS-TOT-AFTER.

      *> Latest effective-from date not after the line's date.
       FIND-RATE-IN-FORCE.
           MOVE 0 TO WS-PRICE-SLOT
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > WS-PRICE-COUNT
               IF WS-PRICE-MODEL(WS-PRICE-IDX) = WS-LGR-MODEL
                       AND WS-PRICE-FROM(WS-PRICE-IDX) <= WS-LGR-DATE
                   IF WS-PRICE-SLOT = 0
                       MOVE WS-PRICE-IDX TO WS-PRICE-SLOT
                   ELSE
                       IF WS-PRICE-FROM(WS-PRICE-IDX)
                               >= WS-PRICE-FROM(WS-PRICE-SLOT)
                           MOVE WS-PRICE-IDX TO WS-PRICE-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-GROUP-SLOT.
           MOVE 0 TO WS-GRP-SLOT
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-COUNT BY -1
                   UNTIL WS-GRP-IDX < 1
               IF WS-GRP-DATE(WS-GRP-IDX) = WS-LGR-DATE
                       AND WS-GRP-SESSION(WS-GRP-IDX) = WS-LGR-SESSION
                       AND WS-GRP-OPERATOR(WS-GRP-IDX)
                           = WS-LGR-OPERATOR
                       AND WS-GRP-MODEL(WS-GRP-IDX) = WS-LGR-MODEL
                   MOVE WS-GRP-IDX TO WS-GRP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-COUNT >= WS-GRP-MAX
               ADD 1 TO WS-GRP-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-LGR-DATE TO WS-GRP-DATE(WS-GRP-COUNT)
           MOVE WS-LGR-SESSION TO WS-GRP-SESSION(WS-GRP-COUNT)
           MOVE WS-LGR-OPERATOR TO WS-GRP-OPERATOR(WS-GRP-COUNT)
           MOVE WS-LGR-MODEL TO WS-GRP-MODEL(WS-GRP-COUNT)
           MOVE 0 TO WS-GRP-BOOKED(WS-GRP-COUNT)
           MOVE 0 TO WS-GRP-RERATED(WS-GRP-COUNT)
           MOVE WS-GRP-COUNT TO WS-GRP-SLOT.

       FIND-MODEL-SLOT.
           MOVE 0 TO WS-MDL-SLOT
           PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                   UNTIL WS-MDL-IDX > WS-MDL-COUNT
               IF WS-MDL-NAME(WS-MDL-IDX) = WS-LGR-MODEL
                   MOVE WS-MDL-IDX TO WS-MDL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MDL-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MDL-COUNT >= 50
               ADD 1 TO WS-MDL-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MDL-COUNT
           MOVE WS-LGR-MODEL TO WS-MDL-NAME(WS-MDL-COUNT)
           MOVE 0 TO WS-MDL-LINES(WS-MDL-COUNT)
           MOVE 0 TO WS-MDL-BEFORE(WS-MDL-COUNT)
           MOVE 0 TO WS-MDL-AFTER(WS-MDL-COUNT)
           MOVE 0 TO WS-MDL-UNPRICED(WS-MDL-COUNT)
           MOVE WS-MDL-COUNT TO WS-MDL-SLOT.

       COUNT-CORRECTIONS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-RERATED(WS-GRP-IDX)
                       NOT = WS-GRP-BOOKED(WS-GRP-IDX)
                   ADD 1 TO WS-CORR-WRITTEN
               END-IF
           END-PERFORM.

      *> All corrections go out under one hold of the ledger lock.
       POST-CORRECTIONS.
           MOVE 'A' TO WS-FL-ACTION
           MOVE 'ledger' TO WS-FL-RESOURCE
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY " error: could not take the ledger lock --"
                   " nothing posted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY " error: could not extend "
                   FUNCTION TRIM(WS-LEDGER-PATH)
                   " (file status " WS-LEDGER-STATUS ")"
               MOVE 'R' TO WS-FL-ACTION
               CALL "FILE-LOCK" USING
                   WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-RERATED(WS-GRP-IDX)
                       NOT = WS-GRP-BOOKED(WS-GRP-IDX)
                   PERFORM WRITE-CORRECTING-LINE
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

      *> A group dated into a closed period keeps its date after the
      *> flag and posts on the first day of the next open period, so
      *> a billed month is never changed and the next rerun still
      *> nets the correction against its group.
       WRITE-CORRECTING-LINE.
           COMPUTE WS-GRP-DELTA = WS-GRP-RERATED(WS-GRP-IDX)
               - WS-GRP-BOOKED(WS-GRP-IDX)
           MOVE WS-GRP-DELTA TO WS-DELTA-ED
           MOVE WS-GRP-DATE(WS-GRP-IDX) TO WS-CORR-DATE
           MOVE SPACES TO WS-CORR-SUFFIX
           MOVE 'P' TO WS-PL-ACTION
           MOVE WS-GRP-DATE(WS-GRP-IDX)(1:7) TO WS-PL-PERIOD
           CALL "PERIOD-LOCK" USING
               WS-PL-ACTION WS-PL-PERIOD WS-PL-ANSWER
               WS-PL-OPEN-PERIOD
           IF WS-PL-ANSWER = 'Y'
               MOVE SPACES TO WS-CORR-DATE
               STRING WS-PL-OPEN-PERIOD '-01'
                   DELIMITED SIZE INTO WS-CORR-DATE
               STRING '|' WS-GRP-DATE(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-CORR-SUFFIX
               ADD 1 TO WS-CORR-FORWARD
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           STRING
               WS-CORR-DATE                     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               WS-GRP-SESSION(WS-GRP-IDX)       DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-GRP-OPERATOR(WS-GRP-IDX))
                                                DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-GRP-MODEL(WS-GRP-IDX))
                                                DELIMITED SIZE
               '|000000|000000|'                DELIMITED SIZE
               FUNCTION TRIM(WS-DELTA-ED)       DELIMITED SIZE
               '|R'                             DELIMITED SIZE
               WS-CORR-SUFFIX                   DELIMITED SPACE
               INTO LEDGER-RECORD
           WRITE LEDGER-RECORD
           ADD 1 TO WS-CORR-WRITTEN.

       PRINT-MODEL-VARIANCE.
           DISPLAY " "
           DISPLAY " model                                      calls"
               "        before         after      variance"
           PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                   UNTIL WS-MDL-IDX > WS-MDL-COUNT
               MOVE WS-MDL-NAME(WS-MDL-IDX) TO WS-MODEL-COL
               MOVE WS-MDL-LINES(WS-MDL-IDX) TO WS-COUNT-ED
               MOVE WS-MDL-BEFORE(WS-MDL-IDX) TO WS-BEFORE-ED
               MOVE WS-MDL-AFTER(WS-MDL-IDX) TO WS-AFTER-ED
               COMPUTE WS-TOT-VARIANCE = WS-MDL-AFTER(WS-MDL-IDX)
                   - WS-MDL-BEFORE(WS-MDL-IDX)
               MOVE WS-TOT-VARIANCE TO WS-VAR-ED
               DISPLAY " " WS-MODEL-COL " " WS-COUNT-ED
                   " " WS-BEFORE-ED " " WS-AFTER-ED " " WS-VAR-ED
               IF WS-MDL-UNPRICED(WS-MDL-IDX) > 0
                   MOVE WS-MDL-UNPRICED(WS-MDL-IDX) TO WS-COUNT-ED
                   DISPLAY "   " FUNCTION TRIM(WS-COUNT-ED)
                       " call(s) with no rate in force -- left as"
                       " booked"
               END-IF
           END-PERFORM
           IF WS-MDL-COUNT = 0
               DISPLAY "   (no ledger lines in range)"
           END-IF
           COMPUTE WS-TOT-VARIANCE = WS-TOT-AFTER - WS-TOT-BEFORE
           MOVE WS-TOT-BEFORE TO WS-BEFORE-ED
           MOVE WS-TOT-AFTER TO WS-AFTER-ED
           MOVE WS-TOT-VARIANCE TO WS-VAR-ED
           MOVE WS-LINES-IN-RANGE TO WS-COUNT-ED
           MOVE 'TOTAL' TO WS-MODEL-COL
           DISPLAY " " WS-MODEL-COL " " WS-COUNT-ED
               " " WS-BEFORE-ED " " WS-AFTER-ED " " WS-VAR-ED.

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-LINES-READ TO WS-COUNT-ED
           DISPLAY " ledger lines read:           "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-LINES-IN-RANGE TO WS-COUNT-ED
           DISPLAY " call lines re-rated:         "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-CORR-IN-RANGE TO WS-COUNT-ED
           DISPLAY " earlier corrections netted:  "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-UNPRICED TO WS-COUNT-ED
           DISPLAY " calls with no rate in force: "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-CORR-WRITTEN TO WS-COUNT-ED
           IF WS-TRIAL = 'Y'
               DISPLAY " correcting lines (trial):    "
                   FUNCTION TRIM(WS-COUNT-ED)
           ELSE
               DISPLAY " correcting lines written:    "
                   FUNCTION TRIM(WS-COUNT-ED)
               MOVE WS-CORR-FORWARD TO WS-COUNT-ED
               DISPLAY "   posted forward (closed):   "
                   FUNCTION TRIM(WS-COUNT-ED)
           END-IF
           IF WS-GRP-DROPPED > 0
               MOVE WS-GRP-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " line(s) beyond the group table"
           END-IF
           IF WS-MDL-DROPPED > 0
               MOVE WS-MDL-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " line(s) beyond the model table"
           END-IF.
