      *================================================================*
      * PROGRAM:     INVOICE-RECON                                     *
      * DESCRIPTION: Balances the provider's monthly usage export      *
      *              against our own cost ledger -- RECON balances our *
      *              three files against each other; this balances us  *
      *              against the party that bills us. The export is    *
      *              one line per usage row, comma or pipe delimited:  *
      *                date,model,prompt tokens,completion tokens,     *
      *                charge                                          *
      *              (a header row, or any row whose first field is    *
      *              not a YYYY-MM-DD date, is skipped). Both sides    *
      *              are totalled by date and model for the month --   *
      *              the month argument, else the month of the         *
      *              export's first row -- RERATE correcting lines     *
      *              included on our side. A line MONTH-CLOSE or       *
      *              RERATE posted forward out of a closed month       *
      *              (...|L or R|original date) counts on its original *
      *              date, the date the provider billed it.            *
      *              The variance report lists usage only we           *
      *              recorded, usage only they billed,                 *
      *              and matched date/model pairs whose charge differs *
      *              from ours by more than the tolerance (the         *
      *              INVOICE_TOLERANCE dollars figure in .env, default *
      *              0.01) or whose token counts disagree.             *
      *              RETURN-CODE 8 when they billed usage we have no   *
      *              record of or a charge is out past the tolerance;  *
      *              4 when only our-side-only usage or token-count    *
      *              differences remain; 0 when the invoice agrees --  *
      *              the month-end stream holds the chargeback feed on *
      *              anything but 0 until accounting signs off.        *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/invoice-recon.cob src/env-get.cob                *
      *        -o dist/invoice-recon                                   *
      *   ./dist/invoice-recon <export-file> [YYYY-MM]                 *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Lines posted forward out of a closed month     *
      *                 (|L| or |R| with an original date) count on    *
      *                 their original date                            *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE
               ASSIGN TO DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-RECORD           PIC X(400).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-EXPORT-PATH          PIC X(520).
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-EXPORT-STATUS        PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7) VALUE SPACES.
       01  WS-TOLERANCE            PIC 9(5)V99 VALUE 0.01.
       01  WS-ENV-PROFILE          PIC X(50) VALUE SPACES.
       01  WS-ENV-KEY              PIC X(100).
       01  WS-ENV-VALUE            PIC X(400).

      *> Date/model pairs from both sides. Each pair carries our
      *> totals and theirs; a side that never saw the pair keeps its
      *> seen flag 'N'.
       01  WS-PAIR-MAX             PIC 9(4) VALUE 1500.
       01  WS-PAIR-COUNT           PIC 9(4) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 1500 TIMES.
               10  WS-PR-DATE      PIC X(10).
               10  WS-PR-MODEL     PIC X(100).
               10  WS-PR-OUR-SEEN  PIC X.
               10  WS-PR-OUR-PTOK  PIC 9(11).
               10  WS-PR-OUR-CTOK  PIC 9(11).
               10  WS-PR-OUR-AMT   PIC S9(9)V9(4).
               10  WS-PR-THR-SEEN  PIC X.
               10  WS-PR-THR-PTOK  PIC 9(11).
               10  WS-PR-THR-CTOK  PIC 9(11).
               10  WS-PR-THR-AMT   PIC S9(9)V9(4).
       01  WS-PAIR-IDX             PIC 9(4).
       01  WS-PAIR-SLOT            PIC 9(4).
       01  WS-PAIR-DROPPED         PIC 9(5) VALUE 0.
       01  WS-KEY-DATE             PIC X(10).
       01  WS-KEY-MODEL            PIC X(100).

      *> Export row fields
       01  WS-EX-DATE              PIC X(20).
       01  WS-EX-MODEL             PIC X(100).
       01  WS-EX-PTOK              PIC X(20).
       01  WS-EX-CTOK              PIC X(20).
       01  WS-EX-CHARGE            PIC X(20).
       01  WS-EX-DELIM             PIC X.
       01  WS-EX-ROWS              PIC 9(7) VALUE 0.
       01  WS-EX-SKIPPED           PIC 9(7) VALUE 0.

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
       01  WS-LGR-LINES            PIC 9(7) VALUE 0.

      *> Exception counts and totals
       01  WS-EXC-OURS-ONLY        PIC 9(5) VALUE 0.
       01  WS-EXC-THEIRS-ONLY      PIC 9(5) VALUE 0.
       01  WS-EXC-AMOUNT           PIC 9(5) VALUE 0.
       01  WS-EXC-TOKENS           PIC 9(5) VALUE 0.
       01  WS-TOT-OURS             PIC S9(9)V9(4) VALUE 0.
       01  WS-TOT-THEIRS           PIC S9(9)V9(4) VALUE 0.
       01  WS-DIFF                 PIC S9(9)V9(4).
       01  WS-ABS-DIFF             PIC 9(9)V9(4).
       01  WS-AMT-FLAG             PIC X.
       01  WS-TOK-FLAG             PIC X.

      *> Edited fields
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-TOK-ED               PIC Z(10)9.
       01  WS-TOK2-ED              PIC Z(10)9.
       01  WS-AMT-ED               PIC -(8)9.9(4).
       01  WS-AMT2-ED              PIC -(8)9.9(4).
       01  WS-DIFF-ED              PIC -(8)9.9(4).
       01  WS-TOL-ED               PIC ZZZZ9.99.
       01  WS-MODEL-COL            PIC X(40).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-EXPORT-PATH
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-EXPORT-PATH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-EXPORT-PATH
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-ARG
           END-ACCEPT
           IF FUNCTION TRIM(WS-EXPORT-PATH) = SPACES
               DISPLAY "usage: invoice-recon <export-file> [YYYY-MM]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-PATHS
           MOVE "INVOICE_TOLERANCE" TO WS-ENV-KEY
           CALL "ENV-GET" USING WS-ENV-PROFILE WS-ENV-KEY WS-ENV-VALUE
           IF FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-ENV-VALUE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ENV-VALUE))
                       TO WS-TOLERANCE
               END-IF
           END-IF
           PERFORM LOAD-EXPORT
           PERFORM LOAD-LEDGER

           MOVE WS-TOLERANCE TO WS-TOL-ED
           DISPLAY "================================================="
           DISPLAY " provider invoice reconciliation  " WS-MONTH-ARG
           DISPLAY " export:    " FUNCTION TRIM(WS-EXPORT-PATH)
           DISPLAY " tolerance: " FUNCTION TRIM(WS-TOL-ED)
           DISPLAY "================================================="
           PERFORM REPORT-OURS-ONLY
           PERFORM REPORT-THEIRS-ONLY
           PERFORM REPORT-DIFFERENCES
           PERFORM PRINT-CONTROL-TOTALS
           EVALUATE TRUE
               WHEN WS-EXC-THEIRS-ONLY > 0 OR WS-EXC-AMOUNT > 0
                       OR WS-PAIR-DROPPED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXC-OURS-ONLY > 0 OR WS-EXC-TOKENS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH.

       LOAD-EXPORT.
           OPEN INPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "error: could not open export "
                   FUNCTION TRIM(WS-EXPORT-PATH)
                   " (file status " WS-EXPORT-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-EXPORT-ROW
               END-READ
           END-PERFORM
           CLOSE EXPORT-FILE
           IF WS-MONTH-ARG = SPACES
               DISPLAY "error: no dated usage rows in the export"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Quoted CSV fields lose their quotes; a charge may carry a
      *> leading currency sign, which goes too.
       LOAD-EXPORT-ROW.
           IF EXPORT-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT EXPORT-RECORD REPLACING ALL '"' BY SPACE
           INSPECT EXPORT-RECORD REPLACING ALL '$' BY SPACE
           MOVE SPACES TO WS-EX-DATE WS-EX-MODEL WS-EX-PTOK WS-EX-CTOK
               WS-EX-CHARGE
           PERFORM PICK-EXPORT-DELIMITER
           UNSTRING EXPORT-RECORD DELIMITED BY WS-EX-DELIM
               INTO WS-EX-DATE WS-EX-MODEL WS-EX-PTOK WS-EX-CTOK
                    WS-EX-CHARGE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-EX-DATE) TO WS-EX-DATE
           IF WS-EX-DATE(1:4) NOT NUMERIC OR WS-EX-DATE(5:1) NOT = '-'
                   OR WS-EX-DATE(6:2) NOT NUMERIC
                   OR WS-EX-DATE(8:1) NOT = '-'
                   OR WS-EX-DATE(9:2) NOT NUMERIC
               ADD 1 TO WS-EX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTH-ARG = SPACES
               MOVE WS-EX-DATE(1:7) TO WS-MONTH-ARG
           END-IF
           IF WS-EX-DATE(1:7) NOT = WS-MONTH-ARG
               ADD 1 TO WS-EX-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EX-DATE(1:10) TO WS-KEY-DATE
           MOVE FUNCTION TRIM(WS-EX-MODEL) TO WS-KEY-MODEL
           PERFORM FIND-PAIR-SLOT
           IF WS-PAIR-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-ROWS
           MOVE 'Y' TO WS-PR-THR-SEEN(WS-PAIR-SLOT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EX-PTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-EX-PTOK))
                   TO WS-PR-THR-PTOK(WS-PAIR-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EX-CTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-EX-CTOK))
                   TO WS-PR-THR-CTOK(WS-PAIR-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EX-CHARGE)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-EX-CHARGE))
                   TO WS-PR-THR-AMT(WS-PAIR-SLOT)
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-EX-CHARGE))
                   TO WS-TOT-THEIRS
           END-IF.

      *> A row with a pipe in it is a pipe-delimited export; anything
      *> else is taken as CSV.
       PICK-EXPORT-DELIMITER.
           MOVE 0 TO WS-PAIR-IDX
           INSPECT EXPORT-RECORD TALLYING WS-PAIR-IDX FOR ALL '|'
           IF WS-PAIR-IDX > 0
               MOVE '|' TO WS-EX-DELIM
           ELSE
               MOVE ',' TO WS-EX-DELIM
           END-IF.

       LOAD-LEDGER.
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
                       PERFORM LOAD-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       LOAD-LEDGER-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG WS-LGR-ORIG-DATE
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG WS-LGR-ORIG-DATE
           END-UNSTRING
      *>   A line posted forward out of a closed month is usage (or
      *>   a correction to usage) of its original date -- that is
      *>   the date the provider billed it under.
           IF WS-LGR-ORIG-DATE NOT = SPACES
               MOVE WS-LGR-ORIG-DATE TO WS-LGR-DATE
           END-IF
           IF FUNCTION TRIM(WS-LGR-DATE) = SPACES
                   OR WS-LGR-DATE(1:7) NOT = WS-MONTH-ARG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LGR-LINES
           MOVE WS-LGR-DATE TO WS-KEY-DATE
           MOVE WS-LGR-MODEL TO WS-KEY-MODEL
           PERFORM FIND-PAIR-SLOT
           IF WS-PAIR-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PR-OUR-SEEN(WS-PAIR-SLOT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-PTOK))
                   TO WS-PR-OUR-PTOK(WS-PAIR-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-CTOK)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-CTOK))
                   TO WS-PR-OUR-CTOK(WS-PAIR-SLOT)
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-COST)) = 0
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
                   TO WS-PR-OUR-AMT(WS-PAIR-SLOT)
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
                   TO WS-TOT-OURS
           END-IF.

       FIND-PAIR-SLOT.
           MOVE 0 TO WS-PAIR-SLOT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PR-DATE(WS-PAIR-IDX) = WS-KEY-DATE
                       AND WS-PR-MODEL(WS-PAIR-IDX) = WS-KEY-MODEL
                   MOVE WS-PAIR-IDX TO WS-PAIR-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAIR-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT >= WS-PAIR-MAX
               ADD 1 TO WS-PAIR-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-KEY-DATE TO WS-PR-DATE(WS-PAIR-COUNT)
           MOVE WS-KEY-MODEL TO WS-PR-MODEL(WS-PAIR-COUNT)
           MOVE 'N' TO WS-PR-OUR-SEEN(WS-PAIR-COUNT)
           MOVE 'N' TO WS-PR-THR-SEEN(WS-PAIR-COUNT)
           MOVE 0 TO WS-PR-OUR-PTOK(WS-PAIR-COUNT)
           MOVE 0 TO WS-PR-OUR-CTOK(WS-PAIR-COUNT)
           MOVE 0 TO WS-PR-OUR-AMT(WS-PAIR-COUNT)
           MOVE 0 TO WS-PR-THR-PTOK(WS-PAIR-COUNT)
           MOVE 0 TO WS-PR-THR-CTOK(WS-PAIR-COUNT)
           MOVE 0 TO WS-PR-THR-AMT(WS-PAIR-COUNT)
           MOVE WS-PAIR-COUNT TO WS-PAIR-SLOT.

      *> Usage we ledgered that the provider did not bill -- cheap
      *> for us, but a sign their export or our ledger is incomplete.
       REPORT-OURS-ONLY.
           DISPLAY " "
           DISPLAY " our-side only (ledgered, not on the invoice):"
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PR-OUR-SEEN(WS-PAIR-IDX) = 'Y'
                       AND WS-PR-THR-SEEN(WS-PAIR-IDX) = 'N'
                   ADD 1 TO WS-EXC-OURS-ONLY
                   MOVE WS-PR-MODEL(WS-PAIR-IDX) TO WS-MODEL-COL
                   COMPUTE WS-TOK-ED = WS-PR-OUR-PTOK(WS-PAIR-IDX)
                       + WS-PR-OUR-CTOK(WS-PAIR-IDX)
                   MOVE WS-PR-OUR-AMT(WS-PAIR-IDX) TO WS-AMT-ED
                   DISPLAY "   " WS-PR-DATE(WS-PAIR-IDX) "  "
                       WS-MODEL-COL " tokens " WS-TOK-ED
                       "  amount " WS-AMT-ED
               END-IF
           END-PERFORM
           IF WS-EXC-OURS-ONLY = 0
               DISPLAY "   (none)"
           END-IF.

      *> Usage billed that we have no record of -- the one that costs
      *> real money.
       REPORT-THEIRS-ONLY.
           DISPLAY " "
           DISPLAY " their-side only (invoiced, never ledgered):"
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PR-THR-SEEN(WS-PAIR-IDX) = 'Y'
                       AND WS-PR-OUR-SEEN(WS-PAIR-IDX) = 'N'
                   ADD 1 TO WS-EXC-THEIRS-ONLY
                   MOVE WS-PR-MODEL(WS-PAIR-IDX) TO WS-MODEL-COL
                   COMPUTE WS-TOK-ED = WS-PR-THR-PTOK(WS-PAIR-IDX)
                       + WS-PR-THR-CTOK(WS-PAIR-IDX)
                   MOVE WS-PR-THR-AMT(WS-PAIR-IDX) TO WS-AMT-ED
                   DISPLAY "   " WS-PR-DATE(WS-PAIR-IDX) "  "
                       WS-MODEL-COL " tokens " WS-TOK-ED
                       "  amount " WS-AMT-ED
               END-IF
           END-PERFORM
           IF WS-EXC-THEIRS-ONLY = 0
               DISPLAY "   (none)"
           END-IF.

      *> Pairs both sides saw: the charge is held to the tolerance,
      *> the token counts must agree exactly.
       REPORT-DIFFERENCES.
           DISPLAY " "
           DISPLAY " matched date/model with differences:"
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PR-THR-SEEN(WS-PAIR-IDX) = 'Y'
                       AND WS-PR-OUR-SEEN(WS-PAIR-IDX) = 'Y'
                   PERFORM CHECK-ONE-PAIR
               END-IF
           END-PERFORM
           IF WS-EXC-AMOUNT = 0 AND WS-EXC-TOKENS = 0
               DISPLAY "   (none)"
           END-IF.

       CHECK-ONE-PAIR.
           MOVE 'N' TO WS-AMT-FLAG WS-TOK-FLAG
           COMPUTE WS-DIFF = WS-PR-THR-AMT(WS-PAIR-IDX)
               - WS-PR-OUR-AMT(WS-PAIR-IDX)
           MOVE WS-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE 'Y' TO WS-AMT-FLAG
               ADD 1 TO WS-EXC-AMOUNT
           END-IF
           IF WS-PR-THR-PTOK(WS-PAIR-IDX)
                   NOT = WS-PR-OUR-PTOK(WS-PAIR-IDX)
                   OR WS-PR-THR-CTOK(WS-PAIR-IDX)
                       NOT = WS-PR-OUR-CTOK(WS-PAIR-IDX)
               MOVE 'Y' TO WS-TOK-FLAG
               IF WS-AMT-FLAG NOT = 'Y'
                   ADD 1 TO WS-EXC-TOKENS
               END-IF
           END-IF
           IF WS-AMT-FLAG NOT = 'Y' AND WS-TOK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-MODEL(WS-PAIR-IDX) TO WS-MODEL-COL
           DISPLAY "   " WS-PR-DATE(WS-PAIR-IDX) "  " WS-MODEL-COL
           MOVE WS-PR-OUR-PTOK(WS-PAIR-IDX) TO WS-TOK-ED
           MOVE WS-PR-THR-PTOK(WS-PAIR-IDX) TO WS-TOK2-ED
           DISPLAY "       prompt tokens      ours " WS-TOK-ED
               "  theirs " WS-TOK2-ED
           MOVE WS-PR-OUR-CTOK(WS-PAIR-IDX) TO WS-TOK-ED
           MOVE WS-PR-THR-CTOK(WS-PAIR-IDX) TO WS-TOK2-ED
           DISPLAY "       completion tokens  ours " WS-TOK-ED
               "  theirs " WS-TOK2-ED
           MOVE WS-PR-OUR-AMT(WS-PAIR-IDX) TO WS-AMT-ED
           MOVE WS-PR-THR-AMT(WS-PAIR-IDX) TO WS-AMT2-ED
           MOVE WS-DIFF TO WS-DIFF-ED
           DISPLAY "       amount             ours " WS-AMT-ED
               "  theirs " WS-AMT2-ED "  diff " WS-DIFF-ED
           IF WS-AMT-FLAG = 'Y'
               DISPLAY "       ** charge outside tolerance"
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-EX-ROWS TO WS-COUNT-ED
           DISPLAY " export rows in month:         "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-LGR-LINES TO WS-COUNT-ED
           DISPLAY " ledger lines in month:        "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EX-SKIPPED TO WS-COUNT-ED
           DISPLAY " export rows skipped:          "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-TOT-OURS TO WS-AMT-ED
           DISPLAY " ledger total:                 "
               FUNCTION TRIM(WS-AMT-ED)
           MOVE WS-TOT-THEIRS TO WS-AMT-ED
           DISPLAY " invoice total:                "
               FUNCTION TRIM(WS-AMT-ED)
           COMPUTE WS-DIFF = WS-TOT-THEIRS - WS-TOT-OURS
           MOVE WS-DIFF TO WS-DIFF-ED
           DISPLAY " invoice less ledger:          "
               FUNCTION TRIM(WS-DIFF-ED)
           MOVE WS-EXC-OURS-ONLY TO WS-COUNT-ED
           DISPLAY " our-side only pairs:          "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EXC-THEIRS-ONLY TO WS-COUNT-ED
           DISPLAY " their-side only pairs:        "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EXC-AMOUNT TO WS-COUNT-ED
           DISPLAY " charges outside tolerance:    "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-EXC-TOKENS TO WS-COUNT-ED
           DISPLAY " token-count-only differences: "
               FUNCTION TRIM(WS-COUNT-ED)
           IF WS-PAIR-DROPPED > 0
               MOVE WS-PAIR-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " row(s) not reconciled"
           END-IF
           IF WS-EXC-OURS-ONLY = 0 AND WS-EXC-THEIRS-ONLY = 0
                   AND WS-EXC-AMOUNT = 0 AND WS-EXC-TOKENS = 0
                   AND WS-PAIR-DROPPED = 0
               DISPLAY " invoice agrees with the ledger"
           ELSE
               DISPLAY " INVOICE DOES NOT AGREE -- hold the chargeback"
                   " feed for sign-off"
           END-IF
           DISPLAY "=================================================".
