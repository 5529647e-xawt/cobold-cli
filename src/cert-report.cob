      *================================================================*
      * PROGRAM:     CERT-REPORT                                       *
      * DESCRIPTION: Model certification report. Reads the results     *
      *              REGRESSION appends to certification.dat next to   *
      *              the executable (date|model|profile|P-or-F|failed  *
      *              case numbers) and prints, for each model and each *
      *              prompt profile it has been run under, where it    *
      *              stands now (its latest result, which is what      *
      *              MODEL-CERT holds unattended runs to), the date of *
      *              its last pass and of its last fail, and the cases *
      *              that last fail failed. An optional model name     *
      *              limits the report to that model.                  *
      *              RETURN-CODE 8 when there is no certification      *
      *              file; 4 when the table overflowed and the report  *
      *              is short.                                         *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/cert-report.cob -o dist/cert-report              *
      *   ./dist/cert-report [model]                                   *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE
               ASSIGN TO DYNAMIC WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE.
       01  CERT-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CERT-PATH            PIC X(520).
       01  WS-CERT-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MODEL-ARG            PIC X(100) VALUE SPACES.

      *> One entry per model and profile, in the order first met
       01  WS-CERT-MAX             PIC 9(4) VALUE 1000.
       01  WS-CERT-COUNT           PIC 9(4) VALUE 0.
       01  WS-CERT-DROPPED         PIC 9(5) VALUE 0.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 1000 TIMES.
               10  WS-CT-MODEL     PIC X(100).
               10  WS-CT-PROFILE   PIC X(50).
               10  WS-CT-RESULT    PIC X.
               10  WS-CT-LAST-PASS PIC X(10).
               10  WS-CT-LAST-FAIL PIC X(10).
               10  WS-CT-CASES     PIC X(200).
               10  WS-CT-PRINTED   PIC X.
       01  WS-CERT-IDX             PIC 9(4).
       01  WS-CERT-SLOT            PIC 9(4).
       01  WS-GROUP-IDX            PIC 9(4).

      *> One certification.dat line
       01  WS-FLD-DATE             PIC X(10).
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-PROFILE          PIC X(50).
       01  WS-FLD-RESULT           PIC X.
       01  WS-FLD-CASES            PIC X(200).
       01  WS-KEY-MODEL            PIC X(100).
       01  WS-KEY-PROFILE          PIC X(50).

      *> Control totals and print line pieces
       01  WS-LINES-READ           PIC 9(7) VALUE 0.
       01  WS-MODEL-COUNT          PIC 9(5) VALUE 0.
       01  WS-CERTIFIED            PIC 9(5) VALUE 0.
       01  WS-NOT-CERTIFIED        PIC 9(5) VALUE 0.
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-PROFILE-COL          PIC X(20).
       01  WS-STATUS-COL           PIC X(13).
       01  WS-PASS-COL             PIC X(10).
       01  WS-FAIL-COL             PIC X(10).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODEL-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODEL-ARG
           END-ACCEPT
           PERFORM RESOLVE-PATHS
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "error: could not open "
                   FUNCTION TRIM(WS-CERT-PATH)
                   " (file status " WS-CERT-STATUS ")"
                   " -- has REGRESSION been run?"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-CERT-LINE
               END-READ
           END-PERFORM
           CLOSE CERT-FILE

           DISPLAY "================================================="
           IF WS-MODEL-ARG = SPACES
               DISPLAY " model certification by prompt profile"
           ELSE
               DISPLAY " model certification by prompt profile for "
                   FUNCTION TRIM(WS-MODEL-ARG)
           END-IF
           DISPLAY " (status is the latest REGRESSION result)"
           DISPLAY "================================================="
           IF WS-CERT-COUNT = 0
               DISPLAY " (none)"
           END-IF
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-CERT-COUNT
               IF WS-CT-PRINTED(WS-GROUP-IDX) = 'N'
                   PERFORM PRINT-MODEL-GROUP
               END-IF
           END-PERFORM
           PERFORM PRINT-CONTROL-TOTALS
           IF WS-CERT-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE SPACES TO WS-CERT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "certification.dat"
               DELIMITED SIZE INTO WS-CERT-PATH.

      *> The file is appended in run order: each line becomes the
      *> pair's current result, and a pass or fail moves that date
      *> along (a fail also replacing the failed-case list).
       LOAD-CERT-LINE.
           IF CERT-RECORD = SPACES OR CERT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-DATE WS-FLD-MODEL WS-FLD-PROFILE
               WS-FLD-RESULT WS-FLD-CASES
           UNSTRING CERT-RECORD DELIMITED BY '|'
               INTO WS-FLD-DATE WS-FLD-MODEL WS-FLD-PROFILE
                    WS-FLD-RESULT WS-FLD-CASES
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-MODEL) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FLD-MODEL) TO WS-KEY-MODEL
           IF WS-MODEL-ARG NOT = SPACES
                   AND WS-KEY-MODEL NOT = FUNCTION TRIM(WS-MODEL-ARG)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ
           MOVE FUNCTION TRIM(WS-FLD-PROFILE) TO WS-KEY-PROFILE
           IF WS-KEY-PROFILE = SPACES
               MOVE '-' TO WS-KEY-PROFILE
           END-IF
           MOVE 0 TO WS-CERT-SLOT
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CT-MODEL(WS-CERT-IDX) = WS-KEY-MODEL
                       AND WS-CT-PROFILE(WS-CERT-IDX)
                           = WS-KEY-PROFILE
                   MOVE WS-CERT-IDX TO WS-CERT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CERT-SLOT = 0
               IF WS-CERT-COUNT >= WS-CERT-MAX
                   ADD 1 TO WS-CERT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CERT-COUNT
               MOVE WS-CERT-COUNT TO WS-CERT-SLOT
               MOVE WS-KEY-MODEL TO WS-CT-MODEL(WS-CERT-SLOT)
               MOVE WS-KEY-PROFILE TO WS-CT-PROFILE(WS-CERT-SLOT)
               MOVE SPACES TO WS-CT-LAST-PASS(WS-CERT-SLOT)
                   WS-CT-LAST-FAIL(WS-CERT-SLOT)
                   WS-CT-CASES(WS-CERT-SLOT)
               MOVE 'N' TO WS-CT-PRINTED(WS-CERT-SLOT)
           END-IF
           MOVE WS-FLD-RESULT TO WS-CT-RESULT(WS-CERT-SLOT)
           IF WS-FLD-RESULT = 'P'
               MOVE WS-FLD-DATE TO WS-CT-LAST-PASS(WS-CERT-SLOT)
           ELSE
               MOVE WS-FLD-DATE TO WS-CT-LAST-FAIL(WS-CERT-SLOT)
               MOVE WS-FLD-CASES TO WS-CT-CASES(WS-CERT-SLOT)
           END-IF.

      *> The model named by entry WS-GROUP-IDX, then one line for
      *> every profile it has been run under.
       PRINT-MODEL-GROUP.
           ADD 1 TO WS-MODEL-COUNT
           DISPLAY " "
           DISPLAY " " FUNCTION TRIM(WS-CT-MODEL(WS-GROUP-IDX))
           DISPLAY "   profile              status        last pass"
               "   last fail   failed cases"
           PERFORM VARYING WS-CERT-IDX FROM WS-GROUP-IDX BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CT-MODEL(WS-CERT-IDX)
                       = WS-CT-MODEL(WS-GROUP-IDX)
                   PERFORM PRINT-PROFILE-LINE
               END-IF
           END-PERFORM.

       PRINT-PROFILE-LINE.
           MOVE 'Y' TO WS-CT-PRINTED(WS-CERT-IDX)
           MOVE WS-CT-PROFILE(WS-CERT-IDX) TO WS-PROFILE-COL
           IF WS-CT-RESULT(WS-CERT-IDX) = 'P'
               MOVE "CERTIFIED" TO WS-STATUS-COL
               ADD 1 TO WS-CERTIFIED
           ELSE
               MOVE "NOT CERTIFIED" TO WS-STATUS-COL
               ADD 1 TO WS-NOT-CERTIFIED
           END-IF
           MOVE WS-CT-LAST-PASS(WS-CERT-IDX) TO WS-PASS-COL
           IF WS-PASS-COL = SPACES
               MOVE "never" TO WS-PASS-COL
           END-IF
           MOVE WS-CT-LAST-FAIL(WS-CERT-IDX) TO WS-FAIL-COL
           IF WS-FAIL-COL = SPACES
               MOVE "never" TO WS-FAIL-COL
           END-IF
           DISPLAY "   " WS-PROFILE-COL " " WS-STATUS-COL " "
               WS-PASS-COL "  " WS-FAIL-COL "  "
               FUNCTION TRIM(WS-CT-CASES(WS-CERT-IDX)).

       PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-LINES-READ TO WS-COUNT-ED
           DISPLAY " result lines read:            "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-MODEL-COUNT TO WS-COUNT-ED
           DISPLAY " models:                       "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-CERTIFIED TO WS-COUNT-ED
           DISPLAY " profiles certified:           "
               FUNCTION TRIM(WS-COUNT-ED)
           MOVE WS-NOT-CERTIFIED TO WS-COUNT-ED
           DISPLAY " profiles not certified:       "
               FUNCTION TRIM(WS-COUNT-ED)
           IF WS-CERT-DROPPED > 0
               MOVE WS-CERT-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- "
                   FUNCTION TRIM(WS-COUNT-ED)
                   " result line(s) for further pairs not reported"
           END-IF
           DISPLAY "=================================================".
