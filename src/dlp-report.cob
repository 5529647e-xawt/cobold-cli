      *================================================================*
      * PROGRAM:     DLP-REPORT                                        *
      * DESCRIPTION: Outbound data-loss report over dlp.log -- the     *
      *              hits DLP-CHECK recorded against prompts and tool  *
      *              results on their way to the provider, counted by  *
      *              operator, rule and source (typed input, or the    *
      *              tool whose result it was), masked and blocked     *
      *              apart, with the totals at the bottom. The period  *
      *              is a YYYY-MM month or a YYYY-MM-DD day, the       *
      *              current month when no argument is given.          *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/dlp-report.cob -o dist/dlp-report                *
      *   ./dist/dlp-report [YYYY-MM | YYYY-MM-DD]                     *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLP-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLP-FILE
               ASSIGN TO DYNAMIC WS-DLP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DLP-FILE.
       01  DLP-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-DLP-PATH             PIC X(520).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-PERIOD               PIC X(10).
       01  WS-PERIOD-LEN           PIC 9(2).
       01  WS-TODAY                PIC 9(8).

      *> Counts by operator, rule and source
       01  WS-TAL-MAX              PIC 9(3) VALUE 300.
       01  WS-TAL-COUNT            PIC 9(3) VALUE 0.
       01  WS-TAL-TABLE.
           05  WS-TAL-ENTRY OCCURS 300 TIMES.
               10  WS-TAL-OPERATOR PIC X(8).
               10  WS-TAL-RULE     PIC X(20).
               10  WS-TAL-SOURCE   PIC X(24).
               10  WS-TAL-MASKED   PIC 9(6).
               10  WS-TAL-BLOCKED  PIC 9(6).
       01  WS-TAL-IDX              PIC 9(3).
       01  WS-TAL-SLOT             PIC 9(3).
       01  WS-TOT-MASKED           PIC 9(6) VALUE 0.
       01  WS-TOT-BLOCKED          PIC 9(6) VALUE 0.
       01  WS-SKIPPED              PIC 9(6) VALUE 0.
       01  WS-MASKED-ED            PIC ZZZZZZ9.
       01  WS-BLOCKED-ED           PIC ZZZZZZ9.

      *> dlp.log line fields
       01  WS-HIT-STAMP            PIC X(19).
       01  WS-HIT-OPERATOR         PIC X(8).
       01  WS-HIT-RULE             PIC X(20).
       01  WS-HIT-SOURCE           PIC X(24).
       01  WS-HIT-ACTION           PIC X(5).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-PERIOD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD
           END-ACCEPT
           IF FUNCTION TRIM(WS-PERIOD) = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
                   DELIMITED SIZE
                   INTO WS-PERIOD
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PERIOD))
               TO WS-PERIOD-LEN
           IF (WS-PERIOD-LEN NOT = 7 AND NOT = 10)
                   OR WS-PERIOD(5:1) NOT = '-'
               DISPLAY "usage: dlp-report [YYYY-MM | YYYY-MM-DD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-DLP-PATH
           OPEN INPUT DLP-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "no outbound DLP log found -- no rule has"
                   " fired yet, or none is set up"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DLP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-HIT
               END-READ
           END-PERFORM
           CLOSE DLP-FILE

           DISPLAY "================================================="
               "=========================="
           DISPLAY " outbound DLP report for " FUNCTION TRIM(WS-PERIOD)
           DISPLAY " operator rule                 source           "
               "         masked blocked"
           DISPLAY " -------- -------------------- -----------------"
               "------- ------- -------"
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               MOVE WS-TAL-MASKED(WS-TAL-IDX) TO WS-MASKED-ED
               MOVE WS-TAL-BLOCKED(WS-TAL-IDX) TO WS-BLOCKED-ED
               DISPLAY " " WS-TAL-OPERATOR(WS-TAL-IDX)
                   " " WS-TAL-RULE(WS-TAL-IDX)
                   " " WS-TAL-SOURCE(WS-TAL-IDX)
                   " " WS-MASKED-ED " " WS-BLOCKED-ED
           END-PERFORM
           MOVE WS-TOT-MASKED TO WS-MASKED-ED
           MOVE WS-TOT-BLOCKED TO WS-BLOCKED-ED
           DISPLAY " -------- -------------------- -----------------"
               "------- ------- -------"
           DISPLAY " total                                          "
               "        " WS-MASKED-ED " " WS-BLOCKED-ED
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-MASKED-ED
               DISPLAY " (" FUNCTION TRIM(WS-MASKED-ED)
                   " hit(s) past the table's "
                   WS-TAL-MAX " combinations not itemized)"
           END-IF
           DISPLAY "================================================="
               "=========================="
           STOP RUN.

       RESOLVE-DLP-PATH.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./dlp.log" TO WS-DLP-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "dlp.log" DELIMITED SIZE INTO WS-DLP-PATH
           END-IF.

       TALLY-HIT.
           MOVE SPACES TO WS-HIT-STAMP WS-HIT-OPERATOR WS-HIT-RULE
               WS-HIT-SOURCE WS-HIT-ACTION
           UNSTRING DLP-RECORD DELIMITED BY '|'
               INTO WS-HIT-STAMP WS-HIT-OPERATOR WS-HIT-RULE
                    WS-HIT-SOURCE WS-HIT-ACTION
           END-UNSTRING
           IF WS-HIT-STAMP(1:WS-PERIOD-LEN)
                   NOT = WS-PERIOD(1:WS-PERIOD-LEN)
               EXIT PARAGRAPH
           END-IF
           IF WS-HIT-ACTION = 'BLOCK'
               ADD 1 TO WS-TOT-BLOCKED
           ELSE
               ADD 1 TO WS-TOT-MASKED
           END-IF
           MOVE 0 TO WS-TAL-SLOT
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               IF WS-TAL-OPERATOR(WS-TAL-IDX) = WS-HIT-OPERATOR
                       AND WS-TAL-RULE(WS-TAL-IDX) = WS-HIT-RULE
                       AND WS-TAL-SOURCE(WS-TAL-IDX) = WS-HIT-SOURCE
                   MOVE WS-TAL-IDX TO WS-TAL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TAL-SLOT = 0
               IF WS-TAL-COUNT >= WS-TAL-MAX
                   ADD 1 TO WS-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TAL-COUNT
               MOVE WS-TAL-COUNT TO WS-TAL-SLOT
               MOVE WS-HIT-OPERATOR TO WS-TAL-OPERATOR(WS-TAL-SLOT)
               MOVE WS-HIT-RULE TO WS-TAL-RULE(WS-TAL-SLOT)
               MOVE WS-HIT-SOURCE TO WS-TAL-SOURCE(WS-TAL-SLOT)
               MOVE 0 TO WS-TAL-MASKED(WS-TAL-SLOT)
                   WS-TAL-BLOCKED(WS-TAL-SLOT)
           END-IF
           IF WS-HIT-ACTION = 'BLOCK'
               ADD 1 TO WS-TAL-BLOCKED(WS-TAL-SLOT)
           ELSE
               ADD 1 TO WS-TAL-MASKED(WS-TAL-SLOT)
           END-IF.
