      *================================================================*
      * PROGRAM:     QA-SCORECARD                                      *
      * DESCRIPTION: Monthly supervisor QA scorecard. For the month    *
      *              (the current one when no YYYY-MM argument is      *
      *              given) it takes the exchanges QA-SAMPLE queued in *
      *              qa-queue.dat dated in the month and the scores    *
      *              QA-REVIEW recorded against them in                *
      *              qa-reviews.dat, and prints by operator, by        *
      *              prompt profile and by model the exchanges scored  *
      *              and the average accuracy, policy adherence and    *
      *              usefulness marks (1-5) and their overall mean --  *
      *              next to the same operators', profiles' and        *
      *              models' own /rate verdicts for the month from     *
      *              feedback.dat (good, bad, percent good). A /rate   *
      *              line carries no operator; it is put to one        *
      *              through the audit record it judged, '-' when that *
      *              record has gone to the archive. feedback.dat is   *
      *              never purged, so a closed month reports the same  *
      *              way as an open one. The heading shows how much    *
      *              of the month's sample is still open. RETURN-CODE  *
      *              8 when the month is unusable.                     *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/qa-scorecard.cob -o dist/qa-scorecard            *
      *   ./dist/qa-scorecard [YYYY-MM]                                *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QA-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT QUEUE-FILE
               ASSIGN TO DYNAMIC WS-QUEUE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT REVIEW-FILE
               ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT FB-FILE
               ASSIGN TO DYNAMIC WS-FB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-KEY-SESSION   PIC 9(9).
               10  AUDIT-KEY-SEQ       PIC 9(5).
           05  AUDIT-STAMP             PIC X(19).
           05  AUDIT-ROLE              PIC X(20).
           05  AUDIT-CONTENT           PIC X(2800).
           05  AUDIT-REDACTIONS        PIC 9(3).
           05  AUDIT-OPERATOR          PIC X(8).
           05  AUDIT-CHAIN             PIC 9(9).
       FD  QUEUE-FILE.
       01  QUEUE-RECORD                PIC X(400).
       FD  REVIEW-FILE.
       01  REVIEW-RECORD               PIC X(400).
       FD  FB-FILE.
       01  FB-RECORD                   PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-LOG-PATH             PIC X(520).
       01  WS-QUEUE-PATH           PIC X(520).
       01  WS-REVIEW-PATH          PIC X(520).
       01  WS-FB-PATH              PIC X(520).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-REVIEW-STATUS        PIC XX.
       01  WS-FB-STATUS            PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-AUDIT-OPEN           PIC X VALUE 'N'.

      *> The month
       01  WS-MONTH-ARG            PIC X(20).
       01  WS-TODAY                PIC 9(8).

      *> The month's queued exchanges
       01  WS-QI-COUNT             PIC 9(5) VALUE 0.
       01  WS-QI-TABLE.
           05  WS-QI-ENTRY OCCURS 5000 TIMES.
               10  WS-QI-SESSION   PIC 9(9).
               10  WS-QI-RSEQ      PIC 9(5).
               10  WS-QI-OPERATOR  PIC X(8).
               10  WS-QI-MODEL     PIC X(60).
               10  WS-QI-PROFILE   PIC X(50).
               10  WS-QI-DONE      PIC X.
       01  WS-QI-IDX               PIC 9(5).
       01  WS-QI-SLOT              PIC 9(5).
       01  WS-QF-STAMP             PIC X(19).
       01  WS-QF-DATE              PIC X(10).
       01  WS-QF-SESSION           PIC X(9).
       01  WS-QF-QSEQ              PIC X(5).
       01  WS-QF-RSEQ              PIC X(5).
       01  WS-QF-OPERATOR          PIC X(8).
       01  WS-QF-MODEL             PIC X(60).
       01  WS-QF-PROFILE           PIC X(50).

      *> A score line
       01  WS-RF-STAMP             PIC X(19).
       01  WS-RF-SESSION           PIC X(9).
       01  WS-RF-RSEQ              PIC X(5).
       01  WS-RF-REVIEWER          PIC X(8).
       01  WS-RF-ACCURACY          PIC X(3).
       01  WS-RF-POLICY            PIC X(3).
       01  WS-RF-USEFUL            PIC X(3).
       01  WS-SCORED-COUNT         PIC 9(5) VALUE 0.

      *> A /rate line
       01  WS-FB-STAMP             PIC X(19).
       01  WS-FB-SESSION           PIC X(9).
       01  WS-FB-SEQ               PIC X(6).
       01  WS-FB-MODEL             PIC X(100).
       01  WS-FB-PROFILE           PIC X(50).
       01  WS-FB-VERDICT           PIC X(10).
       01  WS-FB-OPERATOR          PIC X(8).

      *> Rollups -- kind O operator, P prompt profile, M model
       01  WS-GR-MAX               PIC 9(3) VALUE 300.
       01  WS-GR-COUNT             PIC 9(3) VALUE 0.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 300 TIMES.
               10  WS-GR-KIND      PIC X.
               10  WS-GR-NAME      PIC X(60).
               10  WS-GR-SCORED    PIC 9(5).
               10  WS-GR-SUM-ACC   PIC 9(6).
               10  WS-GR-SUM-POL   PIC 9(6).
               10  WS-GR-SUM-USE   PIC 9(6).
               10  WS-GR-GOOD      PIC 9(6).
               10  WS-GR-BAD       PIC 9(6).
       01  WS-GR-IDX               PIC 9(3).
       01  WS-GR-SLOT              PIC 9(3).
       01  WS-GR-WANT-KIND         PIC X.
       01  WS-GR-WANT-NAME         PIC X(60).
       01  WS-ADD-SCORED           PIC 9.
       01  WS-ADD-ACC              PIC 9.
       01  WS-ADD-POL              PIC 9.
       01  WS-ADD-USE              PIC 9.
       01  WS-ADD-GOOD             PIC 9.
       01  WS-ADD-BAD              PIC 9.

      *> Edited report fields
       01  WS-AVG                  PIC 9V9.
       01  WS-AVG-ED               PIC 9.9.
       01  WS-AVG-ACC-X            PIC X(3).
       01  WS-AVG-POL-X            PIC X(3).
       01  WS-AVG-USE-X            PIC X(3).
       01  WS-AVG-ALL-X            PIC X(3).
       01  WS-SCORED-ED            PIC ZZZZ9.
       01  WS-GOOD-ED              PIC ZZZZ9.
       01  WS-BAD-ED               PIC ZZZZ9.
       01  WS-PCT                  PIC 9(3).
       01  WS-PCT-ED               PIC ZZ9.
       01  WS-PCT-X                PIC X(3).
       01  WS-TOTAL                PIC 9(6).
       01  WS-COUNT-ED             PIC Z(4)9.
       01  WS-SECTION-TITLE        PIC X(30).
       01  WS-SECTION-SHOWN        PIC 9(3).
       01  WS-NAME-OUT             PIC X(30).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-MONTH-ARG
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-QUEUE
           PERFORM TALLY-SCORES
           PERFORM TALLY-FEEDBACK
           PERFORM PRINT-SCORECARD
           STOP RUN.

       GET-MONTH-ARG.
           MOVE SPACES TO WS-MONTH-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-ARG
           END-ACCEPT
           IF FUNCTION TRIM(WS-MONTH-ARG) = SPACES
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
                   DELIMITED SIZE INTO WS-MONTH-ARG
           END-IF
           IF WS-MONTH-ARG(5:1) NOT = '-'
                   OR WS-MONTH-ARG(8:1) NOT = SPACE
                   OR WS-MONTH-ARG(1:4) IS NOT NUMERIC
                   OR WS-MONTH-ARG(6:2) IS NOT NUMERIC
                   OR WS-MONTH-ARG(6:2) < '01'
                   OR WS-MONTH-ARG(6:2) > '12'
               DISPLAY "error: month must be YYYY-MM -- got '"
                   FUNCTION TRIM(WS-MONTH-ARG) "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat"
               DELIMITED SIZE INTO WS-LOG-PATH
           MOVE SPACES TO WS-QUEUE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "qa-queue.dat"
               DELIMITED SIZE INTO WS-QUEUE-PATH
           MOVE SPACES TO WS-REVIEW-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "qa-reviews.dat"
               DELIMITED SIZE INTO WS-REVIEW-PATH
           MOVE SPACES TO WS-FB-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "feedback.dat"
               DELIMITED SIZE INTO WS-FB-PATH.

      *> qa-queue.dat: queued stamp|exchange date|session|question
      *> seq|reply seq|operator|model|prompt profile|... -- only the
      *> exchanges dated in the month are kept.
       LOAD-QUEUE.
           MOVE 0 TO WS-QI-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE.

       PARSE-QUEUE-LINE.
           IF QUEUE-RECORD = SPACES OR QUEUE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-QF-STAMP WS-QF-DATE WS-QF-SESSION
               WS-QF-QSEQ WS-QF-RSEQ WS-QF-OPERATOR WS-QF-MODEL
               WS-QF-PROFILE
           UNSTRING QUEUE-RECORD DELIMITED BY '|'
               INTO WS-QF-STAMP WS-QF-DATE WS-QF-SESSION
                    WS-QF-QSEQ WS-QF-RSEQ WS-QF-OPERATOR WS-QF-MODEL
                    WS-QF-PROFILE
           END-UNSTRING
           IF WS-QF-DATE(1:7) NOT = WS-MONTH-ARG(1:7)
                   OR WS-QF-SESSION IS NOT NUMERIC
                   OR WS-QF-RSEQ IS NOT NUMERIC
                   OR WS-QI-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QI-COUNT
           MOVE WS-QF-SESSION  TO WS-QI-SESSION(WS-QI-COUNT)
           MOVE WS-QF-RSEQ     TO WS-QI-RSEQ(WS-QI-COUNT)
           MOVE WS-QF-OPERATOR TO WS-QI-OPERATOR(WS-QI-COUNT)
           MOVE WS-QF-MODEL    TO WS-QI-MODEL(WS-QI-COUNT)
           MOVE WS-QF-PROFILE  TO WS-QI-PROFILE(WS-QI-COUNT)
           MOVE 'N'            TO WS-QI-DONE(WS-QI-COUNT).

      *>----------------------------------------------------------------
      *> qa-reviews.dat: stamp|session|reply seq|reviewer|accuracy|
      *> policy|usefulness|comment. A score counts toward the month
      *> its exchange was dated in; the first score of an item wins.
      *>----------------------------------------------------------------
       TALLY-SCORES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REVIEW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-SCORE
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE.

       TALLY-ONE-SCORE.
           MOVE SPACES TO WS-RF-STAMP WS-RF-SESSION WS-RF-RSEQ
               WS-RF-REVIEWER WS-RF-ACCURACY WS-RF-POLICY WS-RF-USEFUL
           UNSTRING REVIEW-RECORD DELIMITED BY '|'
               INTO WS-RF-STAMP WS-RF-SESSION WS-RF-RSEQ
                    WS-RF-REVIEWER WS-RF-ACCURACY WS-RF-POLICY
                    WS-RF-USEFUL
           END-UNSTRING
           IF WS-RF-SESSION IS NOT NUMERIC
                   OR WS-RF-RSEQ IS NOT NUMERIC
                   OR WS-RF-ACCURACY(1:1) IS NOT NUMERIC
                   OR WS-RF-POLICY(1:1) IS NOT NUMERIC
                   OR WS-RF-USEFUL(1:1) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-QI-SLOT
           PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                   UNTIL WS-QI-IDX > WS-QI-COUNT
               IF WS-QI-SESSION(WS-QI-IDX) = WS-RF-SESSION
                       AND WS-QI-RSEQ(WS-QI-IDX) = WS-RF-RSEQ
                   MOVE WS-QI-IDX TO WS-QI-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-QI-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-QI-DONE(WS-QI-SLOT) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-QI-DONE(WS-QI-SLOT)
           ADD 1 TO WS-SCORED-COUNT
           MOVE 1 TO WS-ADD-SCORED
           MOVE WS-RF-ACCURACY(1:1) TO WS-ADD-ACC
           MOVE WS-RF-POLICY(1:1)   TO WS-ADD-POL
           MOVE WS-RF-USEFUL(1:1)   TO WS-ADD-USE
           MOVE 0 TO WS-ADD-GOOD WS-ADD-BAD
           MOVE 'O' TO WS-GR-WANT-KIND
           MOVE WS-QI-OPERATOR(WS-QI-SLOT) TO WS-GR-WANT-NAME
           PERFORM ADD-TO-GROUP
           MOVE 'P' TO WS-GR-WANT-KIND
           MOVE WS-QI-PROFILE(WS-QI-SLOT) TO WS-GR-WANT-NAME
           PERFORM ADD-TO-GROUP
           MOVE 'M' TO WS-GR-WANT-KIND
           MOVE WS-QI-MODEL(WS-QI-SLOT) TO WS-GR-WANT-NAME
           PERFORM ADD-TO-GROUP.

      *>----------------------------------------------------------------
      *> feedback.dat: stamp|session|seq|model|prompt-profile|verdict|
      *> reason. The operator comes from the audit record the rating
      *> judged -- same session, same sequence, same month.
      *>----------------------------------------------------------------
       TALLY-FEEDBACK.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'Y' TO WS-AUDIT-OPEN
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT FB-FILE
           IF WS-FB-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-RATING
                   END-READ
               END-PERFORM
               CLOSE FB-FILE
           END-IF
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

       TALLY-ONE-RATING.
           MOVE SPACES TO WS-FB-STAMP WS-FB-SESSION WS-FB-SEQ
               WS-FB-MODEL WS-FB-PROFILE WS-FB-VERDICT
           UNSTRING FB-RECORD DELIMITED BY '|'
               INTO WS-FB-STAMP WS-FB-SESSION WS-FB-SEQ
                    WS-FB-MODEL WS-FB-PROFILE WS-FB-VERDICT
           END-UNSTRING
           IF WS-FB-STAMP(1:7) NOT = WS-MONTH-ARG(1:7)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-FB-PROFILE) = SPACES
               MOVE '-' TO WS-FB-PROFILE
           END-IF
           MOVE 0 TO WS-ADD-SCORED WS-ADD-ACC WS-ADD-POL WS-ADD-USE
           MOVE 0 TO WS-ADD-GOOD WS-ADD-BAD
           IF FUNCTION TRIM(WS-FB-VERDICT) = 'good'
               MOVE 1 TO WS-ADD-GOOD
           ELSE
               MOVE 1 TO WS-ADD-BAD
           END-IF
           PERFORM FIND-RATING-OPERATOR
           MOVE 'O' TO WS-GR-WANT-KIND
           MOVE WS-FB-OPERATOR TO WS-GR-WANT-NAME
           PERFORM ADD-TO-GROUP
           MOVE 'P' TO WS-GR-WANT-KIND
           MOVE WS-FB-PROFILE TO WS-GR-WANT-NAME
           PERFORM ADD-TO-GROUP
           MOVE 'M' TO WS-GR-WANT-KIND
           MOVE WS-FB-MODEL TO WS-GR-WANT-NAME
           PERFORM ADD-TO-GROUP.

       FIND-RATING-OPERATOR.
           MOVE '-' TO WS-FB-OPERATOR
           IF WS-AUDIT-OPEN = 'N'
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FB-SESSION)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-FB-SEQ)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FB-SESSION))
               TO AUDIT-KEY-SESSION
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FB-SEQ))
               TO AUDIT-KEY-SEQ
           READ AUDIT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AUDIT-STAMP(1:7) = WS-MONTH-ARG(1:7)
                   AND AUDIT-OPERATOR NOT = SPACES
               MOVE AUDIT-OPERATOR TO WS-FB-OPERATOR
           END-IF.

       ADD-TO-GROUP.
           IF FUNCTION TRIM(WS-GR-WANT-NAME) = SPACES
               MOVE '-' TO WS-GR-WANT-NAME
           END-IF
           MOVE 0 TO WS-GR-SLOT
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-KIND(WS-GR-IDX) = WS-GR-WANT-KIND
                       AND WS-GR-NAME(WS-GR-IDX) = WS-GR-WANT-NAME
                   MOVE WS-GR-IDX TO WS-GR-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GR-SLOT = 0
               IF WS-GR-COUNT >= WS-GR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GR-COUNT
               MOVE WS-GR-COUNT TO WS-GR-SLOT
               MOVE WS-GR-WANT-KIND TO WS-GR-KIND(WS-GR-SLOT)
               MOVE WS-GR-WANT-NAME TO WS-GR-NAME(WS-GR-SLOT)
               MOVE 0 TO WS-GR-SCORED(WS-GR-SLOT)
                   WS-GR-SUM-ACC(WS-GR-SLOT) WS-GR-SUM-POL(WS-GR-SLOT)
                   WS-GR-SUM-USE(WS-GR-SLOT) WS-GR-GOOD(WS-GR-SLOT)
                   WS-GR-BAD(WS-GR-SLOT)
           END-IF
           ADD WS-ADD-SCORED TO WS-GR-SCORED(WS-GR-SLOT)
           ADD WS-ADD-ACC    TO WS-GR-SUM-ACC(WS-GR-SLOT)
           ADD WS-ADD-POL    TO WS-GR-SUM-POL(WS-GR-SLOT)
           ADD WS-ADD-USE    TO WS-GR-SUM-USE(WS-GR-SLOT)
           ADD WS-ADD-GOOD   TO WS-GR-GOOD(WS-GR-SLOT)
           ADD WS-ADD-BAD    TO WS-GR-BAD(WS-GR-SLOT).

      *>----------------------------------------------------------------
      *> The scorecard
      *>----------------------------------------------------------------
       PRINT-SCORECARD.
           DISPLAY "============================================="
               "================================"
           DISPLAY " supervisor QA scorecard -- month "
               WS-MONTH-ARG(1:7)
           MOVE WS-QI-COUNT TO WS-COUNT-ED
           DISPLAY " exchanges sampled " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           MOVE WS-SCORED-COUNT TO WS-COUNT-ED
           DISPLAY ", scored " FUNCTION TRIM(WS-COUNT-ED)
               WITH NO ADVANCING
           COMPUTE WS-TOTAL = WS-QI-COUNT - WS-SCORED-COUNT
           MOVE WS-TOTAL TO WS-COUNT-ED
           DISPLAY ", still open " FUNCTION TRIM(WS-COUNT-ED)
           DISPLAY " marks 1 (poor) to 5 (excellent); /rate is the"
               " operators' own verdicts"
           DISPLAY "============================================="
               "================================"
           MOVE 'O' TO WS-GR-WANT-KIND
           MOVE " by operator:" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           MOVE 'P' TO WS-GR-WANT-KIND
           MOVE " by prompt profile:" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           MOVE 'M' TO WS-GR-WANT-KIND
           MOVE " by model:" TO WS-SECTION-TITLE
           PERFORM PRINT-SECTION
           DISPLAY "============================================="
               "================================".

       PRINT-SECTION.
           DISPLAY " "
           DISPLAY WS-SECTION-TITLE
           DISPLAY "                                 ---- supervis"
               "or QA ----  ---- /rate ----"
           DISPLAY " name                           scored acc pol"
               " use all   good   bad pct"
           MOVE 0 TO WS-SECTION-SHOWN
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-KIND(WS-GR-IDX) = WS-GR-WANT-KIND
                   PERFORM PRINT-GROUP-LINE
                   ADD 1 TO WS-SECTION-SHOWN
               END-IF
           END-PERFORM
           IF WS-SECTION-SHOWN = 0
               DISPLAY " (nothing scored or rated this month)"
           END-IF.

      *> A mark average shows as ' - ' where nothing was scored, and
      *> the percent good the same where nothing was rated.
       PRINT-GROUP-LINE.
           MOVE ' - ' TO WS-AVG-ACC-X WS-AVG-POL-X WS-AVG-USE-X
               WS-AVG-ALL-X WS-PCT-X
           IF WS-GR-SCORED(WS-GR-IDX) > 0
               COMPUTE WS-AVG ROUNDED = WS-GR-SUM-ACC(WS-GR-IDX)
                   / WS-GR-SCORED(WS-GR-IDX)
               MOVE WS-AVG TO WS-AVG-ED
               MOVE WS-AVG-ED TO WS-AVG-ACC-X
               COMPUTE WS-AVG ROUNDED = WS-GR-SUM-POL(WS-GR-IDX)
                   / WS-GR-SCORED(WS-GR-IDX)
               MOVE WS-AVG TO WS-AVG-ED
               MOVE WS-AVG-ED TO WS-AVG-POL-X
               COMPUTE WS-AVG ROUNDED = WS-GR-SUM-USE(WS-GR-IDX)
                   / WS-GR-SCORED(WS-GR-IDX)
               MOVE WS-AVG TO WS-AVG-ED
               MOVE WS-AVG-ED TO WS-AVG-USE-X
               COMPUTE WS-AVG ROUNDED =
                   (WS-GR-SUM-ACC(WS-GR-IDX) + WS-GR-SUM-POL(WS-GR-IDX)
                   + WS-GR-SUM-USE(WS-GR-IDX))
                   / (WS-GR-SCORED(WS-GR-IDX) * 3)
               MOVE WS-AVG TO WS-AVG-ED
               MOVE WS-AVG-ED TO WS-AVG-ALL-X
           END-IF
           COMPUTE WS-TOTAL = WS-GR-GOOD(WS-GR-IDX)
               + WS-GR-BAD(WS-GR-IDX)
           IF WS-TOTAL > 0
               COMPUTE WS-PCT = WS-GR-GOOD(WS-GR-IDX) * 100 / WS-TOTAL
               MOVE WS-PCT TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-X
           END-IF
           MOVE WS-GR-SCORED(WS-GR-IDX) TO WS-SCORED-ED
           MOVE WS-GR-GOOD(WS-GR-IDX)   TO WS-GOOD-ED
           MOVE WS-GR-BAD(WS-GR-IDX)    TO WS-BAD-ED
           MOVE WS-GR-NAME(WS-GR-IDX)   TO WS-NAME-OUT
           DISPLAY " " WS-NAME-OUT " " WS-SCORED-ED
               " " WS-AVG-ACC-X " " WS-AVG-POL-X
               " " WS-AVG-USE-X " " WS-AVG-ALL-X
               " " WS-GOOD-ED " " WS-BAD-ED " " WS-PCT-X.
