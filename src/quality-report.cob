      *              the cheaper model is good enough for the          *
      *              template runs starts from numbers instead of     *
      *              anecdotes. An optional YYYY-MM argument restricts *
      *              the report to that month; a month MONTH-CLOSE has *
      *              closed is reported from its Q records in          *
      *              month-history.dat.                                *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/quality-report.cob src/period-lock.cob           *
      *        -o dist/quality-report                                  *
      *   ./dist/quality-report [YYYY-MM]                              *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    A closed month reports from month-history.dat  *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALITY-REPORT.
               ASSIGN TO DYNAMIC WS-FB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HIST-FILE
               ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FB-FILE.
       01  FB-RECORD               PIC X(600).
       FD  HIST-FILE.
       01  HIST-RECORD             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-FB-PATH              PIC X(520).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7).
       01  WS-HIST-PATH            PIC X(520).
       01  WS-HIST-STATUS          PIC XX.

      *> A closed month comes from its Q records
       01  WS-PL-ACTION            PIC X.
       01  WS-PL-ANSWER            PIC X.
       01  WS-PL-OPEN-PERIOD       PIC X(7).
       01  WS-CLOSED               PIC X VALUE 'N'.
       01  WS-HS-PERIOD            PIC X(7).
       01  WS-HS-KIND              PIC X.
       01  WS-HS-GOOD              PIC X(12).
       01  WS-HS-BAD               PIC X(12).

      *> What one feedback line (or one history record) adds
       01  WS-ADD-GOOD             PIC 9(6).
       01  WS-ADD-BAD              PIC 9(6).

      *> Rollup by model
       01  WS-MDL-COUNT            PIC 9(2) VALUE 0.
                   MOVE SPACES TO WS-MONTH-ARG
           END-ACCEPT
           PERFORM RESOLVE-FB-PATH
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
           OPEN INPUT FB-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "no feedback.dat -- nothing has been rated yet"
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./feedback.dat" TO WS-FB-PATH
               MOVE "./month-history.dat" TO WS-HIST-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "feedback.dat" DELIMITED SIZE INTO WS-FB-PATH
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "month-history.dat" DELIMITED SIZE
                   INTO WS-HIST-PATH
           END-IF.

      *> Q records: period|Q|model|prompt profile|good|bad
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
                   OR HIST-RECORD(8:3) NOT = '|Q|'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HS-PERIOD WS-HS-KIND WS-FB-MODEL
               WS-FB-PROFILE WS-HS-GOOD WS-HS-BAD
           UNSTRING HIST-RECORD DELIMITED BY '|'
               INTO WS-HS-PERIOD WS-HS-KIND WS-FB-MODEL
                    WS-FB-PROFILE WS-HS-GOOD WS-HS-BAD
           END-UNSTRING
           MOVE 0 TO WS-ADD-GOOD WS-ADD-BAD
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-GOOD)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-GOOD))
                   TO WS-ADD-GOOD
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-HS-BAD)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HS-BAD))
                   TO WS-ADD-BAD
           END-IF
           PERFORM TALLY-BY-MODEL
           PERFORM TALLY-BY-PROFILE.

       TALLY-FEEDBACK-LINE.
           MOVE SPACES TO WS-FB-STAMP WS-FB-SESSION WS-FB-TURN
               WS-FB-MODEL WS-FB-PROFILE WS-FB-VERDICT WS-FB-REASON
           IF FUNCTION TRIM(WS-FB-PROFILE) = SPACES
               MOVE '-' TO WS-FB-PROFILE
           END-IF
           MOVE 0 TO WS-ADD-GOOD WS-ADD-BAD
           IF FUNCTION TRIM(WS-FB-VERDICT) = 'good'
               MOVE 1 TO WS-ADD-GOOD
           ELSE
               MOVE 1 TO WS-ADD-BAD
           END-IF
           PERFORM TALLY-BY-MODEL
           PERFORM TALLY-BY-PROFILE.

               MOVE WS-MDL-COUNT TO WS-MDL-SLOT
           END-IF
           IF WS-MDL-SLOT > 0
               ADD WS-ADD-GOOD TO WS-MDL-GOOD(WS-MDL-SLOT)
               ADD WS-ADD-BAD TO WS-MDL-BAD(WS-MDL-SLOT)
           END-IF.

       TALLY-BY-PROFILE.
               MOVE WS-PRF-COUNT TO WS-PRF-SLOT
           END-IF
           IF WS-PRF-SLOT > 0
               ADD WS-ADD-GOOD TO WS-PRF-GOOD(WS-PRF-SLOT)
               ADD WS-ADD-BAD TO WS-PRF-BAD(WS-PRF-SLOT)
           END-IF.

       PRINT-REPORT.
           IF FUNCTION TRIM(WS-MONTH-ARG) NOT = SPACES
               DISPLAY " month: " WS-MONTH-ARG
           END-IF
           IF WS-CLOSED = 'Y'
               DISPLAY " (closed period -- from the month-end history)"
           END-IF
           DISPLAY "================================================="
           DISPLAY " by model:"
           DISPLAY " model                                     "
