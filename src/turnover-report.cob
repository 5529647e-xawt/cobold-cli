      *================================================================*
      * PROGRAM:     TURNOVER-REPORT                                   *
      * DESCRIPTION: Shift turnover report over turnover.dat, the file *
      *              /handoff and /pickup append to -- stamp|H|id|from|*
      *              to|audit session|note for a handoff, and          *
      *              stamp|P|id|operator|audit session for its pickup. *
      *              It lists the handoffs made in the date range, with*
      *              who took each one up and after how long; the      *
      *              pickups made in the range; and, whatever the      *
      *              range, every handoff still unclaimed after more   *
      *              than a shift. A shift is SHIFT_HOURS in .env      *
      *              (default 8).                                      *
      *              RETURN-CODE is 4 when anything has been left      *
      *              unclaimed past a shift. Handoffs are capped at    *
      *              500.                                              *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/turnover-report.cob src/env-get.cob              *
      *        -o dist/turnover-report                                 *
      *   ./dist/turnover-report [from-date [to-date]]   (YYYY-MM-DD;  *
      *                          default yesterday and today)          *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURN-FILE
               ASSIGN TO DYNAMIC WS-TURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURN-FILE.
       01  TURN-RECORD             PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-TURN-PATH            PIC X(520).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-FROM-DATE            PIC X(10).
       01  WS-TO-DATE              PIC X(10).
       01  WS-TODAY                PIC 9(8).
       01  WS-YESTERDAY            PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).
       01  WS-SHIFT-HOURS          PIC 9(3) VALUE 8.
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).

      *> Turnover line fields
       01  WS-TL-STAMP             PIC X(19).
       01  WS-TL-TYPE              PIC X.
       01  WS-TL-ID                PIC X(15).
       01  WS-TL-OP1               PIC X(8).
       01  WS-TL-OP2               PIC X(9).
       01  WS-TL-SESSION           PIC X(9).
       01  WS-TL-NOTE              PIC X(300).

      *> Clock arithmetic, in seconds since day 1 of the
      *> INTEGER-OF-DATE calendar
       01  WS-STAMP                PIC X(19).
       01  WS-STAMP-SECS           PIC 9(12).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-NOW-SECS             PIC 9(12).
       01  WS-SHIFT-SECS           PIC 9(9).
       01  WS-AGE-SECS             PIC 9(12).

      *> One entry per handoff, with its pickup once one is seen
       01  WS-HO-MAX               PIC 9(3) VALUE 500.
       01  WS-HO-COUNT             PIC 9(3) VALUE 0.
       01  WS-HO-DROPPED           PIC 9(6) VALUE 0.
       01  WS-HO-TABLE.
           05  WS-HO-ENTRY OCCURS 500 TIMES.
               10  WS-HO-ID        PIC X(15).
               10  WS-HO-STAMP     PIC X(19).
               10  WS-HO-FROM      PIC X(8).
               10  WS-HO-TO        PIC X(8).
               10  WS-HO-SESSION   PIC X(9).
               10  WS-HO-NOTE      PIC X(300).
               10  WS-HO-TAKEN     PIC X.
               10  WS-HO-TAKEN-AT  PIC X(19).
               10  WS-HO-TAKEN-BY  PIC X(8).
               10  WS-HO-TAKEN-SESS PIC X(9).
       01  WS-HO-IDX               PIC 9(3).

      *> Control totals
       01  WS-TOT-HANDED           PIC 9(6) VALUE 0.
       01  WS-TOT-PICKED           PIC 9(6) VALUE 0.
       01  WS-TOT-WAITING          PIC 9(6) VALUE 0.
       01  WS-TOT-STALE            PIC 9(6) VALUE 0.

      *> Edited report fields
       01  WS-COUNT-ED             PIC ZZZZZ9.
       01  WS-HOURS-ED             PIC ZZZZ9.
       01  WS-STATE                PIC X(28).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-DATE-RANGE
           PERFORM RESOLVE-TURN-PATH
           MOVE "SHIFT_HOURS" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-EG-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EG-VALUE)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-EG-VALUE))
                       TO WS-SHIFT-HOURS
               END-IF
           END-IF
           COMPUTE WS-SHIFT-SECS = WS-SHIFT-HOURS * 3600
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               ' ' WS-NOW-TIME(1:2) ':' WS-NOW-TIME(3:2) ':'
               WS-NOW-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECS TO WS-NOW-SECS
           OPEN INPUT TURN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "no turnover.dat -- nothing has been handed"
                   " over yet"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TURN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-TURNOVER-LINE
               END-READ
           END-PERFORM
           CLOSE TURN-FILE
           PERFORM PRINT-REPORT
           IF WS-TOT-STALE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> No arguments: yesterday and today, so a morning run covers
      *> the night shift. One argument: that single day.
       GET-DATE-RANGE.
           MOVE SPACES TO WS-FROM-DATE WS-TO-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FROM-DATE
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TO-DATE
           END-ACCEPT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF FUNCTION TRIM(WS-FROM-DATE) = SPACES
               COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
               STRING
                   WS-YESTERDAY(1:4) '-' WS-YESTERDAY(5:2) '-'
                   WS-YESTERDAY(7:2)
                   DELIMITED SIZE
                   INTO WS-FROM-DATE
               STRING
                   WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                   DELIMITED SIZE
                   INTO WS-TO-DATE
           END-IF
           IF FUNCTION TRIM(WS-TO-DATE) = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

       RESOLVE-TURN-PATH.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TO WS-PATH-LEN
           MOVE 0 TO WS-SLASH-POS
           INSPECT FUNCTION REVERSE(
               FUNCTION TRIM(WS-EXE-PATH, TRAILING))
               TALLYING WS-SLASH-POS FOR CHARACTERS BEFORE '/'
           IF WS-SLASH-POS = WS-PATH-LEN
               MOVE "./turnover.dat" TO WS-TURN-PATH
           ELSE
               STRING WS-EXE-PATH(1:WS-PATH-LEN - WS-SLASH-POS)
                   "turnover.dat" DELIMITED SIZE INTO WS-TURN-PATH
           END-IF.

      *> A handoff line opens an entry; a pickup line closes the
      *> entry it names.
       TAKE-TURNOVER-LINE.
           MOVE SPACES TO WS-TL-STAMP WS-TL-TYPE WS-TL-ID WS-TL-OP1
               WS-TL-OP2 WS-TL-SESSION WS-TL-NOTE
           UNSTRING TURN-RECORD DELIMITED BY '|'
               INTO WS-TL-STAMP WS-TL-TYPE WS-TL-ID WS-TL-OP1
                    WS-TL-OP2 WS-TL-SESSION WS-TL-NOTE
           END-UNSTRING
           EVALUATE WS-TL-TYPE
               WHEN 'H'
                   IF WS-HO-COUNT >= WS-HO-MAX
                       ADD 1 TO WS-HO-DROPPED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-HO-COUNT
                   MOVE WS-TL-ID TO WS-HO-ID(WS-HO-COUNT)
                   MOVE WS-TL-STAMP TO WS-HO-STAMP(WS-HO-COUNT)
                   MOVE WS-TL-OP1 TO WS-HO-FROM(WS-HO-COUNT)
                   MOVE WS-TL-OP2 TO WS-HO-TO(WS-HO-COUNT)
                   MOVE WS-TL-SESSION TO WS-HO-SESSION(WS-HO-COUNT)
                   MOVE WS-TL-NOTE TO WS-HO-NOTE(WS-HO-COUNT)
                   MOVE 'N' TO WS-HO-TAKEN(WS-HO-COUNT)
               WHEN 'P'
      *>           A pickup line carries the operator and session
      *>           where a handoff carries from and to.
                   PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                           UNTIL WS-HO-IDX > WS-HO-COUNT
                       IF WS-HO-ID(WS-HO-IDX) = WS-TL-ID
                           MOVE 'Y' TO WS-HO-TAKEN(WS-HO-IDX)
                           MOVE WS-TL-STAMP
                               TO WS-HO-TAKEN-AT(WS-HO-IDX)
                           MOVE WS-TL-OP1
                               TO WS-HO-TAKEN-BY(WS-HO-IDX)
                           MOVE WS-TL-OP2
                               TO WS-HO-TAKEN-SESS(WS-HO-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       STAMP-TO-SECONDS.
           MOVE 0 TO WS-STAMP-SECS
           IF WS-STAMP(1:4) IS NOT NUMERIC
                   OR WS-STAMP(6:2) IS NOT NUMERIC
                   OR WS-STAMP(9:2) IS NOT NUMERIC
                   OR WS-STAMP(12:2) IS NOT NUMERIC
                   OR WS-STAMP(15:2) IS NOT NUMERIC
                   OR WS-STAMP(18:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-STAMP(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-STAMP(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
               + FUNCTION NUMVAL(WS-STAMP(12:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP(15:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP(18:2)).

      *> How long handoff WS-HO-IDX waited: to its pickup, or to now
      *> while nobody has taken it.
       AGE-OF-HANDOFF.
           MOVE WS-HO-STAMP(WS-HO-IDX) TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           IF WS-HO-TAKEN(WS-HO-IDX) = 'Y'
               MOVE WS-STAMP-SECS TO WS-AGE-SECS
               MOVE WS-HO-TAKEN-AT(WS-HO-IDX) TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               IF WS-STAMP-SECS > WS-AGE-SECS
                   COMPUTE WS-AGE-SECS = WS-STAMP-SECS - WS-AGE-SECS
               ELSE
                   MOVE 0 TO WS-AGE-SECS
               END-IF
           ELSE
               IF WS-NOW-SECS > WS-STAMP-SECS
                   COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-STAMP-SECS
               ELSE
                   MOVE 0 TO WS-AGE-SECS
               END-IF
           END-IF
           DIVIDE WS-AGE-SECS BY 3600 GIVING WS-HOURS-ED.

       PRINT-REPORT.
           DISPLAY "================================================="
           DISPLAY " shift turnover, " WS-FROM-DATE " to " WS-TO-DATE
           MOVE WS-SHIFT-HOURS TO WS-HOURS-ED
           DISPLAY " a shift is " FUNCTION TRIM(WS-HOURS-ED)
               " hour(s)"
           DISPLAY "================================================="
           DISPLAY " handed over:"
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT
               IF WS-HO-STAMP(WS-HO-IDX)(1:10) >= WS-FROM-DATE
                       AND WS-HO-STAMP(WS-HO-IDX)(1:10)
                           <= WS-TO-DATE
                   PERFORM PRINT-HANDOFF-LINE
               END-IF
           END-PERFORM
           IF WS-TOT-HANDED = 0
               DISPLAY "   (none)"
           END-IF
           DISPLAY " "
           DISPLAY " picked up:"
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT
               IF WS-HO-TAKEN(WS-HO-IDX) = 'Y'
                       AND WS-HO-TAKEN-AT(WS-HO-IDX)(1:10)
                           >= WS-FROM-DATE
                       AND WS-HO-TAKEN-AT(WS-HO-IDX)(1:10)
                           <= WS-TO-DATE
                   PERFORM PRINT-PICKUP-LINE
               END-IF
           END-PERFORM
           IF WS-TOT-PICKED = 0
               DISPLAY "   (none)"
           END-IF
           DISPLAY " "
           DISPLAY " unclaimed for more than a shift (any date):"
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HO-COUNT
               IF WS-HO-TAKEN(WS-HO-IDX) = 'N'
                   PERFORM AGE-OF-HANDOFF
                   IF WS-AGE-SECS > WS-SHIFT-SECS
                       PERFORM PRINT-STALE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOT-STALE = 0
               DISPLAY "   (none)"
           END-IF
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-TOT-HANDED TO WS-COUNT-ED
           DISPLAY " handed over in range:          " WS-COUNT-ED
           MOVE WS-TOT-WAITING TO WS-COUNT-ED
           DISPLAY "   of which still waiting:      " WS-COUNT-ED
           MOVE WS-TOT-PICKED TO WS-COUNT-ED
           DISPLAY " picked up in range:            " WS-COUNT-ED
           MOVE WS-TOT-STALE TO WS-COUNT-ED
           DISPLAY " unclaimed past a shift:        " WS-COUNT-ED
           IF WS-HO-DROPPED > 0
               MOVE WS-HO-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " handoff(s) left out of the report"
           END-IF
           DISPLAY "=================================================".

       PRINT-HANDOFF-LINE.
           ADD 1 TO WS-TOT-HANDED
           PERFORM AGE-OF-HANDOFF
           MOVE SPACES TO WS-STATE
           IF WS-HO-TAKEN(WS-HO-IDX) = 'Y'
               STRING
                   'taken by '                        DELIMITED SIZE
                   FUNCTION TRIM(WS-HO-TAKEN-BY(WS-HO-IDX))
                                                      DELIMITED SIZE
                   ' after '                          DELIMITED SIZE
                   FUNCTION TRIM(WS-HOURS-ED)         DELIMITED SIZE
                   'h'                                DELIMITED SIZE
                   INTO WS-STATE
           ELSE
               ADD 1 TO WS-TOT-WAITING
               STRING
                   'waiting '                         DELIMITED SIZE
                   FUNCTION TRIM(WS-HOURS-ED)         DELIMITED SIZE
                   'h'                                DELIMITED SIZE
                   INTO WS-STATE
           END-IF
           DISPLAY "   " WS-HO-STAMP(WS-HO-IDX)(1:16) " "
               WS-HO-ID(WS-HO-IDX) " " WS-HO-FROM(WS-HO-IDX)
               " -> " WS-HO-TO(WS-HO-IDX) " " FUNCTION TRIM(WS-STATE)
           DISPLAY "      session " WS-HO-SESSION(WS-HO-IDX) ": "
               FUNCTION TRIM(WS-HO-NOTE(WS-HO-IDX)).

       PRINT-PICKUP-LINE.
           ADD 1 TO WS-TOT-PICKED
           DISPLAY "   " WS-HO-TAKEN-AT(WS-HO-IDX)(1:16) " "
               WS-HO-ID(WS-HO-IDX) " by "
               WS-HO-TAKEN-BY(WS-HO-IDX) " session "
               WS-HO-TAKEN-SESS(WS-HO-IDX) " continues "
               WS-HO-SESSION(WS-HO-IDX).

       PRINT-STALE-LINE.
           ADD 1 TO WS-TOT-STALE
           DISPLAY "   " WS-HO-STAMP(WS-HO-IDX)(1:16) " "
               WS-HO-ID(WS-HO-IDX) " " WS-HO-FROM(WS-HO-IDX)
               " -> " WS-HO-TO(WS-HO-IDX) " waiting "
               FUNCTION TRIM(WS-HOURS-ED) "h".
