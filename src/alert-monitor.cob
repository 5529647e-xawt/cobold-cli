      *              ALERT_NOTIFY_CMD .env setting, ./notify.sh by    *
      *              default) with the alert text; the per-rule        *
      *              cooldown keeps one bad hour from paging forty     *
      *              times. Incidents already linked to a problem not  *
      *              yet closed in problems.dat (PROBLEM-CHECK) are    *
      *              known and being worked: they are left out of the  *
      *              rule counts and reported, not paged again.        *
      *              RETURN-CODE 4 when anything fired.                *
      *                                                                *
      * Build & run (from the scheduler, every few minutes):           *
      *   cobc -x src/alert-monitor.cob src/problem-check.cob          *
      *        -o dist/alert-monitor                                   *
      *   ./dist/alert-monitor                                         *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Incidents linked to an open problem are held   *
      *                 back from the rule counts                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-MONITOR.
               10  WS-RULE-COOL    PIC 9(4).
               10  WS-RULE-HITS    PIC 9(6).
               10  WS-RULE-LASTAL  PIC 9(12).
               10  WS-RULE-KNOWN   PIC 9(6).
               10  WS-RULE-PROBLEM PIC X(8).
       01  WS-RULE-IDX             PIC 9(2).
       01  WS-FLD-A                PIC X(10).
       01  WS-FLD-B                PIC X(10).
       01  WS-AL-REASON            PIC X(8).
       01  WS-AL-REST              PIC X(100).

      *> PROBLEM-CHECK parameters
       01  WS-PC-REASON            PIC X(8).
       01  WS-PC-MODEL             PIC X(100).
       01  WS-PC-DATE              PIC X(10).
       01  WS-PC-ONLY              PIC X(8) VALUE SPACES.
       01  WS-PC-LINKED            PIC X.
       01  WS-PC-PROBLEM-ID        PIC X(8).
       01  WS-PC-TITLE             PIC X(60).

      *> Firing
       01  WS-FIRED                PIC 9(2) VALUE 0.
       01  WS-NOTIFY-CMD           PIC X(200).
                   TO WS-RULE-COOL(WS-RULE-COUNT)
           END-IF
           MOVE 0 TO WS-RULE-HITS(WS-RULE-COUNT)
           MOVE 0 TO WS-RULE-LASTAL(WS-RULE-COUNT)
           MOVE 0 TO WS-RULE-KNOWN(WS-RULE-COUNT)
           MOVE SPACES TO WS-RULE-PROBLEM(WS-RULE-COUNT).

       GET-NOW-MINUTES.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               + FUNCTION NUMVAL(WS-STAMP-BUF(15:2))
           MOVE 'Y' TO WS-STAMP-OK.

      *> Count each reason's incidents inside its rule's window. One
      *> already linked to an open problem is counted apart: the
      *> on-call has it, and paging again tells them nothing new.
       SCAN-INCIDENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INC-FILE
               IF WS-RULE-REASON(WS-RULE-IDX) = WS-INC-REASON
                   IF WS-NOW-MIN - WS-STAMP-MIN
                           <= WS-RULE-WINDOW(WS-RULE-IDX)
                       PERFORM CHECK-KNOWN-PROBLEM
                       IF WS-PC-LINKED = 'Y'
                           ADD 1 TO WS-RULE-KNOWN(WS-RULE-IDX)
                           MOVE WS-PC-PROBLEM-ID
                               TO WS-RULE-PROBLEM(WS-RULE-IDX)
                       ELSE
                           ADD 1 TO WS-RULE-HITS(WS-RULE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-KNOWN-PROBLEM.
           MOVE WS-INC-REASON TO WS-PC-REASON
           MOVE WS-INC-MODEL TO WS-PC-MODEL
           MOVE WS-INC-STAMP(1:10) TO WS-PC-DATE
           CALL "PROBLEM-CHECK" USING WS-PC-REASON WS-PC-MODEL
               WS-PC-DATE WS-PC-ONLY WS-PC-LINKED WS-PC-PROBLEM-ID
               WS-PC-TITLE.

      *> The newest alert per reason feeds the cooldown check.
       REPLAY-ALERT-LOG.
           MOVE 'N' TO WS-EOF
           END-PERFORM.

       CHECK-ONE-RULE.
           IF WS-RULE-KNOWN(WS-RULE-IDX) > 0
               DISPLAY "rule " WS-RULE-REASON(WS-RULE-IDX) ": "
                   FUNCTION TRIM(WS-RULE-KNOWN(WS-RULE-IDX))
                   " incident(s) under open problem "
                   FUNCTION TRIM(WS-RULE-PROBLEM(WS-RULE-IDX))
                   " -- not counted"
           END-IF
           IF WS-RULE-HITS(WS-RULE-IDX) < WS-RULE-TRIP(WS-RULE-IDX)
               EXIT PARAGRAPH
           END-IF
