      *              cost ledger (cost-ledger.dat, one line per call), *
      *              and the session summaries the chat loop appends   *
      *              to session-stats.dat on /q. Sessions are matched  *
      *              by session id and date -- a line posted forward   *
      *              out of a closed month (...|L|original date) on    *
      *              the date of the call, and RERATE's |R correction  *
      *              lines not at all, since they are not calls. The   *
      *              report lists sessions that were audited but never *
      *              ledgered (free usage finance cannot see), ledger  *
      *              lines with no audit trail behind them (a          *
      *              compliance problem), and stats summaries whose    *
      *              turn counts disagree with the audit trail. Any    *
      *              out-of-balance condition leaves RETURN-CODE 4 for *
      *              the scheduler to alarm on; a clean run leaves 0.  *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/recon.cob -o dist/recon                          *
      *   ./dist/recon [YYYY-MM-DD]                                    *
      *                                                                *
      * Without a date argument the whole of all three files is       *
      * reconciled; with one, only that date's activity is, read       *
      * along audit.dat's AUDIT-STAMP alternate key.                   *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    A full session table now warns and forces the  *
      *                 out-of-balance condition code instead of       *
      *                 silently under-reporting                       *
      *   2026-10-15    A dated run reads the audit trail along the    *
      *                 AUDIT-STAMP key                                *
      *   2026-10-15    Rerate corrections are not calls; lines posted *
      *                 forward match on their original date           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
       01  WS-EOF                  PIC X.
       01  WS-DATE-ARG             PIC X(10).

      *> Audit-side session catalog -- in key order a control break on
      *> AUDIT-KEY-SESSION fills it; along the stamp key a session's
      *> records interleave, so the table is searched as well.
       01  WS-AUD-COUNT            PIC 9(3) VALUE 0.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 300 TIMES.
       01  WS-LGR-PTOK             PIC X(6).
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).
       01  WS-LGR-FLAG             PIC X(2).
       01  WS-LGR-ORIG-DATE        PIC X(10).

      *> Session-stats line fields -- pid|YYYYMMDD|turns|...
       01  WS-ST-PID               PIC X(9).
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           IF FUNCTION TRIM(WS-DATE-ARG) NOT = SPACES
               MOVE SPACES TO AUDIT-STAMP
               MOVE WS-DATE-ARG(1:10) TO AUDIT-STAMP(1:10)
               START AUDIT-FILE KEY IS >= AUDIT-STAMP
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(WS-DATE-ARG) NOT = SPACES
                               AND AUDIT-STAMP(1:10)
                                   > WS-DATE-ARG(1:10)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CATALOG-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.
                   AND AUDIT-STAMP(1:10) NOT = WS-DATE-ARG(1:10)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AUD-SLOT
           IF WS-AUD-COUNT > 0
                   AND AUDIT-KEY-SESSION = WS-AUD-ID(WS-AUD-COUNT)
               MOVE WS-AUD-COUNT TO WS-AUD-SLOT
           END-IF
           IF WS-AUD-SLOT = 0
                   AND FUNCTION TRIM(WS-DATE-ARG) NOT = SPACES
               PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                       UNTIL WS-AUD-IDX > WS-AUD-COUNT
                   IF WS-AUD-ID(WS-AUD-IDX) = AUDIT-KEY-SESSION
                       MOVE WS-AUD-IDX TO WS-AUD-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AUD-SLOT = 0
      *>       A session that will not fit the table must not vanish
      *>       from a balancing run quietly -- count it once and let
      *>       the control totals force the condition code.
       CATALOG-LEDGER-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG WS-LGR-ORIG-DATE
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG WS-LGR-ORIG-DATE
           END-UNSTRING
           IF FUNCTION TRIM(WS-LGR-DATE) = SPACES
               EXIT PARAGRAPH
           END-IF
      *>   A RERATE correction is posted on the rerate day with no
      *>   call behind it; a line posted forward out of a closed
      *>   month belongs to the day the call was audited.
           IF WS-LGR-FLAG = 'R'
               EXIT PARAGRAPH
           END-IF
           IF WS-LGR-ORIG-DATE NOT = SPACES
               MOVE WS-LGR-ORIG-DATE TO WS-LGR-DATE
           END-IF
           IF FUNCTION TRIM(WS-DATE-ARG) NOT = SPACES
                   AND WS-LGR-DATE(1:10) NOT = WS-DATE-ARG(1:10)
               EXIT PARAGRAPH
