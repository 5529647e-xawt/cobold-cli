      *              answer-cache hit ratio. Replaces running          *
      *              AUDIT-REPORT, INCIDENT-REPORT, and USAGE-REPORT   *
      *              one at a time and stapling the output together.   *
      *              The day's audit records are reached through the   *
      *              AUDIT-STAMP alternate key, not a full pass.       *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/daily-digest.cob -o dist/daily-digest            *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    RERATE correcting lines count toward spend,    *
      *                 not calls                                      *
      *   2026-10-15    Audit figures read along the AUDIT-STAMP key   *
      *   2026-10-15    Signed spend; a rerate credit prints as one    *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-DIGEST.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INC-FILE
               ASSIGN TO DYNAMIC WS-INC-PATH
       01  WS-EXCH-COUNT           PIC 9(7) VALUE 0.
       01  WS-CUR-SESSION          PIC 9(9) VALUE 0.
       01  WS-HAVE-SESSION         PIC X VALUE 'N'.
      *> Sessions already counted -- along the stamp key one
      *> session's records interleave with another's
       01  WS-SEEN-COUNT           PIC 9(4) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ID OCCURS 2000 TIMES PIC 9(9).
       01  WS-SEEN-IDX             PIC 9(4).

      *> Incident counts by reason and by model
       01  WS-RSN-COUNT            PIC 9(2) VALUE 0.
       01  WS-LGR-PTOK             PIC X(6).
       01  WS-LGR-CTOK             PIC X(6).
       01  WS-LGR-COST             PIC X(12).
       01  WS-LGR-FLAG             PIC X(2).
       01  WS-DAY-SPEND            PIC S9(9)V9(4) VALUE 0.
       01  WS-MTD-SPEND            PIC S9(9)V9(4) VALUE 0.
       01  WS-DAY-CALLS            PIC 9(7) VALUE 0.
       01  WS-BUDGET               PIC 9(7)V99 VALUE 0.
       01  WS-PROJECTION           PIC S9(9)V9(4) VALUE 0.
       01  WS-DAY-OF-MONTH         PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-MONTH-NUM            PIC 9(2).

      *> Edited fields
       01  WS-NUM-ED               PIC ZZZZZZ9.
       01  WS-COST-ED              PIC -(8)9.9(4).
       01  WS-BUDGET-ED            PIC ZZZZZZ9.99.

      *> Resolving this program's own directory
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE SPACES TO AUDIT-STAMP
           MOVE WS-DATE-ARG(1:10) TO AUDIT-STAMP(1:10)
           START AUDIT-FILE KEY IS >= AUDIT-STAMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-STAMP(1:10) NOT = WS-DATE-ARG(1:10)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM COUNT-DIGEST-SESSION
                           IF FUNCTION TRIM(AUDIT-ROLE)
                                   = 'assistant'
                               ADD 1 TO WS-EXCH-COUNT
           END-PERFORM
           CLOSE AUDIT-FILE.

      *> A session counts once however its records interleave; past
      *> the table's size a change of session is taken as a new one.
       COUNT-DIGEST-SESSION.
           IF WS-HAVE-SESSION = 'Y'
                   AND AUDIT-KEY-SESSION = WS-CUR-SESSION
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-KEY-SESSION TO WS-CUR-SESSION
           MOVE 'Y' TO WS-HAVE-SESSION
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-ID(WS-SEEN-IDX) = AUDIT-KEY-SESSION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-SESS-COUNT
           IF WS-SEEN-COUNT < 2000
               ADD 1 TO WS-SEEN-COUNT
               MOVE AUDIT-KEY-SESSION TO WS-SEEN-ID(WS-SEEN-COUNT)
           END-IF.

       TALLY-INCIDENTS.
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS NOT = "00"
       TALLY-ONE-LEDGER-LINE.
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG
           END-UNSTRING
           IF FUNCTION TRIM(WS-LGR-DATE) = SPACES
                   OR FUNCTION TEST-NUMVAL(
                   TO WS-MTD-SPEND
           END-IF
           IF WS-LGR-DATE(1:10) = WS-DATE-ARG(1:10)
               IF FUNCTION TRIM(WS-LGR-FLAG) NOT = 'R'
                   ADD 1 TO WS-DAY-CALLS
               END-IF
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
                   TO WS-DAY-SPEND
           END-IF.
