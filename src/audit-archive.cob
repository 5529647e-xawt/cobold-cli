      *              predecessor and break AUDIT-VERIFY every night.  *
      *              A control report of records examined, archived,   *
      *              and kept is printed so the job can be balanced.   *
      *              A session under legal hold (HOLD-CHECK) is never  *
      *              archived; it stays online whole and is counted.   *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/audit-archive.cob src/hold-check.cob             *
      *        -o dist/audit-archive                                   *
      *   ./dist/audit-archive 2026-05-23                              *
      *                                                                *
      * The archive lands next to audit.dat as                         *
      *   2026-09-02    Archive whole sessions only -- a split        *
      *                 session's surviving head would fail the       *
      *                 tamper-chain verify forever                   *
      *   2026-10-15    Sessions under legal hold stay online         *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ARCHIVE.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
       01  WS-OVERFLOW-SESS        PIC 9(5) VALUE 0.
       01  WS-HELD-ED              PIC ZZZZ9.

      *> Legal hold -- an old session that any record of ties to an
      *> active hold stays online whole, like a straddler.
       01  WS-SESS-ON-HOLD         PIC X.
       01  WS-SESS-RECS            PIC 9(7).
       01  WS-SESS-HOLD-ID         PIC X(8).
       01  WS-SESS-MATTER          PIC X(40).
       01  WS-LEGAL-SESSIONS       PIC 9(5) VALUE 0.
       01  WS-LEGAL-RECORDS        PIC 9(7) VALUE 0.
       01  WS-HC-ACTION            PIC X VALUE 'A'.
       01  WS-HC-OPERATOR          PIC X(8).
       01  WS-HC-DATE              PIC X(10).
       01  WS-HC-NAME              PIC X(500) VALUE SPACES.
       01  WS-HC-ONLY              PIC X(8) VALUE SPACES.
       01  WS-HC-HELD              PIC X.
       01  WS-HC-HOLD-ID           PIC X(8).
       01  WS-HC-MATTER            PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PARA.
               DISPLAY " sessions held whole (straddle the cutoff): "
                   FUNCTION TRIM(WS-HELD-ED)
           END-IF
           IF WS-LEGAL-SESSIONS > 0
               MOVE WS-LEGAL-SESSIONS TO WS-HELD-ED
               MOVE WS-LEGAL-RECORDS TO WS-KEPT-ED
               DISPLAY " sessions kept under legal hold: "
                   FUNCTION TRIM(WS-HELD-ED) " ("
                   FUNCTION TRIM(WS-KEPT-ED) " record(s))"
           END-IF
           IF WS-OVERFLOW-SESS > 0
               MOVE WS-OVERFLOW-SESS TO WS-HELD-ED
               DISPLAY " eligible sessions past the table, left for"
               MOVE 'Y' TO WS-HAVE-SESSION
               MOVE 'Y' TO WS-SESS-ALL-OLD
               MOVE 'N' TO WS-SESS-ANY-OLD
               MOVE 'N' TO WS-SESS-ON-HOLD
               MOVE 0 TO WS-SESS-RECS
           END-IF
           ADD 1 TO WS-SESS-RECS
           IF WS-SESS-ON-HOLD = 'N'
               MOVE AUDIT-OPERATOR TO WS-HC-OPERATOR
               MOVE AUDIT-STAMP(1:10) TO WS-HC-DATE
               CALL "HOLD-CHECK" USING WS-HC-ACTION
                   AUDIT-KEY-SESSION WS-HC-OPERATOR WS-HC-DATE
                   WS-HC-NAME WS-HC-ONLY WS-HC-HELD WS-HC-HOLD-ID
                   WS-HC-MATTER
               IF WS-HC-HELD = 'Y'
                   MOVE 'Y' TO WS-SESS-ON-HOLD
                   MOVE WS-HC-HOLD-ID TO WS-SESS-HOLD-ID
                   MOVE WS-HC-MATTER TO WS-SESS-MATTER
               END-IF
           END-IF
           IF AUDIT-STAMP(1:10) < WS-CUTOFF-ARG
               MOVE 'Y' TO WS-SESS-ANY-OLD
           END-IF.

       CLOSE-SESSION-VERDICT.
           IF WS-SESS-ALL-OLD = 'Y' AND WS-SESS-ANY-OLD = 'Y'
                   AND WS-SESS-ON-HOLD = 'Y'
               ADD 1 TO WS-LEGAL-SESSIONS
               ADD WS-SESS-RECS TO WS-LEGAL-RECORDS
               DISPLAY " session " WS-CUR-SESSION
                   " kept -- legal hold " FUNCTION TRIM(WS-SESS-HOLD-ID)
                   " (" FUNCTION TRIM(WS-SESS-MATTER) ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-SESS-ALL-OLD = 'Y' AND WS-SESS-ANY-OLD = 'Y'
               IF WS-ELIG-COUNT < WS-ELIG-MAX
                   ADD 1 TO WS-ELIG-COUNT
