      *================================================================*
      * PROGRAM:     FAQ-REPORT                                        *
      * DESCRIPTION: Frequent-question analysis over the audit trail.  *
      *              Reads the user records in audit.dat stamped in a  *
      *              date range and normalizes each prompt -- lower    *
      *              case, punctuation and runs of blanks folded to    *
      *              one space, numbers and dates masked to '#', and   *
      *              greetings and please/thanks dropped -- so the     *
      *              same question asked with a different depot        *
      *              number or date lands in one group. The top N      *
      *              groups asked at least twice are listed with how   *
      *              often, by how many operators, what they cost and  *
      *              how many were answered off the response cache.    *
      *              A question answered by the model is paired with   *
      *              the next unpaired cost-ledger.dat call line of    *
      *              the same session and day; a cache hit is ledgered *
      *              with no tokens, which is how it is recognized.    *
      *              Each group is checked against notes.dat and       *
      *              standing-queries.txt: a note or query holding at  *
      *              least three quarters of the question's            *
      *              significant words (four letters or more, question *
      *              words aside) marks it covered, so the unmarked    *
      *              ones are what the knowledge base still lacks.     *
      *              Sealed (CBLDENC:) prompts are read through        *
      *              CRYPT-CODEC when a data key is configured and     *
      *              counted as unreadable when not. The sessions      *
      *              active in the range are found along the           *
      *              AUDIT-STAMP alternate key and each is then read   *
      *              in key order, so the rest of the trail is never   *
      *              touched.                                          *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/faq-report.cob src/crypt-codec.cob               *
      *        src/env-get.cob -o dist/faq-report                      *
      *   ./dist/faq-report <from YYYY-MM-DD> [to YYYY-MM-DD]          *
      *                     [--top N]          (default: 20)           *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    Sessions in the range found through the        *
      *                 AUDIT-STAMP key instead of a full pass         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAQ-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT NOTES-FILE
               ASSIGN TO DYNAMIC WS-NOTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT STD-FILE
               ASSIGN TO DYNAMIC WS-STD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout matches what AUDIT-LOG writes.
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
       FD  LEDGER-FILE.
       01  LEDGER-RECORD           PIC X(300).
       FD  NOTES-FILE.
       01  NOTES-RECORD            PIC X(540).
       FD  STD-FILE.
       01  STD-RECORD              PIC X(1024).

       WORKING-STORAGE SECTION.
       01  WS-LOG-PATH             PIC X(520).
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-NOTES-PATH           PIC X(520).
       01  WS-STD-PATH             PIC X(520).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-NOTES-STATUS         PIC XX.
       01  WS-STD-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> Arguments
       01  WS-ARG                  PIC X(20).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-WANT-TOP             PIC X VALUE 'N'.
       01  WS-TOP-N                PIC 9(3) VALUE 20.

      *> Call lines from the ledger, in file order: session, call
      *> date (the original date on a line posted forward), cost,
      *> and whether it was a cache hit (no tokens billed)
       01  WS-LDG-MAX              PIC 9(5) VALUE 20000.
       01  WS-LDG-COUNT            PIC 9(5) VALUE 0.
       01  WS-LDG-DROPPED          PIC 9(7) VALUE 0.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 20000 TIMES.
               10  WS-LDG-SESSION  PIC X(9).
               10  WS-LDG-DATE     PIC X(10).
               10  WS-LDG-COST     PIC S9(5)V9(4).
               10  WS-LDG-HIT      PIC X.
               10  WS-LDG-USED     PIC X.
       01  WS-LDG-IDX              PIC 9(5).
       01  WS-LDG-FOUND            PIC 9(5).
       01  WS-LDG-HINT             PIC 9(5) VALUE 1.
       01  WS-LGR-DATE             PIC X(10).
       01  WS-LGR-SESSION          PIC X(20).
       01  WS-LGR-OPERATOR         PIC X(8).
       01  WS-LGR-MODEL            PIC X(100).
       01  WS-LGR-PTOK             PIC X(12).
       01  WS-LGR-CTOK             PIC X(12).
       01  WS-LGR-COST             PIC X(20).
       01  WS-LGR-FLAG             PIC X(5).
       01  WS-LGR-ORIG-DATE        PIC X(10).

      *> The question waiting to learn whether the model answered it:
      *> an assistant record next in the same session means a call
      *> went out; another user record or a new session means not.
       01  WS-PEND                 PIC X VALUE 'N'.
       01  WS-PEND-SESSION         PIC 9(9).
       01  WS-PEND-SESSION-X       PIC X(9).
       01  WS-PEND-DATE            PIC X(10).
       01  WS-PEND-GROUP           PIC 9(4).
       01  WS-LAST-SESSION         PIC 9(9) VALUE 0.

      *> Question groups, keyed by the normalized text
       01  WS-GRP-MAX              PIC 9(4) VALUE 2000.
       01  WS-GRP-COUNT            PIC 9(4) VALUE 0.
       01  WS-GRP-DROPPED          PIC 9(7) VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  WS-GRP-KEY      PIC X(200).
               10  WS-GRP-ASKED    PIC 9(5).
               10  WS-GRP-OPER-CNT PIC 9(2).
               10  WS-GRP-OPER-MORE PIC X.
               10  WS-GRP-OPER     PIC X(8) OCCURS 10 TIMES.
               10  WS-GRP-CALLS    PIC 9(5).
               10  WS-GRP-HITS     PIC 9(5).
               10  WS-GRP-COST     PIC S9(7)V9(4).
               10  WS-GRP-SHOWN    PIC X.
       01  WS-GRP-IDX              PIC 9(4).
       01  WS-GRP-SLOT             PIC 9(4).
       01  WS-OPER-IDX             PIC 9(2).
       01  WS-OPER-SEEN            PIC X.

      *> Knowledge already on file, normalized the same way
       01  WS-KB-MAX               PIC 9(4) VALUE 1000.
       01  WS-KB-COUNT             PIC 9(4) VALUE 0.
       01  WS-KB-TABLE.
           05  WS-KB-ENTRY OCCURS 1000 TIMES.
               10  WS-KB-KIND      PIC X.
               10  WS-KB-TEXT      PIC X(502).
       01  WS-KB-IDX               PIC 9(4).
       01  WS-NOTES-LOADED         PIC 9(4) VALUE 0.
       01  WS-STD-LOADED           PIC 9(4) VALUE 0.
       01  WS-STD-FIELD            PIC X(50).
       01  WS-STD-PTR              PIC 9(4).
       01  WS-STD-SKIP             PIC 9.

      *> Normalizing: WS-NORM-IN is read, WS-NORM-OUT built, then
      *> filler words are dropped into WS-NORM-KEY
       01  WS-NORM-IN              PIC X(2800).
       01  WS-NORM-LOW             PIC X(2800).
       01  WS-NORM-OUT             PIC X(2800).
       01  WS-NORM-KEY             PIC X(500).
       01  WS-NORM-LEN             PIC 9(4).
       01  WS-NORM-POS             PIC 9(4).
       01  WS-OUT-POS              PIC 9(4).
       01  WS-KEY-POS              PIC 9(4).
       01  WS-CH                   PIC X.
       01  WS-NEXT-CH              PIC X.
       01  WS-LAST-OUT             PIC X.
       01  WS-WORD                 PIC X(60).
       01  WS-WORD-LEN             PIC 9(4).
       01  WS-WORD-PTR             PIC 9(4).

      *> Coverage test: significant words of the question found in
      *> one note or standing query
       01  WS-SIG-COUNT            PIC 9(3).
       01  WS-SIG-FOUND            PIC 9(3).
       01  WS-HAY                  PIC X(504).
       01  WS-NEEDLE               PIC X(62).
       01  WS-NEEDLE-LEN           PIC 9(3).
       01  WS-TALLY                PIC 9(4).
       01  WS-COVER-NOTE           PIC X.
       01  WS-COVER-STD            PIC X.
       01  WS-COVER-TEXT           PIC X(40).
       01  WS-MISSING-SHOWN        PIC 9(3) VALUE 0.

      *> Deciphering sealed prompts
       01  WS-CR-ACTION            PIC X.
       01  WS-CR-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-CR-LEN               PIC 9(6).
       01  WS-CR-STATUS            PIC X.

      *> Sessions with records stamped in the range, in order of
      *> their first such record; past the table's size the whole
      *> trail is read instead
       01  WS-RSESS-COUNT          PIC 9(4) VALUE 0.
       01  WS-RSESS-TABLE.
           05  WS-RSESS-ID OCCURS 3000 TIMES PIC 9(9).
       01  WS-RSESS-IDX            PIC 9(4).
       01  WS-RSESS-FULL           PIC X VALUE 'N'.

      *> Control totals
       01  WS-AUDIT-READ           PIC 9(7) VALUE 0.
       01  WS-QUESTIONS            PIC 9(7) VALUE 0.
       01  WS-SEALED               PIC 9(7) VALUE 0.
       01  WS-EMPTY-KEYS           PIC 9(7) VALUE 0.
       01  WS-ANSWERED             PIC 9(7) VALUE 0.
       01  WS-UNPAIRED             PIC 9(7) VALUE 0.
       01  WS-ONCE-GROUPS          PIC 9(4) VALUE 0.
       01  WS-REPEAT-GROUPS        PIC 9(4) VALUE 0.
       01  WS-RANK                 PIC 9(3) VALUE 0.
       01  WS-BEST                 PIC 9(4).

      *> Edited report fields
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-RANK-ED              PIC ZZ9.
       01  WS-ASKED-ED             PIC ZZZZ9.
       01  WS-OPERS-ED             PIC Z9.
       01  WS-HITS-ED              PIC ZZZZ9.
       01  WS-CALLS-ED             PIC ZZZZ9.
       01  WS-COST-ED              PIC -(7)9.9999.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM PARSE-ARGS
           IF WS-FROM-DATE = SPACES
               DISPLAY "usage: faq-report <from YYYY-MM-DD>"
                   " [to YYYY-MM-DD] [--top N]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           PERFORM RESOLVE-PATHS
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "error: cannot open " FUNCTION TRIM(WS-LOG-PATH)
                   " (status " WS-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LEDGER-CALLS
           PERFORM LOAD-NOTES
           PERFORM LOAD-STANDING-QUERIES
           PERFORM FIND-RANGE-SESSIONS
           IF WS-RSESS-FULL = 'Y'
               MOVE LOW-VALUES TO AUDIT-KEY
               START AUDIT-FILE KEY IS >= AUDIT-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM TAKE-AUDIT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RSESS-IDX FROM 1 BY 1
                       UNTIL WS-RSESS-IDX > WS-RSESS-COUNT
                   PERFORM WALK-RANGE-SESSION
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           PERFORM PRINT-REPORT
           STOP RUN.

      *> Along the stamp key from the first day of the range to the
      *> last, noting each session once.
       FIND-RANGE-SESSIONS.
           MOVE SPACES TO AUDIT-STAMP
           MOVE WS-FROM-DATE TO AUDIT-STAMP(1:10)
           MOVE 'N' TO WS-EOF
           START AUDIT-FILE KEY IS >= AUDIT-STAMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-STAMP(1:10) > WS-TO-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM NOTE-RANGE-SESSION
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-RANGE-SESSION.
           IF WS-RSESS-COUNT > 0
                   AND WS-RSESS-ID(WS-RSESS-COUNT) = AUDIT-KEY-SESSION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RSESS-IDX FROM 1 BY 1
                   UNTIL WS-RSESS-IDX > WS-RSESS-COUNT
               IF WS-RSESS-ID(WS-RSESS-IDX) = AUDIT-KEY-SESSION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RSESS-COUNT >= 3000
               MOVE 'Y' TO WS-RSESS-FULL
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RSESS-COUNT
           MOVE AUDIT-KEY-SESSION TO WS-RSESS-ID(WS-RSESS-COUNT).

      *> One session in key order, so each question is followed by
      *> its own answer.
       WALK-RANGE-SESSION.
           MOVE WS-RSESS-ID(WS-RSESS-IDX) TO AUDIT-KEY-SESSION
           MOVE 0 TO AUDIT-KEY-SEQ
           MOVE 'N' TO WS-EOF
           START AUDIT-FILE KEY IS >= AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-KEY-SESSION
                               NOT = WS-RSESS-ID(WS-RSESS-IDX)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM TAKE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PARSE-ARGS.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 4
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--top'
                       MOVE 'Y' TO WS-WANT-TOP
                   WHEN WS-WANT-TOP = 'Y'
                       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG))
                               = 0
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG))
                               TO WS-TOP-N
                       END-IF
                       MOVE 'N' TO WS-WANT-TOP
                   WHEN WS-FROM-DATE = SPACES
                       MOVE WS-ARG(1:10) TO WS-FROM-DATE
                   WHEN OTHER
                       MOVE WS-ARG(1:10) TO WS-TO-DATE
               END-EVALUATE
           END-PERFORM
           IF WS-TOP-N = 0
               MOVE 20 TO WS-TOP-N
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
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH
           MOVE SPACES TO WS-NOTES-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "notes.dat"
               DELIMITED SIZE INTO WS-NOTES-PATH
           MOVE SPACES TO WS-STD-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "standing-queries.txt"
               DELIMITED SIZE INTO WS-STD-PATH.

      *> Call lines only -- a RERATE correcting line (R) is money,
      *> not a call. A line posted forward out of a closed month (L)
      *> carries the day the call was made in its ninth field.
       LOAD-LEDGER-CALLS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       TAKE-LEDGER-LINE.
           IF LEDGER-RECORD = SPACES OR LEDGER-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
               WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
               WS-LGR-FLAG WS-LGR-ORIG-DATE
           UNSTRING LEDGER-RECORD DELIMITED BY '|'
               INTO WS-LGR-DATE WS-LGR-SESSION WS-LGR-OPERATOR
                    WS-LGR-MODEL WS-LGR-PTOK WS-LGR-CTOK WS-LGR-COST
                    WS-LGR-FLAG WS-LGR-ORIG-DATE
           END-UNSTRING
           IF WS-LGR-FLAG = 'R'
               EXIT PARAGRAPH
           END-IF
           IF WS-LGR-ORIG-DATE NOT = SPACES
               MOVE WS-LGR-ORIG-DATE TO WS-LGR-DATE
           END-IF
           IF WS-LGR-DATE < WS-FROM-DATE OR WS-LGR-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-LDG-COUNT >= WS-LDG-MAX
               ADD 1 TO WS-LDG-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LDG-COUNT
           MOVE WS-LGR-SESSION(1:9) TO WS-LDG-SESSION(WS-LDG-COUNT)
           MOVE WS-LGR-DATE TO WS-LDG-DATE(WS-LDG-COUNT)
           MOVE 0 TO WS-LDG-COST(WS-LDG-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-COST)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-COST))
                   TO WS-LDG-COST(WS-LDG-COUNT)
           END-IF
           MOVE 'N' TO WS-LDG-HIT(WS-LDG-COUNT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LGR-CTOK))
                       = 0
               IF FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-PTOK)) = 0
                       AND FUNCTION NUMVAL(FUNCTION TRIM(WS-LGR-CTOK))
                           = 0
                   MOVE 'Y' TO WS-LDG-HIT(WS-LDG-COUNT)
               END-IF
           END-IF
           MOVE 'N' TO WS-LDG-USED(WS-LDG-COUNT).

      *> notes.dat: stamp|fact
       LOAD-NOTES.
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NOTES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOTES-RECORD NOT = SPACES
                               AND WS-KB-COUNT < WS-KB-MAX
                           MOVE SPACES TO WS-NORM-IN
                           MOVE NOTES-RECORD(12:) TO WS-NORM-IN
                           IF NOTES-RECORD(11:1) NOT = '|'
                               MOVE NOTES-RECORD TO WS-NORM-IN
                           END-IF
                           PERFORM NORMALIZE-TEXT
                           ADD 1 TO WS-KB-COUNT
                           ADD 1 TO WS-NOTES-LOADED
                           MOVE 'N' TO WS-KB-KIND(WS-KB-COUNT)
                           MOVE SPACES TO WS-KB-TEXT(WS-KB-COUNT)
                           STRING ' ' WS-NORM-KEY DELIMITED SIZE
                               INTO WS-KB-TEXT(WS-KB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTES-FILE.

      *> standing-queries.txt: [schedule|]profile|output file|query
       LOAD-STANDING-QUERIES.
           OPEN INPUT STD-FILE
           IF WS-STD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-STANDING-ENTRY
               END-READ
           END-PERFORM
           CLOSE STD-FILE.

       TAKE-STANDING-ENTRY.
           IF FUNCTION TRIM(STD-RECORD) = SPACES
                   OR STD-RECORD(1:1) = '#'
                   OR WS-KB-COUNT >= WS-KB-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STD-PTR
           MOVE SPACES TO WS-STD-FIELD
           UNSTRING STD-RECORD DELIMITED BY '|'
               INTO WS-STD-FIELD
               WITH POINTER WS-STD-PTR
           END-UNSTRING
           IF FUNCTION TRIM(WS-STD-FIELD) = 'B'
                   OR FUNCTION TRIM(WS-STD-FIELD) = 'M'
                   OR FUNCTION TRIM(WS-STD-FIELD) = 'Q'
                   OR FUNCTION TRIM(WS-STD-FIELD) = 'A'
               MOVE 2 TO WS-STD-SKIP
           ELSE
               MOVE 1 TO WS-STD-SKIP
           END-IF
           PERFORM WS-STD-SKIP TIMES
               MOVE SPACES TO WS-STD-FIELD
               UNSTRING STD-RECORD DELIMITED BY '|'
                   INTO WS-STD-FIELD
                   WITH POINTER WS-STD-PTR
               END-UNSTRING
           END-PERFORM
           IF WS-STD-PTR > LENGTH OF STD-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NORM-IN
           MOVE STD-RECORD(WS-STD-PTR:) TO WS-NORM-IN
           PERFORM NORMALIZE-TEXT
           ADD 1 TO WS-KB-COUNT
           ADD 1 TO WS-STD-LOADED
           MOVE 'S' TO WS-KB-KIND(WS-KB-COUNT)
           MOVE SPACES TO WS-KB-TEXT(WS-KB-COUNT)
           STRING ' ' WS-NORM-KEY DELIMITED SIZE
               INTO WS-KB-TEXT(WS-KB-COUNT).

      *> Records arrive in key order -- session, then sequence -- so
      *> a pending question is settled by the next record of its
      *> session, or left unanswered when the session changes.
       TAKE-AUDIT-RECORD.
           IF WS-PEND = 'Y'
               IF AUDIT-KEY-SESSION NOT = WS-PEND-SESSION
                   MOVE 'N' TO WS-PEND
               ELSE
                   IF FUNCTION TRIM(AUDIT-ROLE) = 'assistant'
                       PERFORM PAIR-LEDGER-CALL
                       MOVE 'N' TO WS-PEND
                   END-IF
                   IF FUNCTION TRIM(AUDIT-ROLE) = 'user'
                       MOVE 'N' TO WS-PEND
                   END-IF
               END-IF
           END-IF
           IF AUDIT-KEY-SESSION NOT = WS-LAST-SESSION
               MOVE AUDIT-KEY-SESSION TO WS-LAST-SESSION
               MOVE 1 TO WS-LDG-HINT
           END-IF
           IF FUNCTION TRIM(AUDIT-ROLE) NOT = 'user'
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-STAMP(1:10) < WS-FROM-DATE
                   OR AUDIT-STAMP(1:10) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUESTIONS
           PERFORM PREPARE-CONTENT
           IF WS-CR-STATUS NOT = 'Y'
               ADD 1 TO WS-SEALED
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZE-TEXT
           IF WS-NORM-KEY = SPACES OR WS-NORM-KEY = '#'
               ADD 1 TO WS-EMPTY-KEYS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-GROUP
           IF WS-GRP-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-ASKED(WS-GRP-SLOT)
           PERFORM NOTE-GROUP-OPERATOR
           MOVE 'Y' TO WS-PEND
           MOVE AUDIT-KEY-SESSION TO WS-PEND-SESSION
           MOVE AUDIT-STAMP(1:10) TO WS-PEND-DATE
           MOVE WS-GRP-SLOT TO WS-PEND-GROUP.

      *> Decipher a CBLDENC: record; without a key it stays sealed.
       PREPARE-CONTENT.
           MOVE 'Y' TO WS-CR-STATUS
           MOVE SPACES TO WS-NORM-IN
           IF AUDIT-CONTENT(1:8) NOT = 'CBLDENC:'
               MOVE AUDIT-CONTENT TO WS-NORM-IN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CR-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CONTENT, TRAILING)) - 8
           MOVE AUDIT-CONTENT(9:WS-CR-LEN) TO WS-NORM-IN
           MOVE 'D' TO WS-CR-ACTION
           CALL "CRYPT-CODEC" USING
               WS-CR-ACTION WS-CR-PROFILE WS-NORM-IN
               WS-CR-LEN WS-CR-STATUS.

      *> Lower case; every run of digits -- with the - / . : , that
      *> join the parts of a date, time or amount -- becomes one '#';
      *> anything else that is not a letter folds into a single
      *> space. Then greetings and please/thanks are dropped.
       NORMALIZE-TEXT.
           MOVE FUNCTION LOWER-CASE(WS-NORM-IN) TO WS-NORM-LOW
           MOVE SPACES TO WS-NORM-OUT
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-NORM-LOW, TRAILING)) TO WS-NORM-LEN
           MOVE 0 TO WS-OUT-POS
           MOVE SPACE TO WS-LAST-OUT
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > WS-NORM-LEN
               MOVE WS-NORM-LOW(WS-NORM-POS:1) TO WS-CH
               MOVE SPACE TO WS-NEXT-CH
               IF WS-NORM-POS < WS-NORM-LEN
                   MOVE WS-NORM-LOW(WS-NORM-POS + 1:1) TO WS-NEXT-CH
               END-IF
               EVALUATE TRUE
                   WHEN WS-CH IS NUMERIC
                       IF WS-LAST-OUT NOT = '#'
                           ADD 1 TO WS-OUT-POS
                           MOVE '#' TO WS-NORM-OUT(WS-OUT-POS:1)
                           MOVE '#' TO WS-LAST-OUT
                       END-IF
                   WHEN (WS-CH = '-' OR '/' OR '.' OR ':' OR ',')
                           AND WS-LAST-OUT = '#'
                           AND WS-NEXT-CH IS NUMERIC
                       CONTINUE
                   WHEN WS-CH >= 'a' AND WS-CH <= 'z'
                       ADD 1 TO WS-OUT-POS
                       MOVE WS-CH TO WS-NORM-OUT(WS-OUT-POS:1)
                       MOVE WS-CH TO WS-LAST-OUT
                   WHEN OTHER
                       IF WS-LAST-OUT NOT = SPACE
                           ADD 1 TO WS-OUT-POS
                           MOVE SPACE TO WS-NORM-OUT(WS-OUT-POS:1)
                           MOVE SPACE TO WS-LAST-OUT
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO WS-NORM-KEY
           MOVE 1 TO WS-KEY-POS
           MOVE 1 TO WS-WORD-PTR
           PERFORM UNTIL WS-WORD-PTR > WS-OUT-POS
                   OR WS-KEY-POS > 440
               MOVE SPACES TO WS-WORD
               UNSTRING WS-NORM-OUT DELIMITED BY ALL SPACE
                   INTO WS-WORD COUNT IN WS-WORD-LEN
                   WITH POINTER WS-WORD-PTR
               END-UNSTRING
               IF WS-WORD-LEN > 0
                   AND WS-WORD NOT = 'please' AND WS-WORD NOT = 'pls'
                   AND WS-WORD NOT = 'kindly' AND WS-WORD NOT = 'thanks'
                   AND WS-WORD NOT = 'thank' AND WS-WORD NOT = 'thx'
                   AND WS-WORD NOT = 'hi' AND WS-WORD NOT = 'hello'
                   AND WS-WORD NOT = 'hey'
                   IF WS-WORD-LEN > 60
                       MOVE 60 TO WS-WORD-LEN
                   END-IF
                   STRING WS-WORD(1:WS-WORD-LEN) ' ' DELIMITED SIZE
                       INTO WS-NORM-KEY WITH POINTER WS-KEY-POS
                   END-STRING
               END-IF
           END-PERFORM
           MOVE FUNCTION TRIM(WS-NORM-KEY) TO WS-NORM-KEY.

      *> The key is the first 200 characters of the normalized text.
       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GRP-SLOT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-KEY(WS-GRP-IDX) = WS-NORM-KEY(1:200)
                   MOVE WS-GRP-IDX TO WS-GRP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-COUNT >= WS-GRP-MAX
               ADD 1 TO WS-GRP-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-GRP-SLOT
           MOVE WS-NORM-KEY(1:200) TO WS-GRP-KEY(WS-GRP-SLOT)
           MOVE 0 TO WS-GRP-ASKED(WS-GRP-SLOT)
               WS-GRP-OPER-CNT(WS-GRP-SLOT)
               WS-GRP-CALLS(WS-GRP-SLOT)
               WS-GRP-HITS(WS-GRP-SLOT)
               WS-GRP-COST(WS-GRP-SLOT)
           MOVE 'N' TO WS-GRP-OPER-MORE(WS-GRP-SLOT)
               WS-GRP-SHOWN(WS-GRP-SLOT).

      *> Ten operators are kept by name; past that the group is
      *> shown as asked by "10+".
       NOTE-GROUP-OPERATOR.
           MOVE 'N' TO WS-OPER-SEEN
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-GRP-OPER-CNT(WS-GRP-SLOT)
               IF WS-GRP-OPER(WS-GRP-SLOT, WS-OPER-IDX)
                       = AUDIT-OPERATOR
                   MOVE 'Y' TO WS-OPER-SEEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPER-SEEN = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-OPER-CNT(WS-GRP-SLOT) >= 10
               MOVE 'Y' TO WS-GRP-OPER-MORE(WS-GRP-SLOT)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-OPER-CNT(WS-GRP-SLOT)
           MOVE AUDIT-OPERATOR TO WS-GRP-OPER(WS-GRP-SLOT,
               WS-GRP-OPER-CNT(WS-GRP-SLOT)).

      *> The session's ledger lines are in call order, so the scan
      *> carries on from the last one paired; a PID the OS reused on
      *> another day is told apart by the date.
       PAIR-LEDGER-CALL.
           ADD 1 TO WS-ANSWERED
           MOVE WS-PEND-SESSION TO WS-PEND-SESSION-X
           MOVE 0 TO WS-LDG-FOUND
           PERFORM VARYING WS-LDG-IDX FROM WS-LDG-HINT BY 1
                   UNTIL WS-LDG-IDX > WS-LDG-COUNT
               IF WS-LDG-SESSION(WS-LDG-IDX) = WS-PEND-SESSION-X
                       AND WS-LDG-DATE(WS-LDG-IDX) = WS-PEND-DATE
                       AND WS-LDG-USED(WS-LDG-IDX) = 'N'
                   MOVE WS-LDG-IDX TO WS-LDG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LDG-FOUND = 0 AND WS-LDG-HINT > 1
               PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                       UNTIL WS-LDG-IDX >= WS-LDG-HINT
                   IF WS-LDG-SESSION(WS-LDG-IDX) = WS-PEND-SESSION-X
                           AND WS-LDG-DATE(WS-LDG-IDX) = WS-PEND-DATE
                           AND WS-LDG-USED(WS-LDG-IDX) = 'N'
                       MOVE WS-LDG-IDX TO WS-LDG-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LDG-FOUND = 0
               ADD 1 TO WS-UNPAIRED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LDG-USED(WS-LDG-FOUND)
           COMPUTE WS-LDG-HINT = WS-LDG-FOUND + 1
           ADD 1 TO WS-GRP-CALLS(WS-PEND-GROUP)
           ADD WS-LDG-COST(WS-LDG-FOUND) TO WS-GRP-COST(WS-PEND-GROUP)
           IF WS-LDG-HIT(WS-LDG-FOUND) = 'Y'
               ADD 1 TO WS-GRP-HITS(WS-PEND-GROUP)
           END-IF.

       PRINT-REPORT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-ASKED(WS-GRP-IDX) > 1
                   ADD 1 TO WS-REPEAT-GROUPS
               ELSE
                   ADD 1 TO WS-ONCE-GROUPS
               END-IF
           END-PERFORM
           DISPLAY "================================================="
           DISPLAY " frequent questions  " WS-FROM-DATE
               " to " WS-TO-DATE
           DISPLAY "================================================="
           IF WS-REPEAT-GROUPS = 0
               DISPLAY "   (no question was asked more than once)"
           END-IF
           PERFORM UNTIL WS-RANK >= WS-TOP-N
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   IF WS-GRP-SHOWN(WS-GRP-IDX) = 'N'
                           AND WS-GRP-ASKED(WS-GRP-IDX) > 1
                       IF WS-BEST = 0
                           MOVE WS-GRP-IDX TO WS-BEST
                       ELSE
                           IF WS-GRP-ASKED(WS-GRP-IDX)
                                   > WS-GRP-ASKED(WS-BEST)
                               OR (WS-GRP-ASKED(WS-GRP-IDX)
                                   = WS-GRP-ASKED(WS-BEST)
                               AND WS-GRP-COST(WS-GRP-IDX)
                                   > WS-GRP-COST(WS-BEST))
                               MOVE WS-GRP-IDX TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST = 0
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO WS-GRP-SHOWN(WS-BEST)
               ADD 1 TO WS-RANK
               PERFORM PRINT-ONE-GROUP
           END-PERFORM
           DISPLAY " "
           DISPLAY " -----------------------------------------------"
           MOVE WS-AUDIT-READ TO WS-COUNT-ED
           DISPLAY " audit records read:           " WS-COUNT-ED
           MOVE WS-QUESTIONS TO WS-COUNT-ED
           DISPLAY " questions in the range:       " WS-COUNT-ED
           MOVE WS-SEALED TO WS-COUNT-ED
           DISPLAY "   sealed, no data key:        " WS-COUNT-ED
           MOVE WS-EMPTY-KEYS TO WS-COUNT-ED
           DISPLAY "   nothing left to group:      " WS-COUNT-ED
           MOVE WS-ANSWERED TO WS-COUNT-ED
           DISPLAY "   answered by the model:      " WS-COUNT-ED
           MOVE WS-UNPAIRED TO WS-COUNT-ED
           DISPLAY "     with no ledger line:      " WS-COUNT-ED
           MOVE WS-GRP-COUNT TO WS-COUNT-ED
           DISPLAY " distinct questions:           " WS-COUNT-ED
           MOVE WS-REPEAT-GROUPS TO WS-COUNT-ED
           DISPLAY "   asked more than once:       " WS-COUNT-ED
           MOVE WS-MISSING-SHOWN TO WS-COUNT-ED
           DISPLAY "   listed and not yet covered: " WS-COUNT-ED
           MOVE WS-NOTES-LOADED TO WS-COUNT-ED
           DISPLAY " notes checked:                " WS-COUNT-ED
           MOVE WS-STD-LOADED TO WS-COUNT-ED
           DISPLAY " standing queries checked:     " WS-COUNT-ED
           IF WS-GRP-DROPPED > 0
               MOVE WS-GRP-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " question(s) past the first "
                   WS-GRP-MAX " distinct not grouped"
           END-IF
           IF WS-LDG-DROPPED > 0
               MOVE WS-LDG-DROPPED TO WS-COUNT-ED
               DISPLAY " TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " ledger line(s) not loaded; costs are short --"
                   " narrow the date range"
           END-IF
           DISPLAY "=================================================".

       PRINT-ONE-GROUP.
           PERFORM CHECK-COVERAGE
           MOVE WS-RANK TO WS-RANK-ED
           MOVE WS-GRP-ASKED(WS-BEST) TO WS-ASKED-ED
           MOVE WS-GRP-OPER-CNT(WS-BEST) TO WS-OPERS-ED
           MOVE WS-GRP-COST(WS-BEST) TO WS-COST-ED
           MOVE WS-GRP-HITS(WS-BEST) TO WS-HITS-ED
           MOVE WS-GRP-CALLS(WS-BEST) TO WS-CALLS-ED
           DISPLAY " "
           DISPLAY " " WS-RANK-ED ". "
               FUNCTION TRIM(WS-GRP-KEY(WS-BEST))(1:64)
           IF WS-GRP-OPER-MORE(WS-BEST) = 'Y'
               DISPLAY "      asked " FUNCTION TRIM(WS-ASKED-ED)
                   "  operators 10+"
                   "  cost " FUNCTION TRIM(WS-COST-ED)
                   "  cache hits " FUNCTION TRIM(WS-HITS-ED)
                   " of " FUNCTION TRIM(WS-CALLS-ED) " call(s)"
           ELSE
               DISPLAY "      asked " FUNCTION TRIM(WS-ASKED-ED)
                   "  operators " FUNCTION TRIM(WS-OPERS-ED)
                   "  cost " FUNCTION TRIM(WS-COST-ED)
                   "  cache hits " FUNCTION TRIM(WS-HITS-ED)
                   " of " FUNCTION TRIM(WS-CALLS-ED) " call(s)"
           END-IF
           DISPLAY "      " FUNCTION TRIM(WS-COVER-TEXT).

      *> Covered when one note (or standing query) holds at least
      *> three quarters of the question's significant words.
       CHECK-COVERAGE.
           MOVE 'N' TO WS-COVER-NOTE WS-COVER-STD
           PERFORM VARYING WS-KB-IDX FROM 1 BY 1
                   UNTIL WS-KB-IDX > WS-KB-COUNT
               IF (WS-KB-KIND(WS-KB-IDX) = 'N'
                       AND WS-COVER-NOTE = 'N')
                   OR (WS-KB-KIND(WS-KB-IDX) = 'S'
                       AND WS-COVER-STD = 'N')
                   PERFORM MATCH-ONE-ENTRY
                   IF WS-SIG-COUNT > 0
                           AND WS-SIG-FOUND * 4 >= WS-SIG-COUNT * 3
                       IF WS-KB-KIND(WS-KB-IDX) = 'N'
                           MOVE 'Y' TO WS-COVER-NOTE
                       ELSE
                           MOVE 'Y' TO WS-COVER-STD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-COVER-NOTE = 'Y' AND WS-COVER-STD = 'Y'
                   MOVE "covered: note, standing query"
                       TO WS-COVER-TEXT
               WHEN WS-COVER-NOTE = 'Y'
                   MOVE "covered: note" TO WS-COVER-TEXT
               WHEN WS-COVER-STD = 'Y'
                   MOVE "covered: standing query" TO WS-COVER-TEXT
               WHEN OTHER
                   MOVE "** NOT COVERED -- candidate **"
                       TO WS-COVER-TEXT
                   ADD 1 TO WS-MISSING-SHOWN
           END-EVALUATE.

      *> Whole-word test against the entry, padded with a blank on
      *> each side so 'file' does not match inside 'profile'.
       MATCH-ONE-ENTRY.
           MOVE 0 TO WS-SIG-COUNT WS-SIG-FOUND
           MOVE SPACES TO WS-HAY
           STRING WS-KB-TEXT(WS-KB-IDX) ' ' DELIMITED SIZE
               INTO WS-HAY
           MOVE 1 TO WS-WORD-PTR
           PERFORM UNTIL WS-WORD-PTR > 200
               MOVE SPACES TO WS-WORD
               MOVE 0 TO WS-WORD-LEN
               UNSTRING WS-GRP-KEY(WS-BEST) DELIMITED BY ALL SPACE
                   INTO WS-WORD COUNT IN WS-WORD-LEN
                   WITH POINTER WS-WORD-PTR
               END-UNSTRING
               IF WS-WORD-LEN >= 4
                   AND WS-WORD NOT = 'what' AND WS-WORD NOT = 'when'
                   AND WS-WORD NOT = 'where' AND WS-WORD NOT = 'which'
                   AND WS-WORD NOT = 'show' AND WS-WORD NOT = 'tell'
                   AND WS-WORD NOT = 'does' AND WS-WORD NOT = 'have'
                   AND WS-WORD NOT = 'with' AND WS-WORD NOT = 'this'
                   AND WS-WORD NOT = 'that' AND WS-WORD NOT = 'from'
                   AND WS-WORD NOT = 'about' AND WS-WORD NOT = 'there'
                   AND WS-WORD NOT = 'could' AND WS-WORD NOT = 'would'
                   AND WS-WORD NOT = 'your' AND WS-WORD NOT = 'give'
                   ADD 1 TO WS-SIG-COUNT
                   MOVE SPACES TO WS-NEEDLE
                   STRING ' ' WS-WORD(1:WS-WORD-LEN) ' '
                       DELIMITED SIZE INTO WS-NEEDLE
                   COMPUTE WS-NEEDLE-LEN = WS-WORD-LEN + 2
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-HAY TALLYING WS-TALLY
                       FOR ALL WS-NEEDLE(1:WS-NEEDLE-LEN)
                   IF WS-TALLY > 0
                       ADD 1 TO WS-SIG-FOUND
                   END-IF
               END-IF
           END-PERFORM.
