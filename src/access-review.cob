      *================================================================*
      * PROGRAM:     ACCESS-REVIEW                                     *
      * DESCRIPTION: Quarterly access recertification. Lists every     *
      *              operator on operators.dat -- status, kind,        *
      *              supervisor flag, PIN lock, department, token      *
      *              quota -- with the security profile that governs   *
      *              them in security-profiles.dat (their own line,    *
      *              else the '*' default, else none) and the tools    *
      *              and models it allows, and their last activity:    *
      *              the newest audit.dat record and the newest        *
      *              cost-ledger.dat line under the id. Exceptions     *
      *              follow:                                           *
      *                - dormant ids, active with no activity (or,     *
      *                  never used, added) more than N days ago;      *
      *                - active ids with no department;                *
      *                - profiles granting write_file or run_job,      *
      *                  including '*' and blank tool lists and ids    *
      *                  with no profile at all, which grant every     *
      *                  tool;                                         *
      *                - ids in the ledger or the audit trail that     *
      *                  are not on the master.                        *
      *              A sign-off page per department closes the report, *
      *              addressed to the head named on a                  *
      *                HEAD|<department>|<name>                        *
      *              line of departments.dat (CHARGEBACK and           *
      *              MONTH-CLOSE pass over HEAD lines), with keep,     *
      *              change or remove boxes per id and a signature     *
      *              line. The report prints and is kept as            *
      *              access-review-YYYY-MM-DD.txt next to the          *
      *              executable; --route hands that file to            *
      *              DISTRIBUTE under the report name access-review.   *
      *              RETURN-CODE 4 when any exception is listed, 8     *
      *              when there is no operator master.                 *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/access-review.cob -o dist/access-review          *
      *   ./dist/access-review [--dormant N] [--route]                 *
      *                                       (default: 90 days)       *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE
               ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SEC-FILE
               ASSIGN TO DYNAMIC WS-SEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT DEPT-FILE
               ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RPT-FILE
               ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       01  OPER-RECORD             PIC X(200).
       FD  SEC-FILE.
       01  SEC-RECORD              PIC X(900).
       FD  DEPT-FILE.
       01  DEPT-RECORD             PIC X(200).
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
       FD  RPT-FILE.
       01  RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPER-PATH            PIC X(520).
       01  WS-SEC-PATH             PIC X(540).
       01  WS-DEPT-PATH            PIC X(520).
       01  WS-LOG-PATH             PIC X(520).
       01  WS-LEDGER-PATH          PIC X(520).
       01  WS-RPT-PATH             PIC X(560).
       01  WS-OPER-STATUS          PIC XX.
       01  WS-SEC-STATUS           PIC XX.
       01  WS-DEPT-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-LEDGER-STATUS        PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1400).
       01  WS-SHELL-RC             PIC S9(9) BINARY.

      *> Arguments
       01  WS-ARG                  PIC X(30).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-DORMANT-DAYS         PIC 9(4) VALUE 90.
       01  WS-ROUTE                PIC X VALUE 'N'.

      *> The operator master, one entry per id, with what the other
      *> files say about it
       01  WS-OP-COUNT             PIC 9(3) VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 300 TIMES.
               10  WS-OP-ID        PIC X(8).
               10  WS-OP-NAME      PIC X(30).
               10  WS-OP-DEPT      PIC X(20).
               10  WS-OP-STATUS    PIC X.
               10  WS-OP-QUOTA     PIC 9(9).
               10  WS-OP-ADDED     PIC X(10).
               10  WS-OP-LOCKED    PIC X.
               10  WS-OP-KIND      PIC X.
               10  WS-OP-SUPER     PIC X.
               10  WS-OP-LAST-AUD  PIC X(10).
               10  WS-OP-LAST-LGR  PIC X(10).
               10  WS-OP-PROFILE   PIC X(8).
               10  WS-OP-TOOLS     PIC X(400).
               10  WS-OP-MODELS    PIC X(400).
               10  WS-OP-DORMANT   PIC X.
               10  WS-OP-GRANT     PIC X(20).
       01  WS-OP-IDX               PIC 9(3).
       01  WS-OP-SLOT              PIC 9(3).

      *> Master line fields
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-NAME             PIC X(30).
       01  WS-FLD-DEPT             PIC X(20).
       01  WS-FLD-STATUS           PIC X(5).
       01  WS-FLD-QUOTA            PIC X(12).
       01  WS-FLD-ADDED            PIC X(10).
       01  WS-FLD-HASH             PIC X(12).
       01  WS-FLD-FAILS            PIC X(5).
       01  WS-FLD-LOCKED           PIC X(5).
       01  WS-FLD-KIND             PIC X(5).
       01  WS-FLD-SUPER            PIC X(5).

      *> security-profiles.dat -- operator|tools|models|confirm|idle;
      *> an id's own line wins over the '*' default, as in the chat
      *> loop
       01  WS-PRF-COUNT            PIC 9(3) VALUE 0.
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY OCCURS 300 TIMES.
               10  WS-PRF-ID       PIC X(8).
               10  WS-PRF-TOOLS    PIC X(400).
               10  WS-PRF-MODELS   PIC X(400).
               10  WS-PRF-USERS    PIC 9(3).
               10  WS-PRF-GRANT    PIC X(20).
       01  WS-PRF-IDX              PIC 9(3).
       01  WS-PRF-SLOT             PIC 9(3).
       01  WS-PRF-DEFAULT          PIC 9(3) VALUE 0.
       01  WS-SEC-L-ID             PIC X(8).
       01  WS-SEC-L-TOOLS          PIC X(400).
       01  WS-SEC-L-MODELS         PIC X(400).

      *> Tool-grant test -- write_file and run_job in a comma list
       01  WS-GRANT-TOOLS          PIC X(400).
       01  WS-GRANT                PIC X(20).
       01  WS-TOK-TABLE.
           05  WS-TOK OCCURS 12 TIMES PIC X(30).
       01  WS-TOK-IDX              PIC 99.
       01  WS-HAS-WRITE            PIC X.
       01  WS-HAS-RUNJOB           PIC X.

      *> Departments -- every department an operator names, with its
      *> head from departments.dat; the no-department page goes to
      *> the security administrator
       01  WS-DPT-COUNT            PIC 9(2) VALUE 0.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 60 TIMES.
               10  WS-DPT-NAME     PIC X(20).
               10  WS-DPT-HEAD     PIC X(40).
       01  WS-DPT-IDX              PIC 9(2).
       01  WS-DPT-SLOT             PIC 9(2).
       01  WS-HEAD-COUNT           PIC 9(2) VALUE 0.
       01  WS-HEAD-TABLE.
           05  WS-HEAD-ENTRY OCCURS 60 TIMES.
               10  WS-HEAD-DEPT    PIC X(20).
               10  WS-HEAD-NAME    PIC X(40).
       01  WS-HEAD-IDX             PIC 9(2).
       01  WS-LOOK-DEPT            PIC X(20).
       01  WS-DL-KIND              PIC X(10).
       01  WS-DL-A                 PIC X(40).
       01  WS-DL-B                 PIC X(40).

      *> Ids seen in the ledger or the audit trail but not on the
      *> master
       01  WS-UNK-COUNT            PIC 9(3) VALUE 0.
       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY OCCURS 200 TIMES.
               10  WS-UNK-ID       PIC X(8).
               10  WS-UNK-SOURCE   PIC X(6).
               10  WS-UNK-LAST     PIC X(10).
               10  WS-UNK-LINES    PIC 9(7).
       01  WS-UNK-IDX              PIC 9(3).
       01  WS-UNK-SLOT             PIC 9(3).
       01  WS-SEEN-ID              PIC X(8).
       01  WS-SEEN-DATE            PIC X(10).
       01  WS-SEEN-SOURCE          PIC X(6).

      *> Ledger line fields
       01  WS-LGR-DATE             PIC X(10).
       01  WS-LGR-SESSION          PIC X(9).
       01  WS-LGR-OPERATOR         PIC X(8).

      *> Dates -- today, the quarter, and day counts
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-DASHED         PIC X(10).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-QUARTER              PIC 9.
       01  WS-LAST-SEEN            PIC X(10).
       01  WS-DATE-NUM             PIC 9(8).
       01  WS-DAYS-IDLE            PIC 9(7).

      *> Exception tallies
       01  WS-DORMANT-COUNT        PIC 9(3) VALUE 0.
       01  WS-NODEPT-COUNT         PIC 9(3) VALUE 0.
       01  WS-GRANT-COUNT          PIC 9(3) VALUE 0.
       01  WS-EXC-TOTAL            PIC 9(4) VALUE 0.

      *> Page machinery, DAILY-DIGEST's
       01  WS-PAGE-SIZE            PIC 9(3) VALUE 60.
       01  WS-PAGE-NUM             PIC 9(3) VALUE 0.
       01  WS-LINE-CNT             PIC 9(3) VALUE 99.
       01  WS-PAGE-ED              PIC ZZ9.
       01  WS-PRINT-BUF            PIC X(132).
       01  WS-PAGE-TITLE           PIC X(60).

      *> Edited fields
       01  WS-QUOTA-ED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-NUM-ED               PIC ZZZZZZ9.
       01  WS-DAYS-ED              PIC ZZZZ9.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-ARGUMENTS
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-OPERATORS
           IF WS-OP-COUNT = 0
               DISPLAY "error: no operators on "
                   FUNCTION TRIM(WS-OPER-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PROFILES
           PERFORM LOAD-DEPARTMENT-HEADS
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM SCAN-LEDGER
           PERFORM ASSESS-OPERATORS
           OPEN OUTPUT RPT-FILE
           MOVE " operator roster" TO WS-PAGE-TITLE
           PERFORM PRINT-ROSTER
           MOVE " exceptions" TO WS-PAGE-TITLE
           MOVE 99 TO WS-LINE-CNT
           PERFORM PRINT-EXCEPTIONS
           PERFORM PRINT-SIGN-OFF-PAGES
           CLOSE RPT-FILE
           DISPLAY " "
           DISPLAY "report kept as " FUNCTION TRIM(WS-RPT-PATH)
           IF WS-ROUTE = 'Y'
               PERFORM ROUTE-REPORT
           END-IF
           IF WS-EXC-TOTAL > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-ARGUMENTS.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 4
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = '--route'
                       MOVE 'Y' TO WS-ROUTE
                   WHEN WS-ARG = '--dormant'
                       ADD 1 TO WS-ARG-IDX
                       MOVE SPACES TO WS-ARG
                       DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                       ACCEPT WS-ARG FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-ARG
                       END-ACCEPT
                       IF FUNCTION TRIM(WS-ARG) IS NUMERIC
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG))
                               TO WS-DORMANT-DAYS
                       ELSE
                           DISPLAY "error: --dormant wants a number"
                               " of days"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           MOVE SPACES TO WS-TODAY-DASHED
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               DELIMITED SIZE INTO WS-TODAY-DASHED
           COMPUTE WS-QUARTER =
               (FUNCTION NUMVAL(WS-TODAY(5:2)) + 2) / 3.

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
           MOVE SPACES TO WS-OPER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "operators.dat"
               DELIMITED SIZE INTO WS-OPER-PATH
           MOVE SPACES TO WS-SEC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "security-profiles.dat"
               DELIMITED SIZE INTO WS-SEC-PATH
           MOVE SPACES TO WS-DEPT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "departments.dat"
               DELIMITED SIZE INTO WS-DEPT-PATH
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat"
               DELIMITED SIZE INTO WS-LOG-PATH
           MOVE SPACES TO WS-LEDGER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "cost-ledger.dat"
               DELIMITED SIZE INTO WS-LEDGER-PATH
           MOVE SPACES TO WS-RPT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "access-review-"
               WS-TODAY-DASHED ".txt"
               DELIMITED SIZE INTO WS-RPT-PATH.

      *>----------------------------------------------------------------
      *> Loading
      *>----------------------------------------------------------------
       LOAD-OPERATORS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-OPER-LINE
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

       PARSE-OPER-LINE.
           IF OPER-RECORD = SPACES OR OPER-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-ID WS-FLD-NAME WS-FLD-DEPT
               WS-FLD-STATUS WS-FLD-QUOTA WS-FLD-ADDED WS-FLD-HASH
               WS-FLD-FAILS WS-FLD-LOCKED WS-FLD-KIND WS-FLD-SUPER
           UNSTRING OPER-RECORD DELIMITED BY '|'
               INTO WS-FLD-ID WS-FLD-NAME WS-FLD-DEPT
                    WS-FLD-STATUS WS-FLD-QUOTA WS-FLD-ADDED
                    WS-FLD-HASH WS-FLD-FAILS WS-FLD-LOCKED
                    WS-FLD-KIND WS-FLD-SUPER
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-SLOT
           MOVE WS-FLD-ID TO WS-OP-ID(WS-OP-SLOT)
           MOVE WS-FLD-NAME TO WS-OP-NAME(WS-OP-SLOT)
           MOVE FUNCTION TRIM(WS-FLD-DEPT) TO WS-OP-DEPT(WS-OP-SLOT)
           IF FUNCTION TRIM(WS-FLD-STATUS) = 'S'
               MOVE 'S' TO WS-OP-STATUS(WS-OP-SLOT)
           ELSE
               MOVE 'A' TO WS-OP-STATUS(WS-OP-SLOT)
           END-IF
           MOVE 0 TO WS-OP-QUOTA(WS-OP-SLOT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-QUOTA)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-QUOTA))
                   TO WS-OP-QUOTA(WS-OP-SLOT)
           END-IF
           MOVE WS-FLD-ADDED TO WS-OP-ADDED(WS-OP-SLOT)
           IF FUNCTION TRIM(WS-FLD-LOCKED) = 'Y'
               MOVE 'Y' TO WS-OP-LOCKED(WS-OP-SLOT)
           ELSE
               MOVE 'N' TO WS-OP-LOCKED(WS-OP-SLOT)
           END-IF
           IF FUNCTION TRIM(WS-FLD-KIND) = 'V'
               MOVE 'V' TO WS-OP-KIND(WS-OP-SLOT)
           ELSE
               MOVE 'P' TO WS-OP-KIND(WS-OP-SLOT)
           END-IF
           IF FUNCTION TRIM(WS-FLD-SUPER) = 'Y'
               MOVE 'Y' TO WS-OP-SUPER(WS-OP-SLOT)
           ELSE
               MOVE 'N' TO WS-OP-SUPER(WS-OP-SLOT)
           END-IF
           MOVE SPACES TO WS-OP-LAST-AUD(WS-OP-SLOT)
               WS-OP-LAST-LGR(WS-OP-SLOT) WS-OP-PROFILE(WS-OP-SLOT)
               WS-OP-TOOLS(WS-OP-SLOT) WS-OP-MODELS(WS-OP-SLOT)
               WS-OP-GRANT(WS-OP-SLOT)
           MOVE 'N' TO WS-OP-DORMANT(WS-OP-SLOT).

       LOAD-PROFILES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-PROFILE-LINE
               END-READ
           END-PERFORM
           CLOSE SEC-FILE.

      *> A later line for the same id replaces an earlier one, the
      *> way the chat loop's last match wins.
       PARSE-PROFILE-LINE.
           IF FUNCTION TRIM(SEC-RECORD) = SPACES
                   OR SEC-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SEC-L-ID WS-SEC-L-TOOLS WS-SEC-L-MODELS
           UNSTRING SEC-RECORD DELIMITED BY '|'
               INTO WS-SEC-L-ID WS-SEC-L-TOOLS WS-SEC-L-MODELS
           END-UNSTRING
           IF FUNCTION TRIM(WS-SEC-L-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRF-SLOT
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               IF WS-PRF-ID(WS-PRF-IDX) = WS-SEC-L-ID
                   MOVE WS-PRF-IDX TO WS-PRF-SLOT
               END-IF
           END-PERFORM
           IF WS-PRF-SLOT = 0
               IF WS-PRF-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-SLOT
           END-IF
           MOVE WS-SEC-L-ID TO WS-PRF-ID(WS-PRF-SLOT)
           MOVE FUNCTION TRIM(WS-SEC-L-TOOLS)
               TO WS-PRF-TOOLS(WS-PRF-SLOT)
           MOVE FUNCTION TRIM(WS-SEC-L-MODELS)
               TO WS-PRF-MODELS(WS-PRF-SLOT)
           MOVE 0 TO WS-PRF-USERS(WS-PRF-SLOT)
           MOVE WS-PRF-TOOLS(WS-PRF-SLOT) TO WS-GRANT-TOOLS
           PERFORM TEST-TOOL-GRANT
           MOVE WS-GRANT TO WS-PRF-GRANT(WS-PRF-SLOT)
           IF FUNCTION TRIM(WS-SEC-L-ID) = '*'
               MOVE WS-PRF-SLOT TO WS-PRF-DEFAULT
           END-IF.

       LOAD-DEPARTMENT-HEADS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-HEAD-LINE
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       PARSE-HEAD-LINE.
           IF DEPT-RECORD = SPACES OR DEPT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DL-KIND WS-DL-A WS-DL-B
           UNSTRING DEPT-RECORD DELIMITED BY '|'
               INTO WS-DL-KIND WS-DL-A WS-DL-B
           END-UNSTRING
           IF FUNCTION TRIM(WS-DL-KIND) = 'HEAD'
                   AND FUNCTION TRIM(WS-DL-A) NOT = SPACES
                   AND WS-HEAD-COUNT < 60
               ADD 1 TO WS-HEAD-COUNT
               MOVE FUNCTION TRIM(WS-DL-A)
                   TO WS-HEAD-DEPT(WS-HEAD-COUNT)
               MOVE FUNCTION TRIM(WS-DL-B)
                   TO WS-HEAD-NAME(WS-HEAD-COUNT)
           END-IF.

      *>----------------------------------------------------------------
      *> Last activity -- the newest date under each id in the audit
      *> trail and the ledger
      *>----------------------------------------------------------------
       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AUDIT-OPERATOR) NOT = SPACES
                           MOVE AUDIT-OPERATOR TO WS-SEEN-ID
                           MOVE AUDIT-STAMP(1:10) TO WS-SEEN-DATE
                           MOVE 'audit' TO WS-SEEN-SOURCE
                           PERFORM NOTE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       SCAN-LEDGER.
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
                       MOVE SPACES TO WS-LGR-DATE WS-LGR-SESSION
                           WS-LGR-OPERATOR
                       UNSTRING LEDGER-RECORD DELIMITED BY '|'
                           INTO WS-LGR-DATE WS-LGR-SESSION
                                WS-LGR-OPERATOR
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-LGR-OPERATOR) NOT = SPACES
                               AND WS-LGR-DATE(1:4) IS NUMERIC
                           MOVE WS-LGR-OPERATOR TO WS-SEEN-ID
                           MOVE WS-LGR-DATE TO WS-SEEN-DATE
                           MOVE 'ledger' TO WS-SEEN-SOURCE
                           PERFORM NOTE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *> Dates are YYYY-MM-DD, so the newest compares highest.
       NOTE-ACTIVITY.
           PERFORM FIND-OPERATOR
           IF WS-OP-SLOT > 0
               IF WS-SEEN-SOURCE = 'audit'
                   IF WS-SEEN-DATE > WS-OP-LAST-AUD(WS-OP-SLOT)
                       MOVE WS-SEEN-DATE TO WS-OP-LAST-AUD(WS-OP-SLOT)
                   END-IF
               ELSE
                   IF WS-SEEN-DATE > WS-OP-LAST-LGR(WS-OP-SLOT)
                       MOVE WS-SEEN-DATE TO WS-OP-LAST-LGR(WS-OP-SLOT)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-UNK-SLOT
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
               IF WS-UNK-ID(WS-UNK-IDX) = WS-SEEN-ID
                       AND WS-UNK-SOURCE(WS-UNK-IDX) = WS-SEEN-SOURCE
                   MOVE WS-UNK-IDX TO WS-UNK-SLOT
               END-IF
           END-PERFORM
           IF WS-UNK-SLOT = 0
               IF WS-UNK-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UNK-COUNT
               MOVE WS-UNK-COUNT TO WS-UNK-SLOT
               MOVE WS-SEEN-ID TO WS-UNK-ID(WS-UNK-SLOT)
               MOVE WS-SEEN-SOURCE TO WS-UNK-SOURCE(WS-UNK-SLOT)
               MOVE SPACES TO WS-UNK-LAST(WS-UNK-SLOT)
               MOVE 0 TO WS-UNK-LINES(WS-UNK-SLOT)
           END-IF
           ADD 1 TO WS-UNK-LINES(WS-UNK-SLOT)
           IF WS-SEEN-DATE > WS-UNK-LAST(WS-UNK-SLOT)
               MOVE WS-SEEN-DATE TO WS-UNK-LAST(WS-UNK-SLOT)
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO WS-OP-SLOT
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = WS-SEEN-ID
                   MOVE WS-OP-IDX TO WS-OP-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------------------
      *> Assessment -- profile in force, grants, dormancy, departments
      *>----------------------------------------------------------------
       ASSESS-OPERATORS.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM ASSESS-ONE-OPERATOR
           END-PERFORM
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               IF WS-PRF-GRANT(WS-PRF-IDX) NOT = SPACES
                   ADD 1 TO WS-GRANT-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-EXC-TOTAL = WS-DORMANT-COUNT + WS-NODEPT-COUNT
               + WS-GRANT-COUNT + WS-UNK-COUNT.

       ASSESS-ONE-OPERATOR.
      *>   The profile the chat loop would apply
           MOVE 0 TO WS-PRF-SLOT
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               IF WS-PRF-ID(WS-PRF-IDX) = WS-OP-ID(WS-OP-IDX)
                   MOVE WS-PRF-IDX TO WS-PRF-SLOT
               END-IF
           END-PERFORM
           IF WS-PRF-SLOT = 0
               MOVE WS-PRF-DEFAULT TO WS-PRF-SLOT
           END-IF
           IF WS-PRF-SLOT > 0
               MOVE WS-PRF-ID(WS-PRF-SLOT) TO WS-OP-PROFILE(WS-OP-IDX)
               MOVE WS-PRF-TOOLS(WS-PRF-SLOT) TO WS-OP-TOOLS(WS-OP-IDX)
               MOVE WS-PRF-MODELS(WS-PRF-SLOT)
                   TO WS-OP-MODELS(WS-OP-IDX)
               MOVE WS-PRF-GRANT(WS-PRF-SLOT) TO WS-OP-GRANT(WS-OP-IDX)
               ADD 1 TO WS-PRF-USERS(WS-PRF-SLOT)
           ELSE
      *>       No profile at all -- nothing is restricted.
               MOVE '(none)' TO WS-OP-PROFILE(WS-OP-IDX)
               MOVE 'write_file run_job' TO WS-OP-GRANT(WS-OP-IDX)
               ADD 1 TO WS-GRANT-COUNT
           END-IF
      *>   Dormancy is measured on active ids from the newest of the
      *>   two activity dates, or the date added when never used.
           MOVE WS-OP-LAST-AUD(WS-OP-IDX) TO WS-LAST-SEEN
           IF WS-OP-LAST-LGR(WS-OP-IDX) > WS-LAST-SEEN
               MOVE WS-OP-LAST-LGR(WS-OP-IDX) TO WS-LAST-SEEN
           END-IF
           IF WS-LAST-SEEN = SPACES
               MOVE WS-OP-ADDED(WS-OP-IDX) TO WS-LAST-SEEN
           END-IF
           IF WS-OP-STATUS(WS-OP-IDX) = 'A'
                   AND WS-LAST-SEEN(1:4) IS NUMERIC
                   AND WS-LAST-SEEN(6:2) IS NUMERIC
                   AND WS-LAST-SEEN(9:2) IS NUMERIC
               COMPUTE WS-DATE-NUM =
                   FUNCTION NUMVAL(WS-LAST-SEEN(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-LAST-SEEN(6:2)) * 100
                   + FUNCTION NUMVAL(WS-LAST-SEEN(9:2))
               IF WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       > WS-DORMANT-DAYS
                   MOVE 'Y' TO WS-OP-DORMANT(WS-OP-IDX)
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           END-IF
           IF WS-OP-STATUS(WS-OP-IDX) = 'A'
                   AND WS-OP-DEPT(WS-OP-IDX) = SPACES
               ADD 1 TO WS-NODEPT-COUNT
           END-IF
           MOVE WS-OP-DEPT(WS-OP-IDX) TO WS-LOOK-DEPT
           PERFORM FIND-DEPARTMENT.

      *> Departments in order of first appearance on the master; a
      *> blank department gets the no-department page.
       FIND-DEPARTMENT.
           MOVE 0 TO WS-DPT-SLOT
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               IF WS-DPT-NAME(WS-DPT-IDX) = WS-LOOK-DEPT
                   MOVE WS-DPT-IDX TO WS-DPT-SLOT
               END-IF
           END-PERFORM
           IF WS-DPT-SLOT > 0 OR WS-DPT-COUNT >= 60
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DPT-COUNT
           MOVE WS-LOOK-DEPT TO WS-DPT-NAME(WS-DPT-COUNT)
           MOVE SPACES TO WS-DPT-HEAD(WS-DPT-COUNT)
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
               IF WS-HEAD-DEPT(WS-HEAD-IDX) = WS-LOOK-DEPT
                   MOVE WS-HEAD-NAME(WS-HEAD-IDX)
                       TO WS-DPT-HEAD(WS-DPT-COUNT)
               END-IF
           END-PERFORM.

      *> WS-GRANT-TOOLS in, WS-GRANT out: which of write_file and
      *> run_job the tool list lets through. '*' or blank is every
      *> tool.
       TEST-TOOL-GRANT.
           MOVE SPACES TO WS-GRANT
           MOVE 'N' TO WS-HAS-WRITE WS-HAS-RUNJOB
           IF FUNCTION TRIM(WS-GRANT-TOOLS) = SPACES
                   OR FUNCTION TRIM(WS-GRANT-TOOLS) = '*'
               MOVE 'Y' TO WS-HAS-WRITE WS-HAS-RUNJOB
           ELSE
               MOVE SPACES TO WS-TOK-TABLE
               UNSTRING WS-GRANT-TOOLS DELIMITED BY ','
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
               END-UNSTRING
               PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                       UNTIL WS-TOK-IDX > 12
                   IF FUNCTION TRIM(WS-TOK(WS-TOK-IDX)) = 'write_file'
                       MOVE 'Y' TO WS-HAS-WRITE
                   END-IF
                   IF FUNCTION TRIM(WS-TOK(WS-TOK-IDX)) = 'run_job'
                       MOVE 'Y' TO WS-HAS-RUNJOB
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-HAS-WRITE = 'Y' AND WS-HAS-RUNJOB = 'Y'
                   MOVE 'write_file run_job' TO WS-GRANT
               WHEN WS-HAS-WRITE = 'Y'
                   MOVE 'write_file' TO WS-GRANT
               WHEN WS-HAS-RUNJOB = 'Y'
                   MOVE 'run_job' TO WS-GRANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>----------------------------------------------------------------
      *> The report
      *>----------------------------------------------------------------
       PRINT-ROSTER.
           MOVE SPACES TO WS-PRINT-BUF
           STRING " id       name                           department"
               "           st kd sv lk       quota  last audit"
               "  last ledger  flags" DELIMITED SIZE
               INTO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM PRINT-ROSTER-ENTRY
           END-PERFORM
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE WS-OP-COUNT TO WS-NUM-ED
           MOVE SPACES TO WS-PRINT-BUF
           STRING " operators on the master: " FUNCTION TRIM(WS-NUM-ED)
               DELIMITED SIZE INTO WS-PRINT-BUF
           PERFORM PRINT-LINE.

       PRINT-ROSTER-ENTRY.
           MOVE WS-OP-QUOTA(WS-OP-IDX) TO WS-QUOTA-ED
           MOVE SPACES TO WS-PRINT-BUF
           STRING
               " "                          DELIMITED SIZE
               WS-OP-ID(WS-OP-IDX)          DELIMITED SIZE
               " "                          DELIMITED SIZE
               WS-OP-NAME(WS-OP-IDX)        DELIMITED SIZE
               " "                          DELIMITED SIZE
               WS-OP-DEPT(WS-OP-IDX)        DELIMITED SIZE
               " "                          DELIMITED SIZE
               WS-OP-STATUS(WS-OP-IDX)      DELIMITED SIZE
               "  "                         DELIMITED SIZE
               WS-OP-KIND(WS-OP-IDX)        DELIMITED SIZE
               "  "                         DELIMITED SIZE
               WS-OP-SUPER(WS-OP-IDX)       DELIMITED SIZE
               "  "                         DELIMITED SIZE
               WS-OP-LOCKED(WS-OP-IDX)      DELIMITED SIZE
               " "                          DELIMITED SIZE
               WS-QUOTA-ED                  DELIMITED SIZE
               "  "                         DELIMITED SIZE
               WS-OP-LAST-AUD(WS-OP-IDX)    DELIMITED SIZE
               "  "                         DELIMITED SIZE
               WS-OP-LAST-LGR(WS-OP-IDX)    DELIMITED SIZE
               "   "                        DELIMITED SIZE
               INTO WS-PRINT-BUF
           END-STRING
           IF WS-OP-DORMANT(WS-OP-IDX) = 'Y'
               MOVE "DORMANT" TO WS-PRINT-BUF(113:7)
           END-IF
           IF WS-OP-STATUS(WS-OP-IDX) = 'A'
                   AND WS-OP-DEPT(WS-OP-IDX) = SPACES
               MOVE "NODEPT" TO WS-PRINT-BUF(121:6)
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-BUF
           STRING "            profile "
               FUNCTION TRIM(WS-OP-PROFILE(WS-OP-IDX))
               "  tools " DELIMITED SIZE INTO WS-PRINT-BUF
           END-STRING
           IF FUNCTION TRIM(WS-OP-TOOLS(WS-OP-IDX)) = SPACES
                   OR FUNCTION TRIM(WS-OP-TOOLS(WS-OP-IDX)) = '*'
               STRING FUNCTION TRIM(WS-PRINT-BUF, TRAILING)
                   " all" DELIMITED SIZE INTO WS-PRINT-BUF
           ELSE
               STRING FUNCTION TRIM(WS-PRINT-BUF, TRAILING)
                   " " FUNCTION TRIM(WS-OP-TOOLS(WS-OP-IDX))
                   DELIMITED SIZE INTO WS-PRINT-BUF
           END-IF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-BUF
           IF FUNCTION TRIM(WS-OP-MODELS(WS-OP-IDX)) = SPACES
                   OR FUNCTION TRIM(WS-OP-MODELS(WS-OP-IDX)) = '*'
               MOVE "            models all" TO WS-PRINT-BUF
           ELSE
               STRING "            models "
                   FUNCTION TRIM(WS-OP-MODELS(WS-OP-IDX))
                   DELIMITED SIZE INTO WS-PRINT-BUF
           END-IF
           PERFORM PRINT-LINE.

       PRINT-EXCEPTIONS.
           MOVE WS-DORMANT-DAYS TO WS-DAYS-ED
           MOVE SPACES TO WS-PRINT-BUF
           STRING " -- dormant ids (active, no activity in "
               FUNCTION TRIM(WS-DAYS-ED) " days) --"
               DELIMITED SIZE INTO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-DORMANT(WS-OP-IDX) = 'Y'
                   PERFORM PRINT-DORMANT-LINE
               END-IF
           END-PERFORM
           IF WS-DORMANT-COUNT = 0
               MOVE "   none" TO WS-PRINT-BUF
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE " -- active ids with no department --" TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-STATUS(WS-OP-IDX) = 'A'
                       AND WS-OP-DEPT(WS-OP-IDX) = SPACES
                   MOVE SPACES TO WS-PRINT-BUF
                   STRING "   " WS-OP-ID(WS-OP-IDX) " "
                       FUNCTION TRIM(WS-OP-NAME(WS-OP-IDX))
                       DELIMITED SIZE INTO WS-PRINT-BUF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-NODEPT-COUNT = 0
               MOVE "   none" TO WS-PRINT-BUF
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE " -- profiles granting write_file or run_job --"
               TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-COUNT
               IF WS-PRF-GRANT(WS-PRF-IDX) NOT = SPACES
                   MOVE WS-PRF-USERS(WS-PRF-IDX) TO WS-NUM-ED
                   MOVE SPACES TO WS-PRINT-BUF
                   STRING "   profile " WS-PRF-ID(WS-PRF-IDX)
                       " grants " WS-PRF-GRANT(WS-PRF-IDX)
                       " -- in force for "
                       FUNCTION TRIM(WS-NUM-ED) " id(s)"
                       DELIMITED SIZE INTO WS-PRINT-BUF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-PROFILE(WS-OP-IDX) = '(none)'
                   MOVE SPACES TO WS-PRINT-BUF
                   STRING "   id " WS-OP-ID(WS-OP-IDX)
                       " has no profile line and no '*' default"
                       " -- every tool" DELIMITED SIZE
                       INTO WS-PRINT-BUF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           IF WS-GRANT-COUNT = 0
               MOVE "   none" TO WS-PRINT-BUF
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE " -- ids in the ledger or audit trail not on the"
               & " master --" TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
                   UNTIL WS-UNK-IDX > WS-UNK-COUNT
               MOVE WS-UNK-LINES(WS-UNK-IDX) TO WS-NUM-ED
               MOVE SPACES TO WS-PRINT-BUF
               STRING "   " WS-UNK-ID(WS-UNK-IDX) " "
                   WS-UNK-SOURCE(WS-UNK-IDX) " "
                   WS-NUM-ED " line(s), last "
                   WS-UNK-LAST(WS-UNK-IDX)
                   DELIMITED SIZE INTO WS-PRINT-BUF
               PERFORM PRINT-LINE
           END-PERFORM
           IF WS-UNK-COUNT = 0
               MOVE "   none" TO WS-PRINT-BUF
               PERFORM PRINT-LINE
           END-IF.

       PRINT-DORMANT-LINE.
           MOVE WS-OP-LAST-AUD(WS-OP-IDX) TO WS-LAST-SEEN
           IF WS-OP-LAST-LGR(WS-OP-IDX) > WS-LAST-SEEN
               MOVE WS-OP-LAST-LGR(WS-OP-IDX) TO WS-LAST-SEEN
           END-IF
           MOVE SPACES TO WS-PRINT-BUF
           IF WS-LAST-SEEN = SPACES
               STRING "   " WS-OP-ID(WS-OP-IDX) " "
                   WS-OP-NAME(WS-OP-IDX) " never used, added "
                   WS-OP-ADDED(WS-OP-IDX)
                   DELIMITED SIZE INTO WS-PRINT-BUF
           ELSE
               STRING "   " WS-OP-ID(WS-OP-IDX) " "
                   WS-OP-NAME(WS-OP-IDX) " last active "
                   WS-LAST-SEEN
                   DELIMITED SIZE INTO WS-PRINT-BUF
           END-IF
           PERFORM PRINT-LINE.

      *> One page per department, each to be signed and returned.
       PRINT-SIGN-OFF-PAGES.
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               PERFORM PRINT-ONE-SIGN-OFF
           END-PERFORM.

       PRINT-ONE-SIGN-OFF.
           MOVE SPACES TO WS-PAGE-TITLE
           IF WS-DPT-NAME(WS-DPT-IDX) = SPACES
               MOVE " sign-off -- no department" TO WS-PAGE-TITLE
           ELSE
               STRING " sign-off -- " WS-DPT-NAME(WS-DPT-IDX)
                   DELIMITED SIZE INTO WS-PAGE-TITLE
           END-IF
           MOVE 99 TO WS-LINE-CNT
           MOVE SPACES TO WS-PRINT-BUF
           EVALUATE TRUE
               WHEN WS-DPT-NAME(WS-DPT-IDX) = SPACES
                   MOVE " to: security administrator (ids with no"
                       & " department)" TO WS-PRINT-BUF
               WHEN WS-DPT-HEAD(WS-DPT-IDX) = SPACES
                   MOVE " to: head of department ____________________"
                       TO WS-PRINT-BUF
               WHEN OTHER
                   STRING " to: " FUNCTION TRIM(WS-DPT-HEAD(WS-DPT-IDX))
                       ", head of department" DELIMITED SIZE
                       INTO WS-PRINT-BUF
           END-EVALUATE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE " Mark each id keep, change or remove. Mark change"
               & " and write what is to change beside it."
               TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE " id       name                           st sv"
               & "  profile   last active  keep change remove"
               TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-DEPT(WS-OP-IDX) = WS-DPT-NAME(WS-DPT-IDX)
                   MOVE WS-OP-LAST-AUD(WS-OP-IDX) TO WS-LAST-SEEN
                   IF WS-OP-LAST-LGR(WS-OP-IDX) > WS-LAST-SEEN
                       MOVE WS-OP-LAST-LGR(WS-OP-IDX) TO WS-LAST-SEEN
                   END-IF
                   IF WS-LAST-SEEN = SPACES
                       MOVE 'never' TO WS-LAST-SEEN
                   END-IF
                   MOVE SPACES TO WS-PRINT-BUF
                   STRING " " WS-OP-ID(WS-OP-IDX)
                       " " WS-OP-NAME(WS-OP-IDX)
                       " " WS-OP-STATUS(WS-OP-IDX)
                       "  " WS-OP-SUPER(WS-OP-IDX)
                       "  " WS-OP-PROFILE(WS-OP-IDX)
                       "  " WS-LAST-SEEN
                       "   [ ]   [ ]    [ ]"
                       DELIMITED SIZE INTO WS-PRINT-BUF
                   PERFORM PRINT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           PERFORM PRINT-LINE
           MOVE " I have reviewed the access listed above and it is"
               & " what these people need for their work."
               TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-BUF
           PERFORM PRINT-LINE
           MOVE " signed ______________________________    date"
               & " ______________" TO WS-PRINT-BUF
           PERFORM PRINT-LINE.

      *> Every line goes to the kept report file and the screen, with
      *> a heading wherever the page breaks.
       PRINT-LINE.
           IF WS-LINE-CNT >= WS-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADING
           END-IF
           DISPLAY FUNCTION TRIM(WS-PRINT-BUF, TRAILING)
           MOVE WS-PRINT-BUF TO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO WS-LINE-CNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-ED
           MOVE SPACES TO RPT-RECORD
           IF WS-PAGE-NUM > 1
               DISPLAY " "
               WRITE RPT-RECORD
           END-IF
           MOVE "================================================="
               TO RPT-RECORD
           DISPLAY FUNCTION TRIM(RPT-RECORD, TRAILING)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING " access recertification " WS-TODAY(1:4) "-Q"
               WS-QUARTER " as of " WS-TODAY-DASHED
               "          page " WS-PAGE-ED
               DELIMITED SIZE INTO RPT-RECORD
           DISPLAY FUNCTION TRIM(RPT-RECORD, TRAILING)
           WRITE RPT-RECORD
           MOVE WS-PAGE-TITLE TO RPT-RECORD
           DISPLAY FUNCTION TRIM(RPT-RECORD, TRAILING)
           WRITE RPT-RECORD
           MOVE "================================================="
               TO RPT-RECORD
           DISPLAY FUNCTION TRIM(RPT-RECORD, TRAILING)
           WRITE RPT-RECORD
           MOVE 5 TO WS-LINE-CNT.

      *> DISTRIBUTE sits beside this program, as every dist/ program
      *> does.
       ROUTE-REPORT.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "'"                        DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "distribute' access-review '" DELIMITED SIZE
               FUNCTION TRIM(WS-RPT-PATH) DELIMITED SIZE
               "'"                        DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
               RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
               DISPLAY "warning: DISTRIBUTE did not route the report"
                   " cleanly -- see distribution.log"
               MOVE 4 TO RETURN-CODE
           END-IF.
