      *================================================================*
      * PROGRAM:     SCORECARD                                         *
      * DESCRIPTION: Monthly provider SLA scorecard against the        *
      *              contracted terms in provider-contracts.dat next   *
      *              to the executable, one provider a line:           *
      *                name|endpoint match|availability target %|      *
      *                basis MINUTES-or-CALLS|latency percentile|      *
      *                latency target ms|service window HH:MM-HH:MM|   *
      *                monthly fee|credit tiers|latency credit %|      *
      *                credit cap %                                    *
      *              e.g. openrouter|openrouter.ai|99.5|MINUTES|95|    *
      *              4000|00:00-24:00|1500.00|99.5:10;99.0:25;95.0:50| *
      *              10|50 ('#' comments). A perf.dat call belongs to  *
      *              the first provider whose match text appears in    *
      *              its endpoint. Inside the service window (blank    *
      *              for all day; an end before the start runs past    *
      *              midnight) it measures availability two ways --    *
      *              successful calls against attempts, and outage     *
      *              minutes, minutes in which calls were attempted    *
      *              and none succeeded -- and the on-the-wire latency *
      *              percentiles of the successful calls. The basis    *
      *              column says which availability the contract       *
      *              judges. The credit is the largest tier credit     *
      *              whose threshold the measure fell below, plus the  *
      *              latency credit when the contracted percentile is  *
      *              over target, capped, as a share of the monthly    *
      *              fee. Incidents in incident.log are put to a       *
      *              provider through the session's calls in perf.dat, *
      *              or failing that the model's. For every provider   *
      *              owed a credit the scorecard and its supporting    *
      *              incidents -- those inside the service window,     *
      *              '*' where they fell in an outage minute -- are    *
      *              written to sla-claim-<name>-YYYY-MM.txt for the   *
      *              claim. The month in progress is measured to the   *
      *              current minute. RETURN-CODE 4 when any credit is  *
      *              owed, 8 when the month or the contracts file is   *
      *              unusable.                                         *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/scorecard.cob -o dist/scorecard                  *
      *   ./dist/scorecard [YYYY-MM]                                   *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CON-FILE
               ASSIGN TO DYNAMIC WS-CON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT PERF-FILE
               ASSIGN TO DYNAMIC WS-PERF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-STATUS.
           SELECT INC-FILE
               ASSIGN TO DYNAMIC WS-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO DYNAMIC WS-CLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CON-FILE.
       01  CON-RECORD              PIC X(300).
       FD  PERF-FILE.
       01  PERF-RECORD             PIC X(250).
       FD  INC-FILE.
       01  INC-RECORD              PIC X(360).
       FD  CLAIM-FILE.
       01  CLAIM-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CON-PATH             PIC X(520).
       01  WS-PERF-PATH            PIC X(520).
       01  WS-INC-PATH             PIC X(520).
       01  WS-CLAIM-PATH           PIC X(520).
       01  WS-CON-STATUS           PIC XX.
       01  WS-PERF-STATUS          PIC XX.
       01  WS-INC-STATUS           PIC XX.
       01  WS-CLAIM-STATUS         PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-MONTH-ARG            PIC X(7).
       01  WS-TODAY                PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).

      *> The contracts
       01  WS-CT-MAX               PIC 9(2) VALUE 10.
       01  WS-CT-COUNT             PIC 9(2) VALUE 0.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 10 TIMES.
               10  WS-CT-NAME      PIC X(20).
               10  WS-CT-MATCH     PIC X(50).
               10  WS-CT-TARGET    PIC 9(3)V999.
               10  WS-CT-BASIS     PIC X(7).
               10  WS-CT-LAT-PCT   PIC 9(2).
               10  WS-CT-LAT-MS    PIC 9(7).
               10  WS-CT-WIN-TEXT  PIC X(11).
               10  WS-CT-WIN-FROM  PIC 9(4).
               10  WS-CT-WIN-TO    PIC 9(4).
               10  WS-CT-FEE       PIC 9(7)V99.
               10  WS-CT-TIERS     PIC 9.
               10  WS-CT-TIER OCCURS 5 TIMES.
                   15  WS-CT-TIER-BELOW  PIC 9(3)V999.
                   15  WS-CT-TIER-CREDIT PIC 9(3)V99.
               10  WS-CT-LAT-CREDIT PIC 9(3)V99.
               10  WS-CT-CAP       PIC 9(3)V99.
      *>       What was measured
               10  WS-CT-ATTEMPTS  PIC 9(7).
               10  WS-CT-OK        PIC 9(7).
               10  WS-CT-OUTSIDE   PIC 9(7).
               10  WS-CT-OUTAGE    PIC 9(6).
               10  WS-CT-WIN-MINS  PIC 9(6).
               10  WS-CT-CALL-AV   PIC 9(3)V999.
               10  WS-CT-MIN-AV    PIC 9(3)V999.
               10  WS-CT-MEASURED  PIC 9(3)V999.
               10  WS-CT-LAT-GOT   PIC 9(7).
               10  WS-CT-INCS      PIC 9(7).
               10  WS-CT-AV-CREDIT PIC 9(3)V99.
               10  WS-CT-LT-CREDIT PIC 9(3)V99.
               10  WS-CT-CREDIT    PIC 9(3)V99.
               10  WS-CT-OWED      PIC 9(7)V99.
       01  WS-CT-IDX               PIC 9(2).
       01  WS-CT-SLOT              PIC 9(2).
       01  WS-CT-SAVE              PIC 9(2).
       01  WS-TIER-IDX             PIC 9.
       01  WS-CON-LINENO           PIC 9(4) VALUE 0.
       01  WS-CON-BAD              PIC 9(4) VALUE 0.

      *> Latency histogram per provider, one bucket per hundredth
      *> of a second up to two minutes, the last bucket catching
      *> anything longer -- exact percentiles with no sample cap.
       01  WS-HG-TOP               PIC 9(5) VALUE 12001.
       01  WS-HG-TABLE.
           05  WS-HG-PROVIDER OCCURS 10 TIMES.
               10  WS-HG-SAMPLES   PIC 9(7).
               10  WS-HG-BUCKET OCCURS 12001 TIMES PIC 9(7).
       01  WS-HG-IDX               PIC 9(5).
       01  WS-HG-RUN               PIC 9(7).
       01  WS-RANK                 PIC 9(7).
       01  WS-PCT-WANT             PIC 9(2).
       01  WS-PCT-GOT              PIC 9(7).

      *> Minute map per provider for the month: space no calls,
      *> 'F' calls and none succeeded, 'S' at least one succeeded
       01  WS-MM-TABLE.
           05  WS-MM-PROVIDER OCCURS 10 TIMES.
               10  WS-MM-MINUTE    PIC X OCCURS 44640 TIMES.
       01  WS-MM-IDX               PIC 9(5).

      *> Session and model attribution from perf.dat
       01  WS-SES-MAX              PIC 9(4) VALUE 5000.
       01  WS-SES-COUNT            PIC 9(4) VALUE 0.
       01  WS-SES-TABLE.
           05  WS-SES-ENTRY OCCURS 5000 TIMES.
               10  WS-SES-ID       PIC X(9).
               10  WS-SES-PROV     PIC 9(2).
       01  WS-SES-IDX              PIC 9(4).
       01  WS-SES-LAST             PIC 9(4) VALUE 0.
       01  WS-MDL-MAX              PIC 9(2) VALUE 50.
       01  WS-MDL-COUNT            PIC 9(2) VALUE 0.
       01  WS-MDL-TABLE.
           05  WS-MDL-ENTRY OCCURS 50 TIMES.
               10  WS-MDL-NAME     PIC X(100).
               10  WS-MDL-PROV     PIC 9(2).
       01  WS-MDL-IDX              PIC 9(2).

      *> Contract line fields
       01  WS-FLD-NAME             PIC X(30).
       01  WS-FLD-MATCH            PIC X(60).
       01  WS-FLD-TARGET           PIC X(10).
       01  WS-FLD-BASIS            PIC X(10).
       01  WS-FLD-LAT-PCT          PIC X(10).
       01  WS-FLD-LAT-MS           PIC X(10).
       01  WS-FLD-WINDOW           PIC X(20).
       01  WS-FLD-FEE              PIC X(15).
       01  WS-FLD-TIERS            PIC X(80).
       01  WS-FLD-LAT-CREDIT       PIC X(10).
       01  WS-FLD-CAP              PIC X(10).
       01  WS-FLD-TIER OCCURS 5 TIMES PIC X(16).
       01  WS-FLD-BELOW            PIC X(10).
       01  WS-FLD-CREDIT           PIC X(10).
       01  WS-CON-OK               PIC X.
       01  WS-BAD-COUNT            PIC 9(3).

      *> Perf and incident line fields
       01  WS-PF-STAMP             PIC X(19).
       01  WS-PF-SESSION           PIC X(9).
       01  WS-PF-MODEL             PIC X(100).
       01  WS-PF-PROVIDER          PIC X(50).
       01  WS-PF-WAIT              PIC X(8).
       01  WS-PF-CALL              PIC X(8).
       01  WS-PF-OUTCOME           PIC X(3).
       01  WS-PF-CALL-HS           PIC 9(7).
       01  WS-UNMATCHED            PIC 9(7) VALUE 0.
       01  WS-INC-STAMP            PIC X(19).
       01  WS-INC-SESSION          PIC X(9).
       01  WS-INC-MODEL            PIC X(100).
       01  WS-INC-REASON           PIC X(8).
       01  WS-INC-DETAIL           PIC X(200).
       01  WS-UNATTRIB             PIC 9(7) VALUE 0.
       01  WS-INC-MARK             PIC X.

      *> Minute arithmetic
       01  WS-STAMP-BUF            PIC X(19).
       01  WS-STAMP-OK             PIC X.
       01  WS-DAY-MIN              PIC 9(4).
       01  WS-MONTH-MIN            PIC 9(5).
       01  WS-IN-WINDOW            PIC X.
       01  WS-HHMM                 PIC X(5).
       01  WS-HHMM-MIN             PIC 9(4).
       01  WS-HHMM-OK              PIC X.
       01  WS-FIRST-DATE           PIC 9(8).
       01  WS-NEXT-DATE            PIC 9(8).
       01  WS-MONTH-DAYS           PIC 9(2).
       01  WS-FULL-DAYS            PIC 9(2).
       01  WS-NOW-MIN              PIC 9(4).
       01  WS-CURRENT-MONTH        PIC X(7).
       01  WS-WORK-NUM             PIC 9(4).

      *> Printing
       01  WS-LINE                 PIC X(200).
       01  WS-LINE-PTR             PIC 9(3).
       01  WS-CLAIM-OPEN           PIC X VALUE 'N'.
       01  WS-TOT-OWED             PIC 9(8)V99 VALUE 0.
       01  WS-OWING                PIC 9(2) VALUE 0.
       01  WS-PCT-ED               PIC ZZ9.999.
       01  WS-PCT2-ED              PIC ZZ9.99.
       01  WS-PCT3-ED              PIC ZZ9.99.
       01  WS-MONEY-ED             PIC Z,ZZZ,ZZ9.99.
       01  WS-COUNT-ED             PIC ZZZZZZ9.
       01  WS-COUNT2-ED            PIC ZZZZZZ9.
       01  WS-MS-ED                PIC ZZZZZZ9.
       01  WS-MS-VALUE             PIC 9(8).
       01  WS-P50                  PIC 9(7).
       01  WS-P90                  PIC 9(7).
       01  WS-P99                  PIC 9(7).
       01  WS-VERDICT              PIC X(6).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-MONTH-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-ARG
           END-ACCEPT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-MONTH
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
               DELIMITED SIZE INTO WS-CURRENT-MONTH
           IF FUNCTION TRIM(WS-MONTH-ARG) = SPACES
               MOVE WS-CURRENT-MONTH TO WS-MONTH-ARG
           END-IF
           IF WS-MONTH-ARG(1:4) NOT NUMERIC
                   OR WS-MONTH-ARG(5:1) NOT = '-'
                   OR WS-MONTH-ARG(6:2) NOT NUMERIC
                   OR WS-MONTH-ARG(6:2) < '01'
                   OR WS-MONTH-ARG(6:2) > '12'
               DISPLAY "error: month must be YYYY-MM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MONTH-ARG > WS-CURRENT-MONTH
               DISPLAY "error: " WS-MONTH-ARG " has not started"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-CONTRACTS
           IF WS-CT-COUNT = 0
               DISPLAY "error: no usable contracts in "
                   FUNCTION TRIM(WS-CON-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-MONTH-MINUTES
           INITIALIZE WS-HG-TABLE
           MOVE SPACES TO WS-MM-TABLE
           PERFORM SCAN-PERF
           PERFORM SCAN-INCIDENTS
           DISPLAY "================================================="
           DISPLAY " provider SLA scorecard for " WS-MONTH-ARG
           IF WS-MONTH-ARG = WS-CURRENT-MONTH
               DISPLAY " (month to date)"
           END-IF
           DISPLAY "================================================="
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM SCORE-ONE-PROVIDER
               PERFORM PRINT-ONE-PROVIDER
           END-PERFORM
           DISPLAY " -----------------------------------------------"
           MOVE WS-TOT-OWED TO WS-MONEY-ED
           DISPLAY " credit owed, all providers:     " WS-MONEY-ED
           MOVE WS-UNMATCHED TO WS-COUNT-ED
           DISPLAY " calls to endpoints under no contract:"
               WS-COUNT-ED
           MOVE WS-UNATTRIB TO WS-COUNT-ED
           DISPLAY " incidents not traceable to a provider:"
               WS-COUNT-ED
           IF WS-CON-BAD > 0
               MOVE WS-CON-BAD TO WS-COUNT-ED
               DISPLAY " contract lines ignored:        " WS-COUNT-ED
           END-IF
           DISPLAY "================================================="
           IF WS-OWING > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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
           MOVE SPACES TO WS-CON-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "provider-contracts.dat"
               DELIMITED SIZE INTO WS-CON-PATH
           MOVE SPACES TO WS-PERF-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "perf.dat"
               DELIMITED SIZE INTO WS-PERF-PATH
           MOVE SPACES TO WS-INC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "incident.log"
               DELIMITED SIZE INTO WS-INC-PATH.

      *> ------------------------------------------------------------
      *> The contracts file
      *> ------------------------------------------------------------
       LOAD-CONTRACTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CON-FILE
           IF WS-CON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CON-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CON-LINENO
                       PERFORM PARSE-CONTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE CON-FILE.

      *> A line that does not parse is reported and left out rather
      *> than scored against terms nobody agreed.
       PARSE-CONTRACT-LINE.
           IF CON-RECORD = SPACES OR CON-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-COUNT >= WS-CT-MAX
               DISPLAY "warning: more than " WS-CT-MAX
                   " contracts -- line " WS-CON-LINENO " ignored"
               ADD 1 TO WS-CON-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-NAME WS-FLD-MATCH WS-FLD-TARGET
               WS-FLD-BASIS WS-FLD-LAT-PCT WS-FLD-LAT-MS
               WS-FLD-WINDOW WS-FLD-FEE WS-FLD-TIERS
               WS-FLD-LAT-CREDIT WS-FLD-CAP
           UNSTRING CON-RECORD DELIMITED BY '|'
               INTO WS-FLD-NAME WS-FLD-MATCH WS-FLD-TARGET
                    WS-FLD-BASIS WS-FLD-LAT-PCT WS-FLD-LAT-MS
                    WS-FLD-WINDOW WS-FLD-FEE WS-FLD-TIERS
                    WS-FLD-LAT-CREDIT WS-FLD-CAP
           END-UNSTRING
           MOVE 'Y' TO WS-CON-OK
           MOVE 0 TO WS-BAD-COUNT
           INSPECT WS-FLD-NAME TALLYING WS-BAD-COUNT
               FOR ALL "'" ALL "/" ALL "*" ALL "?"
           IF FUNCTION TRIM(WS-FLD-NAME) = SPACES
                   OR WS-FLD-NAME(21:) NOT = SPACES
                   OR WS-BAD-COUNT > 0
                   OR FUNCTION TRIM(WS-FLD-MATCH) = SPACES
               MOVE 'N' TO WS-CON-OK
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-TARGET))
                   NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-FEE))
                       NOT = 0
               MOVE 'N' TO WS-CON-OK
           END-IF
           IF WS-CON-OK = 'N'
               DISPLAY "warning: provider-contracts.dat line "
                   WS-CON-LINENO " ignored -- name, match, target"
                   " and fee are required"
               ADD 1 TO WS-CON-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE WS-CT-COUNT TO WS-CT-SLOT
           INITIALIZE WS-CT-ENTRY(WS-CT-SLOT)
           MOVE FUNCTION TRIM(WS-FLD-NAME) TO WS-CT-NAME(WS-CT-SLOT)
           MOVE FUNCTION TRIM(WS-FLD-MATCH) TO WS-CT-MATCH(WS-CT-SLOT)
           COMPUTE WS-CT-TARGET(WS-CT-SLOT) =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-TARGET))
           MOVE FUNCTION UPPER-CASE(WS-FLD-BASIS) TO WS-FLD-BASIS
           IF FUNCTION TRIM(WS-FLD-BASIS) = 'CALLS'
               MOVE 'CALLS' TO WS-CT-BASIS(WS-CT-SLOT)
           ELSE
               MOVE 'MINUTES' TO WS-CT-BASIS(WS-CT-SLOT)
           END-IF
           MOVE 95 TO WS-CT-LAT-PCT(WS-CT-SLOT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-LAT-PCT)) = 0
               COMPUTE WS-WORK-NUM =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-LAT-PCT))
               IF WS-WORK-NUM > 0 AND WS-WORK-NUM < 100
                   MOVE WS-WORK-NUM TO WS-CT-LAT-PCT(WS-CT-SLOT)
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-LAT-MS)) = 0
               COMPUTE WS-CT-LAT-MS(WS-CT-SLOT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-LAT-MS))
           END-IF
           PERFORM PARSE-CONTRACT-WINDOW
           COMPUTE WS-CT-FEE(WS-CT-SLOT) =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-FEE))
           PERFORM PARSE-CONTRACT-TIERS
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-LAT-CREDIT))
                   = 0
               COMPUTE WS-CT-LAT-CREDIT(WS-CT-SLOT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-LAT-CREDIT))
           END-IF
           MOVE 100 TO WS-CT-CAP(WS-CT-SLOT)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-CAP)) = 0
               COMPUTE WS-CT-CAP(WS-CT-SLOT) =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-CAP))
           END-IF.

      *> HH:MM-HH:MM, 24:00 allowed as the end; blank or unreadable
      *> is the whole day.
       PARSE-CONTRACT-WINDOW.
           MOVE 0 TO WS-CT-WIN-FROM(WS-CT-SLOT)
           MOVE 1440 TO WS-CT-WIN-TO(WS-CT-SLOT)
           MOVE "all day" TO WS-CT-WIN-TEXT(WS-CT-SLOT)
           IF FUNCTION TRIM(WS-FLD-WINDOW) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD-WINDOW(1:5) TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           IF WS-HHMM-OK = 'N' OR WS-FLD-WINDOW(6:1) NOT = '-'
               DISPLAY "warning: provider-contracts.dat line "
                   WS-CON-LINENO " service window unreadable --"
                   " scored all day"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHMM-MIN TO WS-CT-WIN-FROM(WS-CT-SLOT)
           MOVE WS-FLD-WINDOW(7:5) TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           IF WS-HHMM-OK = 'N'
               MOVE 0 TO WS-CT-WIN-FROM(WS-CT-SLOT)
               DISPLAY "warning: provider-contracts.dat line "
                   WS-CON-LINENO " service window unreadable --"
                   " scored all day"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HHMM-MIN TO WS-CT-WIN-TO(WS-CT-SLOT)
           IF WS-CT-WIN-FROM(WS-CT-SLOT) = WS-CT-WIN-TO(WS-CT-SLOT)
               MOVE 0 TO WS-CT-WIN-FROM(WS-CT-SLOT)
               MOVE 1440 TO WS-CT-WIN-TO(WS-CT-SLOT)
           ELSE
               MOVE WS-FLD-WINDOW(1:11) TO WS-CT-WIN-TEXT(WS-CT-SLOT)
           END-IF.

       HHMM-TO-MINUTES.
           MOVE 'N' TO WS-HHMM-OK
           IF WS-HHMM(1:2) NOT NUMERIC OR WS-HHMM(3:1) NOT = ':'
                   OR WS-HHMM(4:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HHMM-MIN =
               FUNCTION NUMVAL(WS-HHMM(1:2)) * 60
               + FUNCTION NUMVAL(WS-HHMM(4:2))
           IF WS-HHMM(4:2) > '59' OR WS-HHMM-MIN > 1440
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HHMM-OK.

      *> below:credit;below:credit;... -- up to five tiers.
       PARSE-CONTRACT-TIERS.
           MOVE SPACES TO WS-FLD-TIER(1) WS-FLD-TIER(2)
               WS-FLD-TIER(3) WS-FLD-TIER(4) WS-FLD-TIER(5)
           UNSTRING WS-FLD-TIERS DELIMITED BY ';'
               INTO WS-FLD-TIER(1) WS-FLD-TIER(2) WS-FLD-TIER(3)
                    WS-FLD-TIER(4) WS-FLD-TIER(5)
           END-UNSTRING
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 5
               MOVE SPACES TO WS-FLD-BELOW WS-FLD-CREDIT
               UNSTRING WS-FLD-TIER(WS-TIER-IDX) DELIMITED BY ':'
                   INTO WS-FLD-BELOW WS-FLD-CREDIT
               END-UNSTRING
               IF FUNCTION TRIM(WS-FLD-BELOW) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FLD-BELOW)) = 0
                       AND FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(WS-FLD-CREDIT)) = 0
                   ADD 1 TO WS-CT-TIERS(WS-CT-SLOT)
                   COMPUTE WS-CT-TIER-BELOW(WS-CT-SLOT,
                       WS-CT-TIERS(WS-CT-SLOT)) =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-BELOW))
                   COMPUTE WS-CT-TIER-CREDIT(WS-CT-SLOT,
                       WS-CT-TIERS(WS-CT-SLOT)) =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-CREDIT))
               END-IF
           END-PERFORM.

      *> ------------------------------------------------------------
      *> The measuring period
      *> ------------------------------------------------------------
      *> Service-window minutes each provider is held to: whole days
      *> for a past month, the days so far and today to the current
      *> minute for the month in progress.
       SET-MONTH-MINUTES.
           COMPUTE WS-FIRST-DATE =
               FUNCTION NUMVAL(WS-MONTH-ARG(1:4)) * 10000
               + FUNCTION NUMVAL(WS-MONTH-ARG(6:2)) * 100 + 1
           IF WS-MONTH-ARG(6:2) = '12'
               COMPUTE WS-NEXT-DATE = WS-FIRST-DATE + 10000 - 1100
           ELSE
               COMPUTE WS-NEXT-DATE = WS-FIRST-DATE + 100
           END-IF
           COMPUTE WS-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           MOVE WS-MONTH-DAYS TO WS-FULL-DAYS
           MOVE 0 TO WS-NOW-MIN
           IF WS-MONTH-ARG = WS-CURRENT-MONTH
               COMPUTE WS-FULL-DAYS = FUNCTION NUMVAL(WS-TODAY(7:2)) - 1
               COMPUTE WS-NOW-MIN =
                   FUNCTION NUMVAL(WS-NOW-TIME(1:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW-TIME(3:2))
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-WIN-TO(WS-CT-IDX) > WS-CT-WIN-FROM(WS-CT-IDX)
                   COMPUTE WS-CT-WIN-MINS(WS-CT-IDX) = WS-FULL-DAYS
                       * (WS-CT-WIN-TO(WS-CT-IDX)
                          - WS-CT-WIN-FROM(WS-CT-IDX))
               ELSE
                   COMPUTE WS-CT-WIN-MINS(WS-CT-IDX) = WS-FULL-DAYS
                       * (1440 - WS-CT-WIN-FROM(WS-CT-IDX)
                          + WS-CT-WIN-TO(WS-CT-IDX))
               END-IF
               PERFORM VARYING WS-DAY-MIN FROM 0 BY 1
                       UNTIL WS-DAY-MIN >= WS-NOW-MIN
                   PERFORM CHECK-WINDOW
                   IF WS-IN-WINDOW = 'Y'
                       ADD 1 TO WS-CT-WIN-MINS(WS-CT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Is minute-of-day WS-DAY-MIN inside provider WS-CT-IDX's
      *> window?
       CHECK-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW
           IF WS-CT-WIN-TO(WS-CT-IDX) > WS-CT-WIN-FROM(WS-CT-IDX)
               IF WS-DAY-MIN >= WS-CT-WIN-FROM(WS-CT-IDX)
                       AND WS-DAY-MIN < WS-CT-WIN-TO(WS-CT-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW
               END-IF
           ELSE
               IF WS-DAY-MIN >= WS-CT-WIN-FROM(WS-CT-IDX)
                       OR WS-DAY-MIN < WS-CT-WIN-TO(WS-CT-IDX)
                   MOVE 'Y' TO WS-IN-WINDOW
               END-IF
           END-IF.

      *> "YYYY-MM-DD HH:MM:SS" into the minute of the day and the
      *> minute of the month.
       STAMP-TO-MINUTES.
           MOVE 'N' TO WS-STAMP-OK
           IF WS-STAMP-BUF(9:2) NOT NUMERIC
                   OR WS-STAMP-BUF(12:2) NOT NUMERIC
                   OR WS-STAMP-BUF(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-STAMP-BUF(9:2) < '01' OR WS-STAMP-BUF(9:2) > '31'
                   OR WS-STAMP-BUF(12:2) > '23'
                   OR WS-STAMP-BUF(15:2) > '59'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-MIN =
               FUNCTION NUMVAL(WS-STAMP-BUF(12:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-BUF(15:2))
           COMPUTE WS-MONTH-MIN =
               (FUNCTION NUMVAL(WS-STAMP-BUF(9:2)) - 1) * 1440
               + WS-DAY-MIN + 1
           MOVE 'Y' TO WS-STAMP-OK.

      *> ------------------------------------------------------------
      *> perf.dat -- calls, outcomes and latency
      *> ------------------------------------------------------------
       SCAN-PERF.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERF-FILE
           IF WS-PERF-STATUS NOT = "00"
               DISPLAY "warning: no perf.dat -- no calls to measure"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PERF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TALLY-PERF-LINE
               END-READ
           END-PERFORM
           CLOSE PERF-FILE.

       TALLY-PERF-LINE.
           MOVE SPACES TO WS-PF-STAMP WS-PF-SESSION WS-PF-MODEL
               WS-PF-PROVIDER WS-PF-WAIT WS-PF-CALL WS-PF-OUTCOME
           UNSTRING PERF-RECORD DELIMITED BY '|'
               INTO WS-PF-STAMP WS-PF-SESSION WS-PF-MODEL
                    WS-PF-PROVIDER WS-PF-WAIT WS-PF-CALL
                    WS-PF-OUTCOME
           END-UNSTRING
           IF WS-PF-STAMP(1:7) NOT = WS-MONTH-ARG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-STAMP TO WS-STAMP-BUF
           PERFORM STAMP-TO-MINUTES
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CT-SLOT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE 0 TO WS-BAD-COUNT
               INSPECT WS-PF-PROVIDER TALLYING WS-BAD-COUNT
                   FOR ALL WS-CT-MATCH(WS-CT-IDX)(1:FUNCTION LENGTH(
                       FUNCTION TRIM(WS-CT-MATCH(WS-CT-IDX))))
               IF WS-BAD-COUNT > 0
                   MOVE WS-CT-IDX TO WS-CT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-SLOT = 0
               ADD 1 TO WS-UNMATCHED
               EXIT PARAGRAPH
           END-IF
           PERFORM REMEMBER-SESSION
           MOVE WS-CT-SLOT TO WS-CT-IDX
           PERFORM CHECK-WINDOW
           IF WS-IN-WINDOW = 'N'
               ADD 1 TO WS-CT-OUTSIDE(WS-CT-SLOT)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-ATTEMPTS(WS-CT-SLOT)
           IF FUNCTION TRIM(WS-PF-OUTCOME) = 'OK'
               ADD 1 TO WS-CT-OK(WS-CT-SLOT)
               MOVE 'S' TO WS-MM-MINUTE(WS-CT-SLOT, WS-MONTH-MIN)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PF-CALL)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PF-CALL))
                       TO WS-PF-CALL-HS
                   IF WS-PF-CALL-HS >= WS-HG-TOP
                       MOVE WS-HG-TOP TO WS-HG-IDX
                   ELSE
                       COMPUTE WS-HG-IDX = WS-PF-CALL-HS + 1
                   END-IF
                   ADD 1 TO WS-HG-BUCKET(WS-CT-SLOT, WS-HG-IDX)
                   ADD 1 TO WS-HG-SAMPLES(WS-CT-SLOT)
               END-IF
           ELSE
               IF WS-MM-MINUTE(WS-CT-SLOT, WS-MONTH-MIN) = SPACE
                   MOVE 'F' TO WS-MM-MINUTE(WS-CT-SLOT, WS-MONTH-MIN)
               END-IF
           END-IF.

      *> Which provider each session and each model was talking to,
      *> for putting incidents to a provider later. Calls arrive in
      *> runs by session, so the last one found is tried first.
       REMEMBER-SESSION.
           IF WS-SES-LAST > 0
               IF WS-SES-ID(WS-SES-LAST) = WS-PF-SESSION
                   MOVE WS-CT-SLOT TO WS-SES-PROV(WS-SES-LAST)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-SES-LAST
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-COUNT
               IF WS-SES-ID(WS-SES-IDX) = WS-PF-SESSION
                   MOVE WS-SES-IDX TO WS-SES-LAST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SES-LAST = 0 AND WS-SES-COUNT < WS-SES-MAX
               ADD 1 TO WS-SES-COUNT
               MOVE WS-PF-SESSION TO WS-SES-ID(WS-SES-COUNT)
               MOVE WS-SES-COUNT TO WS-SES-LAST
           END-IF
           IF WS-SES-LAST > 0
               MOVE WS-CT-SLOT TO WS-SES-PROV(WS-SES-LAST)
           END-IF
           PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                   UNTIL WS-MDL-IDX > WS-MDL-COUNT
               IF WS-MDL-NAME(WS-MDL-IDX) = WS-PF-MODEL
                   MOVE WS-CT-SLOT TO WS-MDL-PROV(WS-MDL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-MDL-COUNT < WS-MDL-MAX
               ADD 1 TO WS-MDL-COUNT
               MOVE WS-PF-MODEL TO WS-MDL-NAME(WS-MDL-COUNT)
               MOVE WS-CT-SLOT TO WS-MDL-PROV(WS-MDL-COUNT)
           END-IF.

      *> ------------------------------------------------------------
      *> incident.log -- put to providers
      *> ------------------------------------------------------------
       SCAN-INCIDENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ATTRIBUTE-INCIDENT
                       IF WS-CT-SLOT = 0
                           IF WS-STAMP-OK = 'Y'
                               ADD 1 TO WS-UNATTRIB
                           END-IF
                       ELSE
                           IF WS-IN-WINDOW = 'Y'
                               ADD 1 TO WS-CT-INCS(WS-CT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INC-FILE.

      *> WS-CT-SLOT the provider of the incident in INC-RECORD, 0
      *> when it is not this month's or cannot be traced;
      *> WS-IN-WINDOW whether it fell inside that provider's window.
       ATTRIBUTE-INCIDENT.
           MOVE 0 TO WS-CT-SLOT
           MOVE 'N' TO WS-IN-WINDOW WS-STAMP-OK
           MOVE SPACES TO WS-INC-STAMP WS-INC-SESSION WS-INC-MODEL
               WS-INC-REASON WS-INC-DETAIL
           UNSTRING INC-RECORD DELIMITED BY '|'
               INTO WS-INC-STAMP WS-INC-SESSION WS-INC-MODEL
                    WS-INC-REASON WS-INC-DETAIL
           END-UNSTRING
           IF WS-INC-STAMP(1:7) NOT = WS-MONTH-ARG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-STAMP TO WS-STAMP-BUF
           PERFORM STAMP-TO-MINUTES
           IF WS-STAMP-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
                   UNTIL WS-SES-IDX > WS-SES-COUNT
               IF WS-SES-ID(WS-SES-IDX) = WS-INC-SESSION
                   MOVE WS-SES-PROV(WS-SES-IDX) TO WS-CT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-SLOT = 0
               PERFORM VARYING WS-MDL-IDX FROM 1 BY 1
                       UNTIL WS-MDL-IDX > WS-MDL-COUNT
                   IF WS-MDL-NAME(WS-MDL-IDX) = WS-INC-MODEL
                       MOVE WS-MDL-PROV(WS-MDL-IDX) TO WS-CT-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-SLOT TO WS-CT-IDX
           PERFORM CHECK-WINDOW.

      *> ------------------------------------------------------------
      *> Scoring
      *> ------------------------------------------------------------
       SCORE-ONE-PROVIDER.
           MOVE 0 TO WS-CT-OUTAGE(WS-CT-IDX)
           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > 44640
               IF WS-MM-MINUTE(WS-CT-IDX, WS-MM-IDX) = 'F'
                   ADD 1 TO WS-CT-OUTAGE(WS-CT-IDX)
               END-IF
           END-PERFORM
           MOVE 100 TO WS-CT-CALL-AV(WS-CT-IDX)
           IF WS-CT-ATTEMPTS(WS-CT-IDX) > 0
               COMPUTE WS-CT-CALL-AV(WS-CT-IDX) =
                   WS-CT-OK(WS-CT-IDX) * 100
                   / WS-CT-ATTEMPTS(WS-CT-IDX)
           END-IF
           MOVE 100 TO WS-CT-MIN-AV(WS-CT-IDX)
           IF WS-CT-WIN-MINS(WS-CT-IDX) > 0
               COMPUTE WS-CT-MIN-AV(WS-CT-IDX) =
                   (WS-CT-WIN-MINS(WS-CT-IDX)
                    - WS-CT-OUTAGE(WS-CT-IDX)) * 100
                   / WS-CT-WIN-MINS(WS-CT-IDX)
           END-IF
           IF WS-CT-BASIS(WS-CT-IDX) = 'CALLS'
               MOVE WS-CT-CALL-AV(WS-CT-IDX)
                   TO WS-CT-MEASURED(WS-CT-IDX)
           ELSE
               MOVE WS-CT-MIN-AV(WS-CT-IDX)
                   TO WS-CT-MEASURED(WS-CT-IDX)
           END-IF
      *>   The largest tier credit whose threshold was missed
           MOVE 0 TO WS-CT-AV-CREDIT(WS-CT-IDX)
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-CT-TIERS(WS-CT-IDX)
               IF WS-CT-MEASURED(WS-CT-IDX)
                       < WS-CT-TIER-BELOW(WS-CT-IDX, WS-TIER-IDX)
                       AND WS-CT-TIER-CREDIT(WS-CT-IDX, WS-TIER-IDX)
                           > WS-CT-AV-CREDIT(WS-CT-IDX)
                   MOVE WS-CT-TIER-CREDIT(WS-CT-IDX, WS-TIER-IDX)
                       TO WS-CT-AV-CREDIT(WS-CT-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CT-LAT-PCT(WS-CT-IDX) TO WS-PCT-WANT
           PERFORM PICK-PERCENTILE
           MOVE WS-PCT-GOT TO WS-CT-LAT-GOT(WS-CT-IDX)
           MOVE 0 TO WS-CT-LT-CREDIT(WS-CT-IDX)
           IF WS-CT-LAT-MS(WS-CT-IDX) > 0
                   AND WS-HG-SAMPLES(WS-CT-IDX) > 0
                   AND WS-CT-LAT-GOT(WS-CT-IDX) * 10
                       > WS-CT-LAT-MS(WS-CT-IDX)
               MOVE WS-CT-LAT-CREDIT(WS-CT-IDX)
                   TO WS-CT-LT-CREDIT(WS-CT-IDX)
           END-IF
           COMPUTE WS-CT-CREDIT(WS-CT-IDX) =
               WS-CT-AV-CREDIT(WS-CT-IDX) + WS-CT-LT-CREDIT(WS-CT-IDX)
           IF WS-CT-CREDIT(WS-CT-IDX) > WS-CT-CAP(WS-CT-IDX)
               MOVE WS-CT-CAP(WS-CT-IDX) TO WS-CT-CREDIT(WS-CT-IDX)
           END-IF
           COMPUTE WS-CT-OWED(WS-CT-IDX) ROUNDED =
               WS-CT-FEE(WS-CT-IDX) * WS-CT-CREDIT(WS-CT-IDX) / 100
           ADD WS-CT-OWED(WS-CT-IDX) TO WS-TOT-OWED
           IF WS-CT-OWED(WS-CT-IDX) > 0
               ADD 1 TO WS-OWING
           END-IF.

      *> Nearest-rank percentile WS-PCT-WANT of provider WS-CT-IDX's
      *> histogram, in hundredths, into WS-PCT-GOT.
       PICK-PERCENTILE.
           MOVE 0 TO WS-PCT-GOT
           IF WS-HG-SAMPLES(WS-CT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RANK ROUNDED =
               WS-HG-SAMPLES(WS-CT-IDX) * WS-PCT-WANT / 100
           IF WS-RANK = 0
               MOVE 1 TO WS-RANK
           END-IF
           MOVE 0 TO WS-HG-RUN
           PERFORM VARYING WS-HG-IDX FROM 1 BY 1
                   UNTIL WS-HG-IDX > WS-HG-TOP
               ADD WS-HG-BUCKET(WS-CT-IDX, WS-HG-IDX) TO WS-HG-RUN
               IF WS-HG-RUN >= WS-RANK
                   COMPUTE WS-PCT-GOT = WS-HG-IDX - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Printing -- every line goes to the terminal, and to the
      *> claim file too when the provider is owed a credit
      *> ------------------------------------------------------------
       PRINT-ONE-PROVIDER.
           MOVE 'N' TO WS-CLAIM-OPEN
           IF WS-CT-OWED(WS-CT-IDX) > 0
               PERFORM OPEN-CLAIM
           END-IF
           MOVE SPACES TO WS-LINE
           PERFORM PUT-LINE
           STRING " provider " FUNCTION TRIM(WS-CT-NAME(WS-CT-IDX))
               "  (endpoint matching "
               FUNCTION TRIM(WS-CT-MATCH(WS-CT-IDX)) ")"
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-CT-WIN-MINS(WS-CT-IDX) TO WS-COUNT-ED
           STRING "   service window     "
               FUNCTION TRIM(WS-CT-WIN-TEXT(WS-CT-IDX))
               ", " FUNCTION TRIM(WS-COUNT-ED) " minute(s) in "
               WS-MONTH-ARG DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-CT-ATTEMPTS(WS-CT-IDX) TO WS-COUNT-ED
           MOVE WS-CT-OK(WS-CT-IDX) TO WS-COUNT2-ED
           MOVE WS-CT-CALL-AV(WS-CT-IDX) TO WS-PCT-ED
           STRING "   calls              " WS-COUNT-ED " attempted"
               WS-COUNT2-ED " succeeded  " WS-PCT-ED "%"
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-CT-OUTAGE(WS-CT-IDX) TO WS-COUNT-ED
           MOVE WS-CT-MIN-AV(WS-CT-IDX) TO WS-PCT-ED
           STRING "   outage minutes     " WS-COUNT-ED
               "                    " WS-PCT-ED "%"
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           IF WS-CT-OUTSIDE(WS-CT-IDX) > 0
               MOVE WS-CT-OUTSIDE(WS-CT-IDX) TO WS-COUNT-ED
               STRING "   outside window     " WS-COUNT-ED
                   " call(s), not scored" DELIMITED SIZE INTO WS-LINE
               PERFORM PUT-LINE
           END-IF
           IF WS-CT-MEASURED(WS-CT-IDX) < WS-CT-TARGET(WS-CT-IDX)
               MOVE "MISSED" TO WS-VERDICT
           ELSE
               MOVE "met" TO WS-VERDICT
           END-IF
           MOVE WS-CT-TARGET(WS-CT-IDX) TO WS-PCT-ED
           STRING "   availability target" WS-PCT-ED "% on "
               FUNCTION LOWER-CASE(WS-CT-BASIS(WS-CT-IDX))
               "  -- " WS-VERDICT
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           PERFORM PRINT-LATENCY
           MOVE WS-CT-FEE(WS-CT-IDX) TO WS-MONEY-ED
           STRING "   monthly fee        " WS-MONEY-ED
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-CT-AV-CREDIT(WS-CT-IDX) TO WS-PCT2-ED
           MOVE WS-CT-LT-CREDIT(WS-CT-IDX) TO WS-PCT3-ED
           STRING "   credit             availability" WS-PCT2-ED
               "% + latency" WS-PCT3-ED "%"
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-CT-CREDIT(WS-CT-IDX) TO WS-PCT2-ED
           MOVE WS-CT-CAP(WS-CT-IDX) TO WS-PCT3-ED
           MOVE WS-CT-OWED(WS-CT-IDX) TO WS-MONEY-ED
           STRING "   credit owed        " WS-MONEY-ED "  ("
               FUNCTION TRIM(WS-PCT2-ED) "% of fee, cap "
               FUNCTION TRIM(WS-PCT3-ED) "%)"
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           MOVE WS-CT-INCS(WS-CT-IDX) TO WS-COUNT-ED
           STRING "   incidents in window" WS-COUNT-ED
               DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE
           IF WS-CLAIM-OPEN = 'Y'
               PERFORM WRITE-CLAIM-INCIDENTS
               CLOSE CLAIM-FILE
               MOVE 'N' TO WS-CLAIM-OPEN
               DISPLAY "   claim written to "
                   FUNCTION TRIM(WS-CLAIM-PATH)
           END-IF.

       PRINT-LATENCY.
           IF WS-HG-SAMPLES(WS-CT-IDX) = 0
               STRING "   latency            no successful calls"
                   " timed" DELIMITED SIZE INTO WS-LINE
               PERFORM PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 50 TO WS-PCT-WANT
           PERFORM PICK-PERCENTILE
           MOVE WS-PCT-GOT TO WS-P50
           MOVE 90 TO WS-PCT-WANT
           PERFORM PICK-PERCENTILE
           MOVE WS-PCT-GOT TO WS-P90
           MOVE 99 TO WS-PCT-WANT
           PERFORM PICK-PERCENTILE
           MOVE WS-PCT-GOT TO WS-P99
           MOVE SPACES TO WS-LINE
           MOVE 1 TO WS-LINE-PTR
           COMPUTE WS-MS-VALUE = WS-P50 * 10
           MOVE WS-MS-VALUE TO WS-MS-ED
           STRING "   latency ms         med" WS-MS-ED
               DELIMITED SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
           COMPUTE WS-MS-VALUE = WS-P90 * 10
           MOVE WS-MS-VALUE TO WS-MS-ED
           STRING "  p90" WS-MS-ED
               DELIMITED SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
           COMPUTE WS-MS-VALUE = WS-P99 * 10
           MOVE WS-MS-VALUE TO WS-MS-ED
           STRING "  p99" WS-MS-ED
               DELIMITED SIZE INTO WS-LINE WITH POINTER WS-LINE-PTR
           PERFORM PUT-LINE
           IF WS-CT-LAT-MS(WS-CT-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-LAT-GOT(WS-CT-IDX) * 10 > WS-CT-LAT-MS(WS-CT-IDX)
               MOVE "MISSED" TO WS-VERDICT
           ELSE
               MOVE "met" TO WS-VERDICT
           END-IF
           COMPUTE WS-MS-VALUE = WS-CT-LAT-GOT(WS-CT-IDX) * 10
           MOVE WS-MS-VALUE TO WS-MS-ED
           MOVE WS-CT-LAT-MS(WS-CT-IDX) TO WS-COUNT-ED
           STRING "   latency target     p"
               WS-CT-LAT-PCT(WS-CT-IDX) " <="
               WS-COUNT-ED " ms, measured" WS-MS-ED " ms  -- "
               WS-VERDICT DELIMITED SIZE INTO WS-LINE
           PERFORM PUT-LINE.

       PUT-LINE.
           DISPLAY FUNCTION TRIM(WS-LINE, TRAILING)
           IF WS-CLAIM-OPEN = 'Y'
               MOVE WS-LINE TO CLAIM-RECORD
               WRITE CLAIM-RECORD
           END-IF
           MOVE SPACES TO WS-LINE.

       OPEN-CLAIM.
           MOVE SPACES TO WS-CLAIM-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "sla-claim-"
               FUNCTION TRIM(WS-CT-NAME(WS-CT-IDX)) "-"
               WS-MONTH-ARG ".txt"
               DELIMITED SIZE INTO WS-CLAIM-PATH
           OPEN OUTPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "warning: could not write "
                   FUNCTION TRIM(WS-CLAIM-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CLAIM-OPEN
           MOVE SPACES TO CLAIM-RECORD
           STRING "Service credit claim -- "
               FUNCTION TRIM(WS-CT-NAME(WS-CT-IDX)) " -- "
               WS-MONTH-ARG DELIMITED SIZE INTO CLAIM-RECORD
           WRITE CLAIM-RECORD.

      *> Second pass of the incident log for the claim: the
      *> provider's incidents inside its service window, marked '*'
      *> where they fell in an outage minute.
       WRITE-CLAIM-INCIDENTS.
           MOVE SPACES TO CLAIM-RECORD
           WRITE CLAIM-RECORD
           MOVE "Supporting incidents ('*' in an outage minute):"
               TO CLAIM-RECORD
           WRITE CLAIM-RECORD
           MOVE WS-CT-IDX TO WS-CT-SAVE
           MOVE 'N' TO WS-EOF
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS NOT = "00"
               MOVE "  (incident.log could not be read)"
                   TO CLAIM-RECORD
               WRITE CLAIM-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ATTRIBUTE-INCIDENT
                       MOVE WS-CT-SAVE TO WS-CT-IDX
                       IF WS-CT-SLOT = WS-CT-IDX
                               AND WS-IN-WINDOW = 'Y'
                           PERFORM WRITE-CLAIM-INCIDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INC-FILE
           IF WS-CT-INCS(WS-CT-IDX) = 0
               MOVE "  (none recorded)" TO CLAIM-RECORD
               WRITE CLAIM-RECORD
           END-IF.

       WRITE-CLAIM-INCIDENT.
           MOVE ' ' TO WS-INC-MARK
           IF WS-MM-MINUTE(WS-CT-IDX, WS-MONTH-MIN) = 'F'
               MOVE '*' TO WS-INC-MARK
           END-IF
           MOVE SPACES TO CLAIM-RECORD
           STRING
               "  " WS-INC-MARK " " WS-INC-STAMP "  "
               WS-INC-REASON "  "
               FUNCTION TRIM(WS-INC-MODEL) "  session "
               FUNCTION TRIM(WS-INC-SESSION) "  "
               FUNCTION TRIM(WS-INC-DETAIL)
               DELIMITED SIZE INTO CLAIM-RECORD
           WRITE CLAIM-RECORD.
