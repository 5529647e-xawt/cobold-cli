      *              the report name and recipients; DIR drops a       *
      *              date-stamped copy into the directory. Every       *
      *              routing is logged to distribution.log with its    *
      *              outcome. A standing-query output whose change     *
      *              summary (<file>.chg, from STANDING-DIFF) shows    *
      *              every answer UNCHANGED since the last run is not  *
      *              sent again; the skip is logged as SKIP. RETURN-   *
      *              CODE 4 when the report has no table entry or any  *
      *              destination failed.                               *
      *                                                                *
      * Build & run (as the last step of a batch job):                 *
      *   cobc -x src/distribute.cob -o dist/distribute                *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Skip standing-query outputs whose change       *
      *                 summary shows nothing new                      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTE.
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CHG-FILE
               ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ROUTE-RECORD            PIC X(400).
       FD  LOG-FILE.
       01  LOG-RECORD              PIC X(400).
       FD  CHG-FILE.
       01  CHG-RECORD              PIC X(2100).

       WORKING-STORAGE SECTION.
       01  WS-ROUTE-PATH           PIC X(540).
       01  WS-FAILED               PIC 9(3) VALUE 0.
       01  WS-OUTCOME              PIC X(4).

      *> The change summary beside a standing-query output -- each
      *> entry header carries its status in columns 28-36.
       01  WS-CHG-PATH             PIC X(510).
       01  WS-CHG-STATUS           PIC XX.
       01  WS-CHG-ENTRIES          PIC 9(4).
       01  WS-CHG-NEW              PIC 9(4).

      *> Mail command and stamping
       01  WS-MAIL-CMD             PIC X(200).
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       MAIN-PARA.
           PERFORM GET-ARGUMENTS
           PERFORM RESOLVE-PATHS
           PERFORM CHECK-CHANGE-SUMMARY
           IF WS-CHG-ENTRIES > 0 AND WS-CHG-NEW = 0
               DISPLAY "no change since the last run -- '"
                   FUNCTION TRIM(WS-REPORT-NAME)
                   "' not distributed"
               MOVE 'SKIP' TO WS-RT-KIND
               MOVE 'answers unchanged' TO WS-RT-TARGET
               MOVE 'SKIP' TO WS-OUTCOME
               PERFORM LOG-ROUTING
               STOP RUN
           END-IF
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS NOT = "00"
               DISPLAY "error: no distribution.dat routing table"
               MOVE WS-EG-VALUE(1:200) TO WS-MAIL-CMD
           END-IF.

      *> Count the entries of <file>.chg and those not UNCHANGED;
      *> a file without a change summary is always distributed.
       CHECK-CHANGE-SUMMARY.
           MOVE 0 TO WS-CHG-ENTRIES WS-CHG-NEW
           MOVE SPACES TO WS-CHG-PATH
           STRING FUNCTION TRIM(WS-FILE-PATH) ".chg"
               DELIMITED SIZE INTO WS-CHG-PATH
           OPEN INPUT CHG-FILE
           IF WS-CHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CHG-RECORD(1:6) = "===== "
                           ADD 1 TO WS-CHG-ENTRIES
                           IF CHG-RECORD(28:9) NOT = "UNCHANGED"
                               ADD 1 TO WS-CHG-NEW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHG-FILE.

       ROUTE-ONE-ENTRY.
           IF ROUTE-RECORD = SPACES OR ROUTE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
