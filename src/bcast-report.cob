      *================================================================*
      * PROGRAM:     BCAST-REPORT                                      *
      * DESCRIPTION: Acknowledgement report for operator broadcasts.   *
      *              For each message in broadcast.dat it lists the    *
      *              operators the message is aimed at -- the active   *
      *              person ids in operators.dat, narrowed to the      *
      *              department or security profile (the profile name  *
      *              field of security-profiles.dat) the target names  *
      *              -- with what broadcast-ack.log says of each:      *
      *              acknowledged, seen but not acknowledged, or not   *
      *              seen, and the counts at the foot. With no         *
      *              operator master the ids in the log are all it can *
      *              show. The argument is a broadcast number, or ALL  *
      *              for every message on file; by default the report  *
      *              covers the messages that have not yet expired.    *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/bcast-report.cob -o dist/bcast-report            *
      *   ./dist/bcast-report [number | ALL]                           *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCAST-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BC-FILE
               ASSIGN TO DYNAMIC WS-BC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT ACK-FILE
               ASSIGN TO DYNAMIC WS-ACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPER-FILE
               ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SEC-FILE
               ASSIGN TO DYNAMIC WS-SEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BC-FILE.
       01  BC-RECORD               PIC X(600).
       FD  ACK-FILE.
       01  ACK-RECORD              PIC X(100).
       FD  OPER-FILE.
       01  OPER-RECORD             PIC X(300).
       FD  SEC-FILE.
       01  SEC-RECORD              PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-BC-PATH              PIC X(520).
       01  WS-ACK-PATH             PIC X(520).
       01  WS-OPER-PATH            PIC X(520).
       01  WS-SEC-PATH             PIC X(520).
       01  WS-BC-STATUS            PIC XX.
       01  WS-ACK-STATUS           PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-SEC-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SELECT               PIC X(10).
       01  WS-WANT-NUM             PIC 9(6).
       01  WS-HAVE-MASTER          PIC X VALUE 'N'.

      *> One broadcast.dat line at a time
       01  WS-MS-ID                PIC X(6).
       01  WS-MS-SEV               PIC X(4).
       01  WS-MS-START             PIC X(16).
       01  WS-MS-EXPIRY            PIC X(16).
       01  WS-MS-TARGET            PIC X(30).
       01  WS-MS-BY                PIC X(8).
       01  WS-MS-ON                PIC X(16).
       01  WS-MS-TEXT              PIC X(400).
       01  WS-MS-PTR               PIC 9(4).
       01  WS-MS-SHOWN             PIC 9(4) VALUE 0.
       01  WS-STATE                PIC X(9).
       01  WS-TARGET-UP            PIC X(30).
       01  WS-MATCH-UP             PIC X(30).
       01  WS-TARGETED             PIC X.

      *> Active person operators, with department and profile name
       01  WS-OP-MAX               PIC 9(3) VALUE 500.
       01  WS-OP-COUNT             PIC 9(3) VALUE 0.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-ID        PIC X(8).
               10  WS-OP-NAME      PIC X(30).
               10  WS-OP-DEPT      PIC X(20).
               10  WS-OP-PROF      PIC X(20).
       01  WS-OP-IDX               PIC 9(3).
       01  WS-OL-ID                PIC X(8).
       01  WS-OL-NAME              PIC X(30).
       01  WS-OL-DEPT              PIC X(20).
       01  WS-OL-STATUS            PIC X.
       01  WS-OL-QUOTA             PIC X(12).
       01  WS-OL-ADDED             PIC X(10).
       01  WS-OL-HASH              PIC X(12).
       01  WS-OL-FAILS             PIC X(3).
       01  WS-OL-LOCKED            PIC X.
       01  WS-OL-KIND              PIC X.

      *> security-profiles.dat -- the '*' line is the default name
       01  WS-SEC-L-ID             PIC X(8).
       01  WS-SEC-L-SKIP           PIC X(400).
       01  WS-SEC-L-PROF           PIC X(20).
       01  WS-SEC-DEFAULT          PIC X(20) VALUE SPACES.

      *> broadcast-ack.log, held whole
       01  WS-AK-MAX               PIC 9(4) VALUE 5000.
       01  WS-AK-COUNT             PIC 9(4) VALUE 0.
       01  WS-AK-SKIPPED           PIC 9(6) VALUE 0.
       01  WS-AK-TABLE.
           05  WS-AK-ENTRY OCCURS 5000 TIMES.
               10  WS-AK-STAMP     PIC X(19).
               10  WS-AK-ID        PIC X(6).
               10  WS-AK-OPERATOR  PIC X(8).
               10  WS-AK-EVENT     PIC X(4).
       01  WS-AK-IDX               PIC 9(4).
       01  WS-SEEN-AT              PIC X(19).
       01  WS-ACK-AT               PIC X(19).

      *> Per-message counts
       01  WS-CNT-TARGET           PIC 9(4).
       01  WS-CNT-ACK              PIC 9(4).
       01  WS-CNT-SEEN             PIC 9(4).
       01  WS-CNT-NOT              PIC 9(4).
       01  WS-CNT-ED1              PIC ZZZ9.
       01  WS-CNT-ED2              PIC ZZZ9.
       01  WS-CNT-ED3              PIC ZZZ9.
       01  WS-CNT-ED4              PIC ZZZ9.
       01  WS-RESULT               PIC X(50).

       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-NOW                  PIC X(16).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE SPACES TO WS-SELECT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-SELECT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-SELECT
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SELECT))
               TO WS-SELECT
           IF WS-SELECT NOT = SPACES AND NOT = 'ALL'
               IF FUNCTION TEST-NUMVAL(WS-SELECT) NOT = 0
                   DISPLAY "usage: bcast-report [number | ALL]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-SELECT) TO WS-WANT-NUM
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2)
               DELIMITED SIZE
               INTO WS-NOW
           PERFORM RESOLVE-PATHS
           PERFORM LOAD-PROFILE-DEFAULT
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-ACKS

           OPEN INPUT BC-FILE
           IF WS-BC-STATUS NOT = "00"
               DISPLAY "no broadcast file found -- nothing has been"
                   " posted"
               STOP RUN
           END-IF
           DISPLAY "================================================="
               "=========================="
           DISPLAY " broadcast acknowledgement report as of " WS-NOW
           IF WS-HAVE-MASTER = 'N'
               DISPLAY " (no operator master -- only the ids in the"
                   " acknowledgement log are shown)"
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-MESSAGE
               END-READ
           END-PERFORM
           CLOSE BC-FILE
           IF WS-MS-SHOWN = 0
               DISPLAY " "
               DISPLAY " (no broadcasts selected)"
           END-IF
           IF WS-AK-SKIPPED > 0
               DISPLAY " (acknowledgement log past "
                   WS-AK-MAX " lines -- later lines not counted)"
           END-IF
           DISPLAY "================================================="
               "=========================="
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
           MOVE SPACES TO WS-BC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "broadcast.dat"
               DELIMITED SIZE INTO WS-BC-PATH
           MOVE SPACES TO WS-ACK-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "broadcast-ack.log"
               DELIMITED SIZE INTO WS-ACK-PATH
           MOVE SPACES TO WS-OPER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "operators.dat"
               DELIMITED SIZE INTO WS-OPER-PATH
           MOVE SPACES TO WS-SEC-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "security-profiles.dat"
               DELIMITED SIZE INTO WS-SEC-PATH.

      *>----------------------------------------------------------------
      *> Reference files
      *>----------------------------------------------------------------
       LOAD-PROFILE-DEFAULT.
           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SECURITY-LINE
                       IF FUNCTION TRIM(WS-SEC-L-ID) = '*'
                           MOVE WS-SEC-L-PROF TO WS-SEC-DEFAULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEC-FILE.

       PARSE-SECURITY-LINE.
           MOVE SPACES TO WS-SEC-L-ID WS-SEC-L-PROF
           IF FUNCTION TRIM(SEC-RECORD) = SPACES
                   OR SEC-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           UNSTRING SEC-RECORD DELIMITED BY '|'
               INTO WS-SEC-L-ID WS-SEC-L-SKIP WS-SEC-L-SKIP
                    WS-SEC-L-SKIP WS-SEC-L-SKIP WS-SEC-L-SKIP
                    WS-SEC-L-PROF
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SEC-L-PROF) TO WS-SEC-L-PROF.

      *> Active person ids only -- a suspended id cannot sign on and
      *> a service id never sees the chat loop.
       LOAD-OPERATORS.
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HAVE-MASTER
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-OPERATOR-LINE
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           IF WS-OP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-SECURITY-LINE
                       PERFORM APPLY-PROFILE-NAME
               END-READ
           END-PERFORM
           CLOSE SEC-FILE.

       PARSE-OPERATOR-LINE.
           IF FUNCTION TRIM(OPER-RECORD) = SPACES
                   OR OPER-RECORD(1:1) = '#'
                   OR WS-OP-COUNT >= WS-OP-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OL-ID WS-OL-NAME WS-OL-DEPT WS-OL-STATUS
               WS-OL-QUOTA WS-OL-ADDED WS-OL-HASH WS-OL-FAILS
               WS-OL-LOCKED WS-OL-KIND
           UNSTRING OPER-RECORD DELIMITED BY '|'
               INTO WS-OL-ID WS-OL-NAME WS-OL-DEPT WS-OL-STATUS
                    WS-OL-QUOTA WS-OL-ADDED WS-OL-HASH WS-OL-FAILS
                    WS-OL-LOCKED WS-OL-KIND
           END-UNSTRING
           IF WS-OL-STATUS NOT = 'A' OR WS-OL-KIND = 'V'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OL-ID TO WS-OP-ID(WS-OP-COUNT)
           MOVE WS-OL-NAME TO WS-OP-NAME(WS-OP-COUNT)
           MOVE WS-OL-DEPT TO WS-OP-DEPT(WS-OP-COUNT)
           MOVE WS-SEC-DEFAULT TO WS-OP-PROF(WS-OP-COUNT).

       APPLY-PROFILE-NAME.
           IF WS-SEC-L-ID = SPACES OR FUNCTION TRIM(WS-SEC-L-ID) = '*'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = WS-SEC-L-ID
                   MOVE WS-SEC-L-PROF TO WS-OP-PROF(WS-OP-IDX)
               END-IF
           END-PERFORM.

      *> With no master, everyone who has left a trace in the log
      *> stands in for the operator list.
       LOAD-ACKS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ACK-LINE
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

       PARSE-ACK-LINE.
           IF FUNCTION TRIM(ACK-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AK-COUNT >= WS-AK-MAX
               ADD 1 TO WS-AK-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AK-COUNT
           MOVE SPACES TO WS-AK-ENTRY(WS-AK-COUNT)
           UNSTRING ACK-RECORD DELIMITED BY '|'
               INTO WS-AK-STAMP(WS-AK-COUNT) WS-AK-ID(WS-AK-COUNT)
                    WS-AK-OPERATOR(WS-AK-COUNT)
                    WS-AK-EVENT(WS-AK-COUNT)
           END-UNSTRING
           IF WS-HAVE-MASTER = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID(WS-OP-IDX) = WS-AK-OPERATOR(WS-AK-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OP-COUNT < WS-OP-MAX
               ADD 1 TO WS-OP-COUNT
               MOVE SPACES TO WS-OP-ENTRY(WS-OP-COUNT)
               MOVE WS-AK-OPERATOR(WS-AK-COUNT)
                   TO WS-OP-ID(WS-OP-COUNT)
           END-IF.

      *>----------------------------------------------------------------
      *> One message and the operators it is aimed at
      *>----------------------------------------------------------------
       REPORT-MESSAGE.
           IF BC-RECORD = SPACES OR BC-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MS-ID WS-MS-SEV WS-MS-START WS-MS-EXPIRY
               WS-MS-TARGET WS-MS-BY WS-MS-ON WS-MS-TEXT
           MOVE 1 TO WS-MS-PTR
           UNSTRING BC-RECORD DELIMITED BY '|'
               INTO WS-MS-ID WS-MS-SEV WS-MS-START WS-MS-EXPIRY
                    WS-MS-TARGET WS-MS-BY WS-MS-ON
               WITH POINTER WS-MS-PTR
           END-UNSTRING
           IF WS-MS-PTR <= 600
               MOVE BC-RECORD(WS-MS-PTR:) TO WS-MS-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-SELECT = 'ALL'
                   CONTINUE
               WHEN WS-SELECT = SPACES
                   IF WS-MS-EXPIRY <= WS-NOW
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF WS-MS-ID IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-MS-ID NOT = WS-WANT-NUM
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-MS-SHOWN
           EVALUATE TRUE
               WHEN WS-MS-EXPIRY <= WS-NOW
                   MOVE 'expired' TO WS-STATE
               WHEN WS-MS-START > WS-NOW
                   MOVE 'scheduled' TO WS-STATE
               WHEN OTHER
                   MOVE 'in force' TO WS-STATE
           END-EVALUATE
           DISPLAY " "
           DISPLAY " broadcast " WS-MS-ID " " WS-MS-SEV " "
               WS-MS-START " to " WS-MS-EXPIRY " ("
               FUNCTION TRIM(WS-STATE) ")"
           DISPLAY "   target " FUNCTION TRIM(WS-MS-TARGET)
               ", posted by " FUNCTION TRIM(WS-MS-BY)
               " on " WS-MS-ON
           DISPLAY "   " FUNCTION TRIM(WS-MS-TEXT)
           DISPLAY "   operator name                           status"
           DISPLAY "   -------- ------------------------------ -------"
               "--------------------------------"
           MOVE 0 TO WS-CNT-TARGET WS-CNT-ACK WS-CNT-SEEN WS-CNT-NOT
           MOVE FUNCTION UPPER-CASE(WS-MS-TARGET) TO WS-TARGET-UP
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM CHECK-TARGETED
               IF WS-TARGETED = 'Y'
                   PERFORM REPORT-OPERATOR
               END-IF
           END-PERFORM
           MOVE WS-CNT-TARGET TO WS-CNT-ED1
           MOVE WS-CNT-ACK TO WS-CNT-ED2
           MOVE WS-CNT-SEEN TO WS-CNT-ED3
           MOVE WS-CNT-NOT TO WS-CNT-ED4
           DISPLAY "   targeted " FUNCTION TRIM(WS-CNT-ED1)
               ", acknowledged " FUNCTION TRIM(WS-CNT-ED2)
               ", seen only " FUNCTION TRIM(WS-CNT-ED3)
               ", not seen " FUNCTION TRIM(WS-CNT-ED4).

      *> Same matching as BROADCAST -- everyone, the department, or
      *> the profile name, without regard to case.
       CHECK-TARGETED.
           MOVE 'N' TO WS-TARGETED
           IF WS-TARGET-UP = 'ALL' OR WS-HAVE-MASTER = 'N'
               MOVE 'Y' TO WS-TARGETED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MATCH-UP
           IF WS-TARGET-UP(1:5) = 'DEPT:'
                   AND WS-OP-DEPT(WS-OP-IDX) NOT = SPACES
               STRING 'DEPT:' FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-OP-DEPT(WS-OP-IDX)))
                   DELIMITED SIZE INTO WS-MATCH-UP
           END-IF
           IF WS-TARGET-UP(1:8) = 'PROFILE:'
                   AND WS-OP-PROF(WS-OP-IDX) NOT = SPACES
               STRING 'PROFILE:' FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-OP-PROF(WS-OP-IDX)))
                   DELIMITED SIZE INTO WS-MATCH-UP
           END-IF
           IF WS-MATCH-UP NOT = SPACES
                   AND WS-MATCH-UP = WS-TARGET-UP
               MOVE 'Y' TO WS-TARGETED
           END-IF.

       REPORT-OPERATOR.
           ADD 1 TO WS-CNT-TARGET
           MOVE SPACES TO WS-SEEN-AT WS-ACK-AT
           PERFORM VARYING WS-AK-IDX FROM 1 BY 1
                   UNTIL WS-AK-IDX > WS-AK-COUNT
               IF WS-AK-OPERATOR(WS-AK-IDX) = WS-OP-ID(WS-OP-IDX)
                       AND WS-AK-ID(WS-AK-IDX) = WS-MS-ID
                   IF WS-AK-EVENT(WS-AK-IDX) = 'ACK'
                       IF WS-ACK-AT = SPACES
                           MOVE WS-AK-STAMP(WS-AK-IDX) TO WS-ACK-AT
                       END-IF
                   ELSE
                       IF WS-SEEN-AT = SPACES
                           MOVE WS-AK-STAMP(WS-AK-IDX) TO WS-SEEN-AT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN WS-ACK-AT NOT = SPACES
                   ADD 1 TO WS-CNT-ACK
                   STRING "acknowledged " WS-ACK-AT
                       DELIMITED SIZE INTO WS-RESULT
               WHEN WS-SEEN-AT NOT = SPACES
                   ADD 1 TO WS-CNT-SEEN
                   STRING "seen " WS-SEEN-AT ", not acknowledged"
                       DELIMITED SIZE INTO WS-RESULT
               WHEN OTHER
                   ADD 1 TO WS-CNT-NOT
                   MOVE "not seen" TO WS-RESULT
           END-EVALUATE
           DISPLAY "   " WS-OP-ID(WS-OP-IDX) " "
               WS-OP-NAME(WS-OP-IDX) " " FUNCTION TRIM(WS-RESULT).
