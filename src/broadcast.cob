      *================================================================*
      * PROGRAM:     BROADCAST                                         *
      * DESCRIPTION: Operator broadcast messages for the chat loop.    *
      *              Supervisors keep broadcast.dat next to the        *
      *              executable through BCAST-MAINT, one message per   *
      *              line:                                             *
      *                id|severity|start|expiry|target|posted by|      *
      *                  posted on|text                                *
      *              severity INFO, WARN or CRIT; start and expiry     *
      *              YYYY-MM-DD HH:MM; target ALL, DEPT:<department>   *
      *              (operators.dat) or PROFILE:<name> (the profile    *
      *              name field of security-profiles.dat). A message   *
      *              is shown at sign-on while it is in its window,    *
      *              and mid-session the first time the loop asks      *
      *              after it arrives. A CRIT message must be          *
      *              acknowledged (/ack) before the next prompt goes   *
      *              out; any message may be. The first sighting and   *
      *              the acknowledgement are appended to               *
      *              broadcast-ack.log, stamp|id|operator|SEEN-or-ACK, *
      *              under the broadcast-ack enqueue, for BCAST-REPORT *
      *              to show who has and has not read what.            *
      *                                                                *
      * CALL "BROADCAST" USING                                         *
      *   LK-ACTION   PIC X     -- 'S' show what is new to this        *
      *                            session, 'L' list every message in  *
      *                            force, 'A' acknowledge LK-MSG-ID    *
      *                            (spaces: every one in force)        *
      *   LK-OPERATOR PIC X(8)  -- operator id                         *
      *   LK-DEPT     PIC X(20) -- department from the master          *
      *   LK-PROFILE  PIC X(20) -- security profile name               *
      *   LK-MSG-ID   PIC X(6)  -- message number for 'A'              *
      *   LK-PENDING  PIC 9(3)  -- CRIT messages in force and not yet  *
      *                            acknowledged (output)               *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *   2026-10-15    /ack holds only once its log line is written   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROADCAST.

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

       DATA DIVISION.
       FILE SECTION.
       FD  BC-FILE.
       01  BC-RECORD               PIC X(600).
       FD  ACK-FILE.
       01  ACK-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BC-PATH              PIC X(520).
       01  WS-ACK-PATH             PIC X(520).
       01  WS-BC-STATUS            PIC XX.
       01  WS-ACK-STATUS           PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-FIRST-CALL           PIC X VALUE 'Y'.

      *> broadcast.dat, re-read on every call so a message posted
      *> mid-session is seen at the next prompt
       01  WS-MS-COUNT             PIC 9(3) VALUE 0.
       01  WS-MS-TABLE.
           05  WS-MS-ENTRY OCCURS 100 TIMES.
               10  WS-MS-ID        PIC X(6).
               10  WS-MS-SEV       PIC X(4).
               10  WS-MS-START     PIC X(16).
               10  WS-MS-EXPIRY    PIC X(16).
               10  WS-MS-TARGET    PIC X(30).
               10  WS-MS-BY        PIC X(8).
               10  WS-MS-TEXT      PIC X(400).
       01  WS-MS-IDX               PIC 9(3).
       01  WS-MS-PTR               PIC 9(4).
       01  WS-MS-ON                PIC X(16).
       01  WS-IN-FORCE             PIC X.

      *> This operator's SEEN/ACK history, loaded once per run and
      *> kept up as this session adds to it
       01  WS-HX-COUNT             PIC 9(3) VALUE 0.
       01  WS-HX-TABLE.
           05  WS-HX-ENTRY OCCURS 500 TIMES.
               10  WS-HX-ID        PIC X(6).
               10  WS-HX-SEEN      PIC X.
               10  WS-HX-ACK       PIC X.
       01  WS-HX-IDX               PIC 9(3).
       01  WS-HX-SLOT              PIC 9(3).
       01  WS-AK-STAMP             PIC X(19).
       01  WS-AK-ID                PIC X(6).
       01  WS-AK-OPERATOR          PIC X(8).
       01  WS-AK-EVENT             PIC X(4).

      *> Messages already put on this session's screen
       01  WS-SH-COUNT             PIC 9(3) VALUE 0.
       01  WS-SH-TABLE.
           05  WS-SH-ID OCCURS 200 TIMES PIC X(6).
       01  WS-SH-IDX               PIC 9(3).

       01  WS-WANT-ID              PIC X(6).
       01  WS-WANT-NUM             PIC 9(6).
       01  WS-ACKED                PIC 9(3).
       01  WS-ACK-BUSY             PIC 9(3).
       01  WS-ACK-NUM              PIC 9(6).
       01  WS-ACK-WRITTEN          PIC X.
       01  WS-ID-ED                PIC Z(5)9.
       01  WS-SEV-WORD             PIC X(12).
       01  WS-TARGET-UP            PIC X(30).
       01  WS-MATCH-UP             PIC X(30).
       01  WS-EVENT                PIC X(4).
       01  WS-NOW                  PIC X(16).
       01  WS-STAMP                PIC X(19).
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30).
       01  WS-FL-STATUS            PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X.
       01  LK-OPERATOR             PIC X(8).
       01  LK-DEPT                 PIC X(20).
       01  LK-PROFILE              PIC X(20).
       01  LK-MSG-ID               PIC X(6).
       01  LK-PENDING              PIC 9(3).

       PROCEDURE DIVISION USING
           LK-ACTION LK-OPERATOR LK-DEPT LK-PROFILE LK-MSG-ID
           LK-PENDING.

       MAIN-PARA.
           IF WS-FIRST-CALL = 'Y'
               PERFORM RESOLVE-PATHS
               PERFORM LOAD-HISTORY
               MOVE 'N' TO WS-FIRST-CALL
           END-IF
           PERFORM BUILD-NOW
           PERFORM LOAD-MESSAGES
           EVALUATE LK-ACTION
               WHEN 'S'
                   PERFORM SHOW-NEW-MESSAGES
               WHEN 'L'
                   PERFORM LIST-MESSAGES
               WHEN 'A'
                   PERFORM ACKNOWLEDGE-MESSAGES
           END-EVALUATE
           PERFORM COUNT-PENDING
           GOBACK.

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
               DELIMITED SIZE INTO WS-ACK-PATH.

       BUILD-NOW.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           MOVE WS-STAMP(1:16) TO WS-NOW.

      *> The operator's own lines of broadcast-ack.log; an id with
      *> no operator has no history to carry between sessions.
       LOAD-HISTORY.
           MOVE 0 TO WS-HX-COUNT
           IF LK-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
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
           MOVE SPACES TO WS-AK-STAMP WS-AK-ID WS-AK-OPERATOR
               WS-AK-EVENT
           UNSTRING ACK-RECORD DELIMITED BY '|'
               INTO WS-AK-STAMP WS-AK-ID WS-AK-OPERATOR WS-AK-EVENT
           END-UNSTRING
           IF WS-AK-OPERATOR NOT = LK-OPERATOR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AK-ID TO WS-WANT-ID
           PERFORM FIND-HISTORY-SLOT
           IF WS-HX-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AK-EVENT = 'ACK'
               MOVE 'Y' TO WS-HX-ACK(WS-HX-SLOT)
           END-IF
           MOVE 'Y' TO WS-HX-SEEN(WS-HX-SLOT).

      *> Slot for WS-WANT-ID in the history table, added when new;
      *> 0 only when the table is full.
       FIND-HISTORY-SLOT.
           MOVE 0 TO WS-HX-SLOT
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                   UNTIL WS-HX-IDX > WS-HX-COUNT
               IF WS-HX-ID(WS-HX-IDX) = WS-WANT-ID
                   MOVE WS-HX-IDX TO WS-HX-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HX-SLOT = 0 AND WS-HX-COUNT < 500
               ADD 1 TO WS-HX-COUNT
               MOVE WS-HX-COUNT TO WS-HX-SLOT
               MOVE WS-WANT-ID TO WS-HX-ID(WS-HX-SLOT)
               MOVE 'N' TO WS-HX-SEEN(WS-HX-SLOT)
               MOVE 'N' TO WS-HX-ACK(WS-HX-SLOT)
           END-IF.

       LOAD-MESSAGES.
           MOVE 0 TO WS-MS-COUNT
           OPEN INPUT BC-FILE
           IF WS-BC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-MESSAGE-LINE
               END-READ
           END-PERFORM
           CLOSE BC-FILE.

       PARSE-MESSAGE-LINE.
           IF BC-RECORD = SPACES OR BC-RECORD(1:1) = '#'
                   OR WS-MS-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE SPACES TO WS-MS-ENTRY(WS-MS-COUNT)
           MOVE 1 TO WS-MS-PTR
           UNSTRING BC-RECORD DELIMITED BY '|'
               INTO WS-MS-ID(WS-MS-COUNT) WS-MS-SEV(WS-MS-COUNT)
                    WS-MS-START(WS-MS-COUNT)
                    WS-MS-EXPIRY(WS-MS-COUNT)
                    WS-MS-TARGET(WS-MS-COUNT) WS-MS-BY(WS-MS-COUNT)
                    WS-MS-ON
               WITH POINTER WS-MS-PTR
           END-UNSTRING
           IF WS-MS-PTR <= 600
               MOVE BC-RECORD(WS-MS-PTR:) TO WS-MS-TEXT(WS-MS-COUNT)
           END-IF.

      *> In force: inside its window, and aimed at this operator --
      *> everyone, their department, or their security profile.
       CHECK-IN-FORCE.
           MOVE 'N' TO WS-IN-FORCE
           IF WS-MS-START(WS-MS-IDX) > WS-NOW
                   OR WS-MS-EXPIRY(WS-MS-IDX) <= WS-NOW
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-MS-TARGET(WS-MS-IDX))
               TO WS-TARGET-UP
           IF WS-TARGET-UP = 'ALL'
               MOVE 'Y' TO WS-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MATCH-UP
           IF WS-TARGET-UP(1:5) = 'DEPT:'
                   AND LK-DEPT NOT = SPACES
               STRING 'DEPT:' FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LK-DEPT))
                   DELIMITED SIZE INTO WS-MATCH-UP
           END-IF
           IF WS-TARGET-UP(1:8) = 'PROFILE:'
                   AND LK-PROFILE NOT = SPACES
               STRING 'PROFILE:' FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LK-PROFILE))
                   DELIMITED SIZE INTO WS-MATCH-UP
           END-IF
           IF WS-MATCH-UP NOT = SPACES
                   AND WS-MATCH-UP = WS-TARGET-UP
               MOVE 'Y' TO WS-IN-FORCE
           END-IF.

      *> 'S' -- everything in force not yet on this session's screen;
      *> the first sighting ever is logged as SEEN.
       SHOW-NEW-MESSAGES.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               PERFORM CHECK-IN-FORCE
               IF WS-IN-FORCE = 'Y'
                   PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                           UNTIL WS-SH-IDX > WS-SH-COUNT
                       IF WS-SH-ID(WS-SH-IDX) = WS-MS-ID(WS-MS-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-SH-IDX > WS-SH-COUNT
                       IF WS-SH-COUNT < 200
                           ADD 1 TO WS-SH-COUNT
                           MOVE WS-MS-ID(WS-MS-IDX)
                               TO WS-SH-ID(WS-SH-COUNT)
                       END-IF
                       PERFORM DISPLAY-MESSAGE
                       MOVE WS-MS-ID(WS-MS-IDX) TO WS-WANT-ID
                       PERFORM FIND-HISTORY-SLOT
                       IF WS-HX-SLOT > 0
                           IF WS-HX-SEEN(WS-HX-SLOT) = 'N'
                               MOVE 'Y' TO WS-HX-SEEN(WS-HX-SLOT)
                               MOVE 'SEEN' TO WS-EVENT
                               PERFORM WRITE-ACK-LOG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> 'L' -- every message in force, whether shown before or not
       LIST-MESSAGES.
           MOVE 0 TO WS-ACKED
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               PERFORM CHECK-IN-FORCE
               IF WS-IN-FORCE = 'Y'
                   ADD 1 TO WS-ACKED
                   PERFORM DISPLAY-MESSAGE
               END-IF
           END-PERFORM
           IF WS-ACKED = 0
               DISPLAY "no broadcast messages in force"
           END-IF.

       DISPLAY-MESSAGE.
           MOVE WS-MS-ID(WS-MS-IDX) TO WS-WANT-ID
           PERFORM FIND-HISTORY-SLOT
           EVALUATE WS-MS-SEV(WS-MS-IDX)
               WHEN 'CRIT' MOVE 'CRITICAL' TO WS-SEV-WORD
               WHEN 'WARN' MOVE 'WARNING' TO WS-SEV-WORD
               WHEN OTHER MOVE 'NOTICE' TO WS-SEV-WORD
           END-EVALUATE
           MOVE 0 TO WS-WANT-NUM
           IF FUNCTION TEST-NUMVAL(WS-MS-ID(WS-MS-IDX)) = 0
               MOVE FUNCTION NUMVAL(WS-MS-ID(WS-MS-IDX))
                   TO WS-WANT-NUM
           END-IF
           MOVE WS-WANT-NUM TO WS-ID-ED
           DISPLAY " "
           DISPLAY "*** " FUNCTION TRIM(WS-SEV-WORD) " broadcast "
               FUNCTION TRIM(WS-ID-ED) " from "
               FUNCTION TRIM(WS-MS-BY(WS-MS-IDX)) " -- in force until "
               WS-MS-EXPIRY(WS-MS-IDX) " ***"
           DISPLAY "    " FUNCTION TRIM(WS-MS-TEXT(WS-MS-IDX))
           IF WS-HX-SLOT > 0 AND WS-HX-ACK(WS-HX-SLOT) = 'Y'
               DISPLAY "    (acknowledged)"
           ELSE
               IF WS-MS-SEV(WS-MS-IDX) = 'CRIT'
                   DISPLAY "    acknowledge with /ack "
                       FUNCTION TRIM(WS-ID-ED)
                       " -- no prompt is sent until you do"
               END-IF
           END-IF.

      *> 'A' -- one message by number, or every one in force
       ACKNOWLEDGE-MESSAGES.
           MOVE 0 TO WS-ACKED
           MOVE 0 TO WS-ACK-BUSY
           MOVE 0 TO WS-WANT-NUM
           IF LK-MSG-ID NOT = SPACES
               IF FUNCTION TEST-NUMVAL(LK-MSG-ID) NOT = 0
                   DISPLAY "not a broadcast number: "
                       FUNCTION TRIM(LK-MSG-ID)
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LK-MSG-ID) TO WS-WANT-NUM
           END-IF
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               PERFORM CHECK-IN-FORCE
               IF WS-IN-FORCE = 'Y'
                   IF WS-WANT-NUM = 0
                       PERFORM ACKNOWLEDGE-ONE
                   ELSE
                       IF FUNCTION TEST-NUMVAL(WS-MS-ID(WS-MS-IDX)) = 0
                           IF FUNCTION NUMVAL(WS-MS-ID(WS-MS-IDX))
                                   = WS-WANT-NUM
                               PERFORM ACKNOWLEDGE-ONE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACKED = 0 AND WS-ACK-BUSY = 0
               IF WS-WANT-NUM = 0
                   DISPLAY "nothing waiting to be acknowledged"
               ELSE
                   MOVE WS-WANT-NUM TO WS-ID-ED
                   DISPLAY "no unacknowledged broadcast "
                       FUNCTION TRIM(WS-ID-ED) " in force for you"
               END-IF
           END-IF.

       ACKNOWLEDGE-ONE.
           MOVE WS-MS-ID(WS-MS-IDX) TO WS-WANT-ID
           PERFORM FIND-HISTORY-SLOT
           IF WS-HX-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-HX-ACK(WS-HX-SLOT) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACK-NUM
           IF FUNCTION TEST-NUMVAL(WS-MS-ID(WS-MS-IDX)) = 0
               MOVE FUNCTION NUMVAL(WS-MS-ID(WS-MS-IDX))
                   TO WS-ACK-NUM
           END-IF
           MOVE WS-ACK-NUM TO WS-ID-ED
      *>   The log line is the acknowledgement -- the next session
      *>   rebuilds its history from it -- so nothing is marked
      *>   until it is safely written.
           MOVE 'ACK' TO WS-EVENT
           PERFORM WRITE-ACK-LOG
           IF WS-ACK-WRITTEN NOT = 'Y'
               ADD 1 TO WS-ACK-BUSY
               DISPLAY "broadcast " FUNCTION TRIM(WS-ID-ED)
                   ": broadcast file busy -- /ack again"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HX-ACK(WS-HX-SLOT)
           MOVE 'Y' TO WS-HX-SEEN(WS-HX-SLOT)
           ADD 1 TO WS-ACKED
           DISPLAY "broadcast " FUNCTION TRIM(WS-ID-ED)
               " acknowledged".

       COUNT-PENDING.
           MOVE 0 TO LK-PENDING
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-SEV(WS-MS-IDX) = 'CRIT'
                   PERFORM CHECK-IN-FORCE
                   IF WS-IN-FORCE = 'Y'
                       MOVE WS-MS-ID(WS-MS-IDX) TO WS-WANT-ID
                       PERFORM FIND-HISTORY-SLOT
                       IF WS-HX-SLOT = 0
                           ADD 1 TO LK-PENDING
                       ELSE
                           IF WS-HX-ACK(WS-HX-SLOT) = 'N'
                               ADD 1 TO LK-PENDING
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> One broadcast-ack.log line under the broadcast-ack enqueue.
      *> WS-ACK-WRITTEN says whether the line went down. A busy lock
      *> or a failed open only costs a SEEN line, but an ACK that is
      *> not written is not an acknowledgement -- ACKNOWLEDGE-ONE
      *> leaves the prompt blocked and asks for /ack again.
       WRITE-ACK-LOG.
           MOVE 'N' TO WS-ACK-WRITTEN
           PERFORM BUILD-NOW
           MOVE 'A' TO WS-FL-ACTION
           MOVE 'broadcast-ack' TO WS-FL-RESOURCE
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               OPEN OUTPUT ACK-FILE
           END-IF
           IF WS-ACK-STATUS = "00"
               MOVE SPACES TO ACK-RECORD
               STRING
                   WS-STAMP                        DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-MS-ID(WS-MS-IDX))
                                                   DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(LK-OPERATOR)      DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-EVENT)         DELIMITED SIZE
                   INTO ACK-RECORD
               WRITE ACK-RECORD
               IF WS-ACK-STATUS = "00"
                   MOVE 'Y' TO WS-ACK-WRITTEN
               END-IF
               CLOSE ACK-FILE
           END-IF
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.
