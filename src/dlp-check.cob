      *================================================================*
      * PROGRAM:     DLP-CHECK                                         *
      * DESCRIPTION: Outbound data-loss screen over the message array  *
      *              AI-CALLER is about to send. The rules live in     *
      *              outbound-rules.dat next to the executable; an     *
      *              operator whose security profile names a stricter  *
      *              set (exported as COBOLD_DLP_SET) also gets every  *
      *              rule in outbound-rules-<set>.dat on top of them.  *
      *              One rule per line:                                *
      *                MASK|name|pattern    -- masked, call goes out   *
      *                BLOCK|name|pattern   -- the call is refused     *
      *              A pattern is DIGITS:n for a run of exactly n      *
      *              digits, anything else a literal matched without   *
      *              regard to case. Only what the operator typed and  *
      *              what the tools returned is screened -- the system *
      *              prompt is a governed profile and the assistant    *
      *              turns came from the provider in the first place.  *
      *              Every hit is appended to dlp.log next to the      *
      *              executable, stamp|operator|rule|source|action,    *
      *              the source being "typed" or tool:<name>, and is   *
      *              logged once however many calls resend it.         *
      *                                                                *
      * CALL "DLP-CHECK" USING                                         *
      *   LK-ACTION  PIC X       -- 'C' screen the outbound copy,      *
      *                             masking in place and logging hits; *
      *                             'W' withhold, in the conversation  *
      *                             itself, the content of every       *
      *                             message a BLOCK rule matches       *
      *   LK-JSON    PIC X(150000) -- the message array                *
      *   LK-VERDICT PIC X       -- 'Y' clean, 'M' masked, 'B' blocked *
      *   LK-EXPLAIN PIC X(200)  -- why, for the operator, on a block  *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLP-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE
               ASSIGN TO DYNAMIC WS-RULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT DLP-FILE
               ASSIGN TO DYNAMIC WS-DLP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  RULE-RECORD             PIC X(200).
       FD  DLP-FILE.
       01  DLP-RECORD              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RULE-PATH            PIC X(560).
       01  WS-RULE-STATUS          PIC XX.
       01  WS-DLP-PATH             PIC X(520).
       01  WS-DLP-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> The rules, loaded once and again only when the exported set
      *> changes (a sign-on under another operator mid-session)
       01  WS-RULES-LOADED         PIC X VALUE 'N'.
       01  WS-LOADED-SET           PIC X(20) VALUE SPACES.
       01  WS-DLP-SET              PIC X(20).
       01  WS-DR-MAX               PIC 9(3) VALUE 100.
       01  WS-DR-COUNT             PIC 9(3) VALUE 0.
       01  WS-DR-TABLE.
           05  WS-DR-ENTRY OCCURS 100 TIMES.
               10  WS-DR-ACTION    PIC X(5).
               10  WS-DR-NAME      PIC X(20).
               10  WS-DR-TYPE      PIC X.
               10  WS-DR-TEXT      PIC X(100).
               10  WS-DR-LEN       PIC 9(3).
       01  WS-DR-IDX               PIC 9(3).
       01  WS-DIGITS-PRESENT       PIC X.
       01  WS-FLD-ACTION           PIC X(10).
       01  WS-FLD-NAME             PIC X(20).
       01  WS-FLD-PATTERN          PIC X(120).
       01  WS-DIGITS-VAL           PIC X(10).

      *> The array being screened, an upper-case twin for matching,
      *> and where the rebuilt copy has got to
       01  WS-SRC                  PIC X(150000).
       01  WS-SRC-UP               PIC X(150000).
       01  WS-SRC-LEN              PIC 9(6).
       01  WS-POS                  PIC 9(6).
       01  WS-DST                  PIC 9(6).
       01  WS-SCAN                 PIC 9(6).
       01  WS-LOOK                 PIC 9(6).
       01  WS-BS-RUN               PIC 9(4).
       01  WS-EMIT                 PIC X.

      *> One message object
       01  WS-MSG-ROLE             PIC X(20).
       01  WS-ROLE-LEN             PIC 9(3).
       01  WS-CON-START            PIC 9(6).
       01  WS-CON-END              PIC 9(6).
       01  WS-SOURCE               PIC X(40).
       01  WS-CALL-ID              PIC X(40).
       01  WS-MSG-BLOCK            PIC 9(3).
       01  WS-HIT                  PIC X.
       01  WS-RUN-LEN              PIC 9(6).
       01  WS-MASK-MARKER          PIC X(8) VALUE '[MASKED]'.
       01  WS-WITHHELD             PIC X(80).

      *> tool_calls ids and the tool each names, so a tool result can
      *> be put down to the tool that produced it
       01  WS-TID-COUNT            PIC 9(3).
       01  WS-TID-TABLE.
           05  WS-TID-ENTRY OCCURS 100 TIMES.
               10  WS-TID-ID       PIC X(40).
               10  WS-TID-NAME     PIC X(30).
       01  WS-TID-IDX              PIC 9(3).

      *> Messages already logged this process -- the whole history
      *> goes out on every call, so a hit counts once per copy of the
      *> message and not once per call that resends it
       01  WS-SEEN-MAX             PIC 9(3) VALUE 500.
       01  WS-SEEN-COUNT           PIC 9(3) VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 500 TIMES.
               10  WS-SEEN-HASH    PIC 9(9).
               10  WS-SEEN-NOW     PIC 9(3).
               10  WS-SEEN-LOGGED  PIC 9(3).
       01  WS-SEEN-IDX             PIC 9(3).
       01  WS-HASH                 PIC 9(9).
       01  WS-LOG-THIS             PIC X.

       01  WS-OPERATOR             PIC X(8).
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-STAMP                PIC X(19).
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
       01  LK-JSON                 PIC X(150000).
       01  LK-VERDICT              PIC X.
       01  LK-EXPLAIN              PIC X(200).

       PROCEDURE DIVISION USING LK-ACTION LK-JSON LK-VERDICT
           LK-EXPLAIN.

       MAIN-PARA.
           MOVE 'Y' TO LK-VERDICT
           MOVE SPACES TO LK-EXPLAIN
           MOVE SPACES TO WS-DLP-SET
           ACCEPT WS-DLP-SET FROM ENVIRONMENT "COBOLD_DLP_SET"
               ON EXCEPTION
                   MOVE SPACES TO WS-DLP-SET
           END-ACCEPT
           IF WS-RULES-LOADED = 'N' OR WS-DLP-SET NOT = WS-LOADED-SET
               PERFORM LOAD-RULES
               MOVE 'Y' TO WS-RULES-LOADED
               MOVE WS-DLP-SET TO WS-LOADED-SET
           END-IF
           IF WS-DR-COUNT = 0
               GOBACK
           END-IF
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "COBOLD_OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           MOVE LK-JSON TO WS-SRC
           MOVE FUNCTION UPPER-CASE(WS-SRC) TO WS-SRC-UP
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SRC, TRAILING))
               TO WS-SRC-LEN
           PERFORM COLLECT-TOOL-IDS
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               MOVE 0 TO WS-SEEN-NOW(WS-SEEN-IDX)
           END-PERFORM
      *>   The array is rebuilt into LK-JSON message by message; all
      *>   but the screened content strings go across untouched.
           MOVE SPACES TO LK-JSON
           MOVE 1 TO WS-POS WS-DST
           PERFORM UNTIL WS-POS > WS-SRC-LEN
               IF WS-POS + 8 <= WS-SRC-LEN
                       AND WS-SRC(WS-POS:9) = '{"role":"'
                   PERFORM TAKE-MESSAGE
               ELSE
                   PERFORM COPY-ONE-CHAR
               END-IF
           END-PERFORM
           GOBACK.

      *> Content in this layout never holds a bare quote (CONTEXT-MGR
      *> escapes it), so '{"role":"' only ever opens a message and
      *> '{"id":"' only ever opens a tool_calls entry.
       COLLECT-TOOL-IDS.
           MOVE 0 TO WS-TID-COUNT
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN + 6 > WS-SRC-LEN
               IF WS-SRC(WS-SCAN:7) = '{"id":"'
                       AND WS-TID-COUNT < 100
                   ADD 1 TO WS-TID-COUNT
                   MOVE SPACES TO WS-TID-ID(WS-TID-COUNT)
                       WS-TID-NAME(WS-TID-COUNT)
                   UNSTRING WS-SRC(WS-SCAN + 7:40) DELIMITED BY '"'
                       INTO WS-TID-ID(WS-TID-COUNT)
                   END-UNSTRING
                   PERFORM FIND-TOOL-NAME
               END-IF
           END-PERFORM.

       FIND-TOOL-NAME.
           PERFORM VARYING WS-LOOK FROM WS-SCAN BY 1
                   UNTIL WS-LOOK + 8 > WS-SRC-LEN
                      OR WS-LOOK > WS-SCAN + 200
               IF WS-SRC(WS-LOOK:8) = '"name":"'
                   UNSTRING WS-SRC(WS-LOOK + 8:30) DELIMITED BY '"'
                       INTO WS-TID-NAME(WS-TID-COUNT)
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COPY-ONE-CHAR.
           IF WS-DST <= 150000
               MOVE WS-SRC(WS-POS:1) TO LK-JSON(WS-DST:1)
               ADD 1 TO WS-DST
           END-IF
           ADD 1 TO WS-POS.

      *> One {"role":"...","content":"..." ...} object, WS-POS on its
      *> opening brace. The header goes across as it stands and the
      *> content is screened when it is typed input or a tool result;
      *> the rest of the object follows through the main loop.
       TAKE-MESSAGE.
           MOVE SPACES TO WS-MSG-ROLE
           UNSTRING WS-SRC(WS-POS + 9:20) DELIMITED BY '"'
               INTO WS-MSG-ROLE COUNT IN WS-ROLE-LEN
           END-UNSTRING
           COMPUTE WS-CON-START = WS-POS + 9 + WS-ROLE-LEN + 13
           IF WS-CON-START > WS-SRC-LEN
                   OR WS-SRC(WS-POS + 9 + WS-ROLE-LEN:13)
                       NOT = '","content":"'
               PERFORM COPY-ONE-CHAR
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CONTENT-END
           PERFORM UNTIL WS-POS >= WS-CON-START
               PERFORM COPY-ONE-CHAR
           END-PERFORM
           EVALUATE FUNCTION TRIM(WS-MSG-ROLE)
               WHEN 'user'
                   MOVE 'typed' TO WS-SOURCE
               WHEN 'tool'
                   PERFORM NAME-TOOL-SOURCE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO WS-MSG-BLOCK
           IF LK-ACTION = 'W'
      *>       A first pass finds whether a BLOCK rule fires; only
      *>       then is it known what goes into the rebuilt copy.
               MOVE 'N' TO WS-EMIT
               MOVE 'N' TO WS-LOG-THIS
               PERFORM SCAN-CONTENT
               IF WS-MSG-BLOCK > 0
                   PERFORM EMIT-WITHHELD
                   MOVE WS-CON-END TO WS-POS
               ELSE
                   PERFORM UNTIL WS-POS >= WS-CON-END
                       PERFORM COPY-ONE-CHAR
                   END-PERFORM
               END-IF
           ELSE
               PERFORM NOTE-MESSAGE-SEEN
               MOVE 'Y' TO WS-EMIT
               PERFORM SCAN-CONTENT
           END-IF.

      *> WS-CON-END is the content's closing quote -- the first one
      *> not escaped by an odd run of backslashes.
       FIND-CONTENT-END.
           MOVE 0 TO WS-BS-RUN
           MOVE WS-SRC-LEN TO WS-CON-END
           PERFORM VARYING WS-SCAN FROM WS-CON-START BY 1
                   UNTIL WS-SCAN > WS-SRC-LEN
               IF WS-SRC(WS-SCAN:1) = '"'
                       AND FUNCTION MOD(WS-BS-RUN, 2) = 0
                   MOVE WS-SCAN TO WS-CON-END
                   EXIT PERFORM
               END-IF
               IF WS-SRC(WS-SCAN:1) = '\'
                   ADD 1 TO WS-BS-RUN
               ELSE
                   MOVE 0 TO WS-BS-RUN
               END-IF
           END-PERFORM.

      *> The tool_call_id rides after the content, before the next
      *> message opens.
       NAME-TOOL-SOURCE.
           MOVE 'tool' TO WS-SOURCE
           MOVE SPACES TO WS-CALL-ID
           PERFORM VARYING WS-SCAN FROM WS-CON-END BY 1
                   UNTIL WS-SCAN + 16 > WS-SRC-LEN
               IF WS-SRC(WS-SCAN:9) = '{"role":"'
                   EXIT PERFORM
               END-IF
               IF WS-SRC(WS-SCAN:16) = '"tool_call_id":"'
                   UNSTRING WS-SRC(WS-SCAN + 16:40) DELIMITED BY '"'
                       INTO WS-CALL-ID
                   END-UNSTRING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CALL-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TID-IDX FROM 1 BY 1
                   UNTIL WS-TID-IDX > WS-TID-COUNT
               IF WS-TID-ID(WS-TID-IDX) = WS-CALL-ID
                       AND WS-TID-NAME(WS-TID-IDX) NOT = SPACES
                   MOVE SPACES TO WS-SOURCE
                   STRING "tool:" DELIMITED SIZE
                       FUNCTION TRIM(WS-TID-NAME(WS-TID-IDX))
                           DELIMITED SIZE
                       INTO WS-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Hash the source and content (the house 31x rolling hash);
      *> a message's hits are logged only when this payload carries
      *> more copies of it than have been logged before.
       NOTE-MESSAGE-SEEN.
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > 40
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + FUNCTION ORD(WS-SOURCE(WS-SCAN:1)),
                   999999937)
           END-PERFORM
           PERFORM VARYING WS-SCAN FROM WS-CON-START BY 1
                   UNTIL WS-SCAN >= WS-CON-END
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + FUNCTION ORD(WS-SRC(WS-SCAN:1)),
                   999999937)
           END-PERFORM
           MOVE 'Y' TO WS-LOG-THIS
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-HASH(WS-SEEN-IDX) = WS-HASH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-COUNT >= WS-SEEN-MAX
      *>           A full table logs every time rather than drop hits
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-HASH TO WS-SEEN-HASH(WS-SEEN-COUNT)
               MOVE 0 TO WS-SEEN-NOW(WS-SEEN-COUNT)
                   WS-SEEN-LOGGED(WS-SEEN-COUNT)
           END-IF
           ADD 1 TO WS-SEEN-NOW(WS-SEEN-IDX)
           IF WS-SEEN-NOW(WS-SEEN-IDX) > WS-SEEN-LOGGED(WS-SEEN-IDX)
               MOVE WS-SEEN-NOW(WS-SEEN-IDX)
                   TO WS-SEEN-LOGGED(WS-SEEN-IDX)
           ELSE
               MOVE 'N' TO WS-LOG-THIS
           END-IF.

      *> Walk the content from WS-POS (= WS-CON-START) to its closing
      *> quote, masking what the rules match when emitting.
       SCAN-CONTENT.
           MOVE WS-CON-START TO WS-SCAN
           PERFORM UNTIL WS-SCAN >= WS-CON-END
               MOVE 'N' TO WS-HIT
               PERFORM TRY-RULES-AT-POSITION
               IF WS-HIT = 'N'
                   IF WS-EMIT = 'Y'
                       MOVE WS-SCAN TO WS-POS
                       PERFORM COPY-ONE-CHAR
                   END-IF
                   ADD 1 TO WS-SCAN
               END-IF
           END-PERFORM
           IF WS-EMIT = 'Y'
               MOVE WS-CON-END TO WS-POS
           END-IF.

      *> Literals first, whatever order the file lists them in; then
      *> the digit run starting here is weighed against all the
      *> DIGITS rules at once, the way AUDIT-LOG's redaction does.
       TRY-RULES-AT-POSITION.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-HIT = 'Y'
               IF WS-DR-TYPE(WS-DR-IDX) = 'L'
                       AND WS-SCAN + WS-DR-LEN(WS-DR-IDX)
                           <= WS-CON-END
                   IF WS-SRC-UP(WS-SCAN:WS-DR-LEN(WS-DR-IDX))
                           = WS-DR-TEXT(WS-DR-IDX)
                               (1:WS-DR-LEN(WS-DR-IDX))
                       PERFORM RECORD-HIT
                       ADD WS-DR-LEN(WS-DR-IDX) TO WS-SCAN
                       MOVE 'Y' TO WS-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HIT = 'Y' OR WS-DIGITS-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-SRC(WS-SCAN:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUN-LEN
           PERFORM UNTIL WS-SCAN + WS-RUN-LEN >= WS-CON-END
                   OR WS-SRC(WS-SCAN + WS-RUN-LEN:1) NOT NUMERIC
               ADD 1 TO WS-RUN-LEN
           END-PERFORM
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-TYPE(WS-DR-IDX) = 'D'
                       AND WS-DR-LEN(WS-DR-IDX) = WS-RUN-LEN
                   PERFORM RECORD-HIT
                   ADD WS-RUN-LEN TO WS-SCAN
                   MOVE 'Y' TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *>   A run no rule names goes across whole, so a shorter rule
      *>   never fires on the inside of a longer number.
           IF WS-HIT = 'N'
               IF WS-EMIT = 'Y'
                   MOVE WS-SCAN TO WS-POS
                   PERFORM WS-RUN-LEN TIMES
                       PERFORM COPY-ONE-CHAR
                   END-PERFORM
               END-IF
               ADD WS-RUN-LEN TO WS-SCAN
               MOVE 'Y' TO WS-HIT
           END-IF.

      *> Rule WS-DR-IDX matched at WS-SCAN.
       RECORD-HIT.
           IF WS-EMIT = 'Y' AND WS-DST + 7 <= 150000
               MOVE WS-MASK-MARKER TO LK-JSON(WS-DST:8)
               ADD 8 TO WS-DST
           END-IF
           IF WS-DR-ACTION(WS-DR-IDX) = 'BLOCK'
               IF WS-MSG-BLOCK = 0
                   MOVE WS-DR-IDX TO WS-MSG-BLOCK
               END-IF
               IF LK-VERDICT NOT = 'B'
                   MOVE 'B' TO LK-VERDICT
                   PERFORM BUILD-EXPLANATION
               END-IF
           ELSE
               IF LK-VERDICT = 'Y'
                   MOVE 'M' TO LK-VERDICT
               END-IF
           END-IF
           IF WS-LOG-THIS = 'Y'
               PERFORM WRITE-HIT
           END-IF.

       BUILD-EXPLANATION.
           MOVE SPACES TO LK-EXPLAIN
           IF WS-SOURCE = 'typed'
               STRING
                   "blocked: outbound rule "       DELIMITED SIZE
                   FUNCTION TRIM(WS-DR-NAME(WS-DR-IDX))
                                                   DELIMITED SIZE
                   " matched the typed input -- the call was not"
                                                   DELIMITED SIZE
                   " sent and the text is withheld from the"
                                                   DELIMITED SIZE
                   " conversation"                 DELIMITED SIZE
                   INTO LK-EXPLAIN
           ELSE
               STRING
                   "blocked: outbound rule "       DELIMITED SIZE
                   FUNCTION TRIM(WS-DR-NAME(WS-DR-IDX))
                                                   DELIMITED SIZE
                   " matched the result from "     DELIMITED SIZE
                   FUNCTION TRIM(WS-SOURCE)        DELIMITED SIZE
                   " -- the call was not sent and the result is"
                                                   DELIMITED SIZE
                   " withheld from the conversation"
                                                   DELIMITED SIZE
                   INTO LK-EXPLAIN
           END-IF.

      *> The blocked content is replaced wholesale, so no fragment of
      *> it can ride out on a later call.
       EMIT-WITHHELD.
           MOVE SPACES TO WS-WITHHELD
           STRING "[withheld -- outbound rule " DELIMITED SIZE
               FUNCTION TRIM(WS-DR-NAME(WS-MSG-BLOCK)) DELIMITED SIZE
               "]" DELIMITED SIZE
               INTO WS-WITHHELD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WITHHELD))
               TO WS-RUN-LEN
           IF WS-DST + WS-RUN-LEN - 1 <= 150000
               MOVE WS-WITHHELD(1:WS-RUN-LEN)
                   TO LK-JSON(WS-DST:WS-RUN-LEN)
               ADD WS-RUN-LEN TO WS-DST
           END-IF.

      *> One dlp.log line per hit, under the dlp enqueue; a busy lock
      *> drops the line rather than hold up the call.
       WRITE-HIT.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-STAMP
           MOVE 'A' TO WS-FL-ACTION
           MOVE 'dlp' TO WS-FL-RESOURCE
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DLP-FILE
           IF WS-DLP-STATUS NOT = "00"
               OPEN OUTPUT DLP-FILE
           END-IF
           IF WS-DLP-STATUS = "00"
               MOVE SPACES TO DLP-RECORD
               STRING
                   WS-STAMP                        DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-OPERATOR)      DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-DR-NAME(WS-DR-IDX))
                                                   DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-SOURCE)        DELIMITED SIZE
                   '|'                             DELIMITED SIZE
                   FUNCTION TRIM(WS-DR-ACTION(WS-DR-IDX))
                                                   DELIMITED SIZE
                   INTO DLP-RECORD
               WRITE DLP-RECORD
               CLOSE DLP-FILE
           END-IF
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

      *> outbound-rules.dat always; the profile's named set on top.
       LOAD-RULES.
           MOVE 0 TO WS-DR-COUNT
           MOVE 'N' TO WS-DIGITS-PRESENT
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
           MOVE SPACES TO WS-DLP-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "dlp.log"
               DELIMITED SIZE INTO WS-DLP-PATH
           MOVE SPACES TO WS-RULE-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "outbound-rules.dat"
               DELIMITED SIZE INTO WS-RULE-PATH
           PERFORM READ-RULE-FILE
           IF FUNCTION TRIM(WS-DLP-SET) NOT = SPACES
               MOVE SPACES TO WS-RULE-PATH
               STRING FUNCTION TRIM(WS-EXE-DIR) "outbound-rules-"
                   FUNCTION TRIM(WS-DLP-SET) ".dat"
                   DELIMITED SIZE INTO WS-RULE-PATH
               PERFORM READ-RULE-FILE
           END-IF.

       READ-RULE-FILE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       TAKE-RULE-LINE.
           IF RULE-RECORD = SPACES OR RULE-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-DR-COUNT >= WS-DR-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-ACTION WS-FLD-NAME WS-FLD-PATTERN
           UNSTRING RULE-RECORD DELIMITED BY '|'
               INTO WS-FLD-ACTION WS-FLD-NAME WS-FLD-PATTERN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FLD-ACTION))
               TO WS-FLD-ACTION
           IF (WS-FLD-ACTION NOT = 'MASK' AND NOT = 'BLOCK')
                   OR FUNCTION TRIM(WS-FLD-NAME) = SPACES
                   OR FUNCTION TRIM(WS-FLD-PATTERN) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DR-COUNT
           MOVE WS-FLD-ACTION TO WS-DR-ACTION(WS-DR-COUNT)
           MOVE FUNCTION TRIM(WS-FLD-NAME) TO WS-DR-NAME(WS-DR-COUNT)
           MOVE SPACES TO WS-DR-TEXT(WS-DR-COUNT)
           IF FUNCTION UPPER-CASE(WS-FLD-PATTERN(1:7)) = 'DIGITS:'
               MOVE 'D' TO WS-DR-TYPE(WS-DR-COUNT)
               MOVE FUNCTION TRIM(WS-FLD-PATTERN(8:10))
                   TO WS-DIGITS-VAL
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-DIGITS-VAL)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DIGITS-VAL))
                       TO WS-DR-LEN(WS-DR-COUNT)
                   MOVE 'Y' TO WS-DIGITS-PRESENT
               ELSE
                   SUBTRACT 1 FROM WS-DR-COUNT
               END-IF
           ELSE
               MOVE 'L' TO WS-DR-TYPE(WS-DR-COUNT)
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-FLD-PATTERN, TRAILING))
                   TO WS-DR-TEXT(WS-DR-COUNT)
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FLD-PATTERN, TRAILING))
                   TO WS-DR-LEN(WS-DR-COUNT)
           END-IF.
