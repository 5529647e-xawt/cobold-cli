      *================================================================*
      * PROGRAM:     MOCK-PROVIDER                                     *
      * DESCRIPTION: Offline stand-in for the chat-completions         *
      *              endpoint, for training sessions, dry runs,        *
      *              --selftest and downstream integration tests. A    *
      *              .env profile with API_BASE_URL=mock sends every   *
      *              AI-CALLER call here instead of through curl; the  *
      *              reply is written to the response file in the SSE  *
      *              shape a provider streams, so AI-CALLER reads it,  *
      *              dispatches tool calls and keeps the turn exactly  *
      *              as it would a real one. The reply is chosen in    *
      *              this order:                                       *
      *                - a "tool" message last in the payload is the   *
      *                  result of a mock tool call; it is echoed back *
      *                  as the answer so the round trip closes        *
      *                - the first line of the script file whose       *
      *                  match text occurs in the user's prompt (case  *
      *                  blind); MOCK_SCRIPT in .env names the file,   *
      *                  default mock-replies.txt next to the          *
      *                  executable. Lines are  match|reply  with #    *
      *                  for comments and * to match anything; a       *
      *                  reply of  TOOL:<tool name> <JSON arguments>   *
      *                  asks for that tool instead of answering       *
      *                - the assistant's answer to the same question   *
      *                  in the saved session file MOCK_SESSION names  *
      *                  (enciphered or not)                           *
      *                - a canned "no scripted answer" reply           *
      *              AI-CALLER consults the response cache ahead of    *
      *              any call, so cached answers replay as well. Token *
      *              counts come back zero; COST-LEDGER and            *
      *              COST-ESTIMATE see the mock endpoint and neither   *
      *              ledger nor charge the call, and AUDIT-LOG marks it*
      *              in the audit trail.                               *
      *                                                                *
      * CALL "MOCK-PROVIDER" USING                                     *
      *   LK-MSGS      PIC X(150000) -- messages JSON as sent          *
      *   LK-RESP-PATH PIC X(60)     -- response file to write         *
      *   LK-TOOLS     PIC X         -- 'Y' tools were offered         *
      *   LK-STATUS    PIC X         -- 'Y' written, 'N' could not     *
      *                                 write the response file        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCK-PROVIDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE
               ASSIGN TO DYNAMIC WS-RESP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT SCRIPT-FILE
               ASSIGN TO DYNAMIC WS-SCRIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-STATUS.
           SELECT SESS-FILE
               ASSIGN TO DYNAMIC WS-SESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-FILE.
       01  RESP-RECORD             PIC X(4000).
       FD  SCRIPT-FILE.
       01  SCRIPT-RECORD           PIC X(4000).
      *> Saved session layout as main writes it: message count, then
      *> the messages JSON (or CBLDENC: and its ciphertext).
       FD  SESS-FILE.
       01  SESS-RECORD             PIC X(201010).

       WORKING-STORAGE SECTION.
       01  WS-RESP-PATH            PIC X(60).
       01  WS-SCRIPT-PATH          PIC X(520).
       01  WS-SESS-PATH            PIC X(520).
       01  WS-RESP-STATUS          PIC XX.
       01  WS-SCRIPT-STATUS        PIC XX.
       01  WS-SESS-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> The .env profile in force, for the MOCK_* lookups
       01  WS-PC-ACTION            PIC X.
       01  WS-PC-PROFILE           PIC X(50).
       01  WS-PC-BASE-URL          PIC X(300).
       01  WS-PC-AUTH-STYLE        PIC X(20).
       01  WS-PC-EXTRA-HEADER      PIC X(200).
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).

      *> One scan buffer serves the payload and then the replay
      *> session; it is sized for CRYPT-CODEC, which deciphers in it.
       01  WS-SCAN-BUF             PIC X(201000).
       01  WS-SCAN-LEN             PIC 9(6).
       01  WS-SCAN-IDX             PIC 9(6).
       01  WS-SS-IDX               PIC 9(6).
       01  WS-FOUND-POS            PIC 9(6).
       01  WS-VAL-START            PIC 9(6).
       01  WS-VAL                  PIC X(12000).
       01  WS-VAL-LEN              PIC 9(5).
       01  WS-BS-COUNT             PIC 9(5).
       01  WS-DONE                 PIC X.
       01  WS-ROLE-MARKER          PIC X(9)  VALUE '{"role":"'.
       01  WS-CONTENT-MARKER       PIC X(11) VALUE '"content":"'.
       01  WS-USER-MARKER          PIC X(26)
               VALUE '{"role":"user","content":"'.
       01  WS-ASST-MARKER          PIC X(31)
               VALUE '{"role":"assistant","content":"'.

      *> What the payload asks: the last message's role and content
      *> (a "tool" result closes a mock tool round) and the text of
      *> the last user message, still JSON-escaped as sent
       01  WS-LAST-ROLE            PIC X(20).
       01  WS-LAST-CONTENT         PIC X(12000).
       01  WS-LAST-LEN             PIC 9(5).
       01  WS-PROMPT               PIC X(12000).
       01  WS-PROMPT-LOW           PIC X(12000).

      *> Script file line
       01  WS-SC-MATCH             PIC X(200).
       01  WS-SC-MATCH-LOW         PIC X(200).
       01  WS-SC-MATCH-LEN         PIC 9(3).
       01  WS-SC-REPLY             PIC X(4000).
       01  WS-SC-WORK              PIC X(4000).
       01  WS-SC-PTR               PIC 9(4).
       01  WS-SC-HITS              PIC 9(4).

      *> Replay session decipher
       01  WS-CR-ACTION            PIC X.
       01  WS-CR-LEN               PIC 9(6).
       01  WS-CR-STATUS            PIC X.

      *> The reply: 'T' text content, 'C' a tool call
       01  WS-MATCHED              PIC X.
       01  WS-REPLY-KIND           PIC X.
       01  WS-REPLY                PIC X(12000).
       01  WS-REPLY-LEN            PIC 9(5).
       01  WS-REPLY-PTR            PIC 9(5).
       01  WS-TOOL-NAME            PIC X(30).
       01  WS-TOOL-ARGS            PIC X(3000).
       01  WS-TOOL-ARGS-LEN        PIC 9(5).
       01  WS-CANNED-REPLY         PIC X(60)
               VALUE '(mock) no scripted answer for this prompt'.

      *> JSON escaping of script text: 'Q' escapes quotes only, so a
      *> script author can still write \n for a line break; 'F'
      *> escapes backslashes as well (tool arguments go out as one
      *> JSON string)
       01  WS-ESC-MODE             PIC X.
       01  WS-ESC-IN               PIC X(4000).
       01  WS-ESC-IN-LEN           PIC 9(5).
       01  WS-ESC-OUT              PIC X(8000).
       01  WS-ESC-LEN              PIC 9(5).
       01  WS-ESC-IDX              PIC 9(5).
       01  WS-ESC-CHAR             PIC X.

      *> Streaming the reply out in provider-sized chunks
       01  WS-CHUNK-SIZE           PIC 9(4) VALUE 1000.
       01  WS-CHUNK-POS            PIC 9(5).
       01  WS-CHUNK-LEN            PIC 9(5).
       01  WS-TAIL-IDX             PIC 9(5).
       01  WS-TAIL-START           PIC 9(5).
       01  WS-TAIL-BS              PIC 9(5).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-MSGS                 PIC X(150000).
       01  LK-RESP-PATH            PIC X(60).
       01  LK-TOOLS                PIC X.
       01  LK-STATUS               PIC X.

       PROCEDURE DIVISION USING
           LK-MSGS LK-RESP-PATH LK-TOOLS LK-STATUS.

       MAIN-PARA.
           MOVE 'N' TO LK-STATUS
           MOVE LK-RESP-PATH TO WS-RESP-PATH
           PERFORM RESOLVE-EXE-DIR
           MOVE 'G' TO WS-PC-ACTION
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-PC-PROFILE WS-PC-BASE-URL
               WS-PC-AUTH-STYLE WS-PC-EXTRA-HEADER
           MOVE 'N' TO WS-MATCHED
           MOVE 'T' TO WS-REPLY-KIND
           MOVE SPACES TO WS-REPLY
           MOVE 0 TO WS-REPLY-LEN
           PERFORM READ-PAYLOAD
           IF WS-LAST-ROLE = 'tool'
               PERFORM ANSWER-FROM-TOOL
           END-IF
           IF WS-MATCHED NOT = 'Y'
               PERFORM ANSWER-FROM-SCRIPT
           END-IF
           IF WS-MATCHED NOT = 'Y'
               PERFORM ANSWER-FROM-SESSION
           END-IF
           IF WS-MATCHED NOT = 'Y'
               MOVE WS-CANNED-REPLY TO WS-REPLY
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CANNED-REPLY))
                   TO WS-REPLY-LEN
           END-IF
           PERFORM WRITE-RESPONSE
           GOBACK.

       RESOLVE-EXE-DIR.
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
           END-IF.

      *> A MOCK_* value is a path -- absolute as given, otherwise
      *> taken relative to the executable's directory.
       BUILD-MOCK-PATH.
           IF WS-EG-VALUE(1:1) = '/'
               MOVE FUNCTION TRIM(WS-EG-VALUE) TO WS-SCRIPT-PATH
           ELSE
               MOVE SPACES TO WS-SCRIPT-PATH
               STRING FUNCTION TRIM(WS-EXE-DIR)   DELIMITED SIZE
                      FUNCTION TRIM(WS-EG-VALUE)  DELIMITED SIZE
                      INTO WS-SCRIPT-PATH
           END-IF.

       SET-SCAN-LEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SCAN-BUF, TRAILING))
               TO WS-SCAN-LEN.

      *> Pick the last message's role and content, and the last user
      *> message's content, out of the payload. BUILD-PAYLOAD has
      *> already stripped the timestamps, so every object opens
      *> {"role":"...","content":"...
       READ-PAYLOAD.
           MOVE SPACES TO WS-LAST-ROLE WS-LAST-CONTENT WS-PROMPT
           MOVE 0 TO WS-LAST-LEN
           MOVE LK-MSGS TO WS-SCAN-BUF
           PERFORM SET-SCAN-LEN
           MOVE 0 TO WS-FOUND-POS
           PERFORM VARYING WS-SS-IDX FROM WS-SCAN-LEN BY -1
                   UNTIL WS-SS-IDX < 1
               IF WS-SCAN-BUF(WS-SS-IDX:9) = WS-ROLE-MARKER
                   MOVE WS-SS-IDX TO WS-FOUND-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-POS = 0
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-SCAN-BUF(WS-FOUND-POS + 9:20) DELIMITED BY '"'
               INTO WS-LAST-ROLE
           END-UNSTRING
           PERFORM VARYING WS-SS-IDX FROM WS-FOUND-POS BY 1
                   UNTIL WS-SS-IDX > WS-SCAN-LEN - 11
               IF WS-SCAN-BUF(WS-SS-IDX:11) = WS-CONTENT-MARKER
                   COMPUTE WS-VAL-START = WS-SS-IDX + 11
                   PERFORM GET-STRING-VALUE
                   MOVE WS-VAL TO WS-LAST-CONTENT
                   MOVE WS-VAL-LEN TO WS-LAST-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SS-IDX FROM WS-SCAN-LEN BY -1
                   UNTIL WS-SS-IDX < 1
               IF WS-SCAN-BUF(WS-SS-IDX:26) = WS-USER-MARKER
                   COMPUTE WS-VAL-START = WS-SS-IDX + 26
                   PERFORM GET-STRING-VALUE
                   MOVE WS-VAL TO WS-PROMPT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE FUNCTION LOWER-CASE(WS-PROMPT) TO WS-PROMPT-LOW.

      *> Copy a JSON string value starting at WS-VAL-START, up to its
      *> closing (unescaped) quote, into WS-VAL -- escapes left as
      *> they are, since the value goes straight back out as JSON.
       GET-STRING-VALUE.
           MOVE SPACES TO WS-VAL
           MOVE 0 TO WS-VAL-LEN
           MOVE 0 TO WS-BS-COUNT
           MOVE 'N' TO WS-DONE
           PERFORM VARYING WS-SCAN-IDX FROM WS-VAL-START BY 1
                   UNTIL WS-SCAN-IDX > WS-SCAN-LEN
                      OR WS-DONE = 'Y'
               IF WS-SCAN-BUF(WS-SCAN-IDX:1) = '"'
                       AND FUNCTION MOD(WS-BS-COUNT, 2) = 0
                   MOVE 'Y' TO WS-DONE
               ELSE
                   IF WS-VAL-LEN < 12000
                       ADD 1 TO WS-VAL-LEN
                       MOVE WS-SCAN-BUF(WS-SCAN-IDX:1)
                           TO WS-VAL(WS-VAL-LEN:1)
                   END-IF
                   IF WS-SCAN-BUF(WS-SCAN-IDX:1) = '\'
                       ADD 1 TO WS-BS-COUNT
                   ELSE
                       MOVE 0 TO WS-BS-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *> The mock asked for a tool and the tool has run: answer with
      *> what it returned, so the operator sees the real tool output
      *> and the tool loop ends on a plain reply.
       ANSWER-FROM-TOOL.
           MOVE SPACES TO WS-REPLY
           MOVE 1 TO WS-REPLY-PTR
           STRING '(mock) tool returned: ' DELIMITED SIZE
               INTO WS-REPLY WITH POINTER WS-REPLY-PTR
           IF WS-LAST-LEN > 0
               STRING WS-LAST-CONTENT(1:WS-LAST-LEN) DELIMITED SIZE
                   INTO WS-REPLY WITH POINTER WS-REPLY-PTR
           END-IF
           COMPUTE WS-REPLY-LEN = WS-REPLY-PTR - 1
           PERFORM KEEP-REPLY-END-WHOLE
           MOVE 'Y' TO WS-MATCHED.

      *> First script line whose match text is in the prompt wins.
       ANSWER-FROM-SCRIPT.
           MOVE "MOCK_SCRIPT" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-PC-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) = SPACES
               MOVE "mock-replies.txt" TO WS-EG-VALUE
           END-IF
           PERFORM BUILD-MOCK-PATH
           OPEN INPUT SCRIPT-FILE
           IF WS-SCRIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-MATCHED = 'Y'
               READ SCRIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-SCRIPT-LINE
               END-READ
           END-PERFORM
           CLOSE SCRIPT-FILE.

       CHECK-SCRIPT-LINE.
           IF SCRIPT-RECORD = SPACES OR SCRIPT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SC-MATCH
           MOVE 1 TO WS-SC-PTR
           UNSTRING SCRIPT-RECORD DELIMITED BY '|'
               INTO WS-SC-MATCH
               WITH POINTER WS-SC-PTR
           END-UNSTRING
           IF WS-SC-PTR > 4000 OR FUNCTION TRIM(WS-SC-MATCH) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SC-REPLY
           MOVE FUNCTION TRIM(SCRIPT-RECORD(WS-SC-PTR:))
               TO WS-SC-REPLY
           IF WS-SC-REPLY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-SC-MATCH) NOT = '*'
               MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-SC-MATCH))
                   TO WS-SC-MATCH-LOW
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SC-MATCH))
                   TO WS-SC-MATCH-LEN
               MOVE 0 TO WS-SC-HITS
               INSPECT WS-PROMPT-LOW TALLYING WS-SC-HITS
                   FOR ALL WS-SC-MATCH-LOW(1:WS-SC-MATCH-LEN)
               IF WS-SC-HITS = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-MATCHED
           IF WS-SC-REPLY(1:5) = 'TOOL:'
               PERFORM TAKE-SCRIPT-TOOL-CALL
           ELSE
               MOVE WS-SC-REPLY TO WS-ESC-IN
               MOVE 'Q' TO WS-ESC-MODE
               PERFORM ESCAPE-TEXT
               MOVE WS-ESC-OUT TO WS-REPLY
               MOVE WS-ESC-LEN TO WS-REPLY-LEN
           END-IF.

      *> TOOL:<name> <arguments> -- a tool call when the caller offered
      *> tools; otherwise (a quiet call, or the last round) a reply
      *> saying which call the script would have made.
       TAKE-SCRIPT-TOOL-CALL.
           MOVE FUNCTION TRIM(WS-SC-REPLY(6:)) TO WS-SC-WORK
           MOVE SPACES TO WS-TOOL-NAME
           MOVE 1 TO WS-SC-PTR
           UNSTRING WS-SC-WORK DELIMITED BY ' '
               INTO WS-TOOL-NAME
               WITH POINTER WS-SC-PTR
           END-UNSTRING
           MOVE SPACES TO WS-ESC-IN
           IF WS-SC-PTR <= 4000
               MOVE FUNCTION TRIM(WS-SC-WORK(WS-SC-PTR:)) TO WS-ESC-IN
           END-IF
           IF WS-ESC-IN = SPACES
               MOVE '{}' TO WS-ESC-IN
           END-IF
           IF LK-TOOLS = 'Y'
               MOVE 'C' TO WS-REPLY-KIND
               MOVE 'F' TO WS-ESC-MODE
               PERFORM ESCAPE-TEXT
               MOVE WS-ESC-OUT TO WS-TOOL-ARGS
               MOVE WS-ESC-LEN TO WS-TOOL-ARGS-LEN
               IF WS-TOOL-ARGS-LEN > 3000
                   MOVE 3000 TO WS-TOOL-ARGS-LEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ESC-IN TO WS-SC-WORK
           MOVE SPACES TO WS-ESC-IN
           STRING '(mock) would call '          DELIMITED SIZE
                  FUNCTION TRIM(WS-TOOL-NAME)   DELIMITED SIZE
                  ' with '                      DELIMITED SIZE
                  FUNCTION TRIM(WS-SC-WORK)     DELIMITED SIZE
                  INTO WS-ESC-IN
           MOVE 'F' TO WS-ESC-MODE
           PERFORM ESCAPE-TEXT
           MOVE WS-ESC-OUT TO WS-REPLY
           MOVE WS-ESC-LEN TO WS-REPLY-LEN.

      *> WS-ESC-IN (trailing spaces dropped) into WS-ESC-OUT with
      *> JSON escapes per WS-ESC-MODE; control characters go to
      *> spaces either way.
       ESCAPE-TEXT.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN, TRAILING))
               TO WS-ESC-IN-LEN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-IN-LEN
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               EVALUATE TRUE
                   WHEN WS-ESC-CHAR = '"'
                       ADD 1 TO WS-ESC-LEN
                       MOVE '\' TO WS-ESC-OUT(WS-ESC-LEN:1)
                   WHEN WS-ESC-CHAR = '\' AND WS-ESC-MODE = 'F'
                       ADD 1 TO WS-ESC-LEN
                       MOVE '\' TO WS-ESC-OUT(WS-ESC-LEN:1)
                   WHEN WS-ESC-CHAR < SPACE
                       MOVE SPACE TO WS-ESC-CHAR
               END-EVALUATE
               ADD 1 TO WS-ESC-LEN
               MOVE WS-ESC-CHAR TO WS-ESC-OUT(WS-ESC-LEN:1)
           END-PERFORM.

      *> MOCK_SESSION names a saved session; the assistant's answer
      *> that followed the same question there (case blind) replays.
      *> A tool round in between leaves empty-content announcements,
      *> so the first assistant turn with text before the next
      *> question is the one taken.
       ANSWER-FROM-SESSION.
           IF WS-PROMPT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "MOCK_SESSION" TO WS-EG-KEY
           CALL "ENV-GET" USING WS-PC-PROFILE WS-EG-KEY WS-EG-VALUE
           IF FUNCTION TRIM(WS-EG-VALUE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-MOCK-PATH
           MOVE WS-SCRIPT-PATH TO WS-SESS-PATH
           PERFORM LOAD-REPLAY-SESSION
           IF WS-SCAN-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PROMPT-LOW) TO WS-PROMPT-LOW
           PERFORM VARYING WS-SS-IDX FROM 1 BY 1
                   UNTIL WS-SS-IDX > WS-SCAN-LEN - 26
                      OR WS-MATCHED = 'Y'
               IF WS-SCAN-BUF(WS-SS-IDX:26) = WS-USER-MARKER
                   PERFORM CHECK-SESSION-TURN
               END-IF
           END-PERFORM.

       LOAD-REPLAY-SESSION.
           MOVE 0 TO WS-SCAN-LEN
           MOVE SPACES TO WS-SCAN-BUF
           OPEN INPUT SESS-FILE
           IF WS-SESS-STATUS NOT = "00"
               DISPLAY "(mock: replay session "
                   FUNCTION TRIM(WS-SESS-PATH) " could not be read)"
               EXIT PARAGRAPH
           END-IF
           READ SESS-FILE
               AT END
                   CLOSE SESS-FILE
                   EXIT PARAGRAPH
           END-READ
           READ SESS-FILE
               AT END
                   CLOSE SESS-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE SESS-FILE
           IF SESS-RECORD(1:8) NOT = 'CBLDENC:'
               MOVE SESS-RECORD TO WS-SCAN-BUF
               PERFORM SET-SCAN-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CR-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(SESS-RECORD)) - 8
           MOVE SESS-RECORD(9:WS-CR-LEN) TO WS-SCAN-BUF
           MOVE 'D' TO WS-CR-ACTION
           CALL "CRYPT-CODEC" USING
               WS-CR-ACTION WS-PC-PROFILE WS-SCAN-BUF WS-CR-LEN
               WS-CR-STATUS
           IF WS-CR-STATUS NOT = 'Y' OR WS-SCAN-BUF(1:1) NOT = '['
               DISPLAY "(mock: replay session "
                   FUNCTION TRIM(WS-SESS-PATH)
                   " does not decrypt with the current key)"
               MOVE SPACES TO WS-SCAN-BUF
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-LEN < 201000
               MOVE SPACES TO WS-SCAN-BUF(WS-CR-LEN + 1:)
           END-IF
           PERFORM SET-SCAN-LEN.

       CHECK-SESSION-TURN.
           COMPUTE WS-VAL-START = WS-SS-IDX + 26
           PERFORM GET-STRING-VALUE
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-VAL))
                   NOT = WS-PROMPT-LOW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCAN-IDX TO WS-FOUND-POS
           PERFORM UNTIL WS-FOUND-POS > WS-SCAN-LEN - 26
                      OR WS-MATCHED = 'Y'
               IF WS-SCAN-BUF(WS-FOUND-POS:26) = WS-USER-MARKER
                   EXIT PERFORM
               END-IF
               IF WS-SCAN-BUF(WS-FOUND-POS:31) = WS-ASST-MARKER
                   COMPUTE WS-VAL-START = WS-FOUND-POS + 31
                   PERFORM GET-STRING-VALUE
                   IF WS-VAL-LEN > 0
                       MOVE WS-VAL TO WS-REPLY
                       MOVE WS-VAL-LEN TO WS-REPLY-LEN
                       PERFORM KEEP-REPLY-END-WHOLE
                       MOVE 'Y' TO WS-MATCHED
                   END-IF
               END-IF
               ADD 1 TO WS-FOUND-POS
           END-PERFORM.

      *> A reply cut at the buffer's end must not finish on half an
      *> escape -- an odd run of trailing backslashes loses one.
       KEEP-REPLY-END-WHOLE.
           MOVE 0 TO WS-TAIL-BS
           PERFORM VARYING WS-TAIL-IDX FROM WS-REPLY-LEN BY -1
                   UNTIL WS-TAIL-IDX < 1
               IF WS-REPLY(WS-TAIL-IDX:1) NOT = '\'
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-TAIL-BS
           END-PERFORM
           IF FUNCTION MOD(WS-TAIL-BS, 2) = 1
               MOVE SPACE TO WS-REPLY(WS-REPLY-LEN:1)
               SUBTRACT 1 FROM WS-REPLY-LEN
           END-IF.

      *> The response file in the shape AI-CALLER parses: content
      *> deltas (or one tool_calls delta), a usage chunk with zero
      *> tokens, and the [DONE] sentinel.
       WRITE-RESPONSE.
           OPEN OUTPUT RESP-FILE
           IF WS-RESP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-REPLY-KIND = 'C'
               PERFORM WRITE-TOOL-CALL-CHUNK
           ELSE
               PERFORM WRITE-CONTENT-CHUNKS
           END-IF
           MOVE SPACES TO RESP-RECORD
           STRING 'data: {"choices":[],"usage":{"prompt_tokens":0,'
                      DELIMITED SIZE
                  '"completion_tokens":0}}'
                      DELIMITED SIZE
                  INTO RESP-RECORD
           WRITE RESP-RECORD
           MOVE 'data: [DONE]' TO RESP-RECORD
           WRITE RESP-RECORD
           CLOSE RESP-FILE
           MOVE 'Y' TO LK-STATUS.

       WRITE-CONTENT-CHUNKS.
           MOVE 1 TO WS-CHUNK-POS
           PERFORM UNTIL WS-CHUNK-POS > WS-REPLY-LEN
               COMPUTE WS-CHUNK-LEN = WS-REPLY-LEN - WS-CHUNK-POS + 1
               IF WS-CHUNK-LEN > WS-CHUNK-SIZE
                   MOVE WS-CHUNK-SIZE TO WS-CHUNK-LEN
                   PERFORM KEEP-CHUNK-ESCAPE-WHOLE
               END-IF
               MOVE SPACES TO RESP-RECORD
               STRING 'data: {"choices":[{"delta":{"content":"'
                          DELIMITED SIZE
                      WS-REPLY(WS-CHUNK-POS:WS-CHUNK-LEN)
                          DELIMITED SIZE
                      '"}}]}'
                          DELIMITED SIZE
                      INTO RESP-RECORD
               WRITE RESP-RECORD
               ADD WS-CHUNK-LEN TO WS-CHUNK-POS
           END-PERFORM.

      *> A chunk ending on an odd run of backslashes would split an
      *> escape across two deltas; carry its escaped character along.
       KEEP-CHUNK-ESCAPE-WHOLE.
           MOVE 0 TO WS-TAIL-BS
           COMPUTE WS-TAIL-START = WS-CHUNK-POS + WS-CHUNK-LEN - 1
           PERFORM VARYING WS-TAIL-IDX FROM WS-TAIL-START BY -1
                   UNTIL WS-TAIL-IDX < WS-CHUNK-POS
               IF WS-REPLY(WS-TAIL-IDX:1) NOT = '\'
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-TAIL-BS
           END-PERFORM
           IF FUNCTION MOD(WS-TAIL-BS, 2) = 1
               ADD 1 TO WS-CHUNK-LEN
           END-IF.

       WRITE-TOOL-CALL-CHUNK.
           MOVE SPACES TO RESP-RECORD
           STRING 'data: {"id":"mock","choices":[{"delta":'
                      DELIMITED SIZE
                  '{"tool_calls":[{"index":0,"id":"call_mock1",'
                      DELIMITED SIZE
                  '"type":"function","function":{"name":"'
                      DELIMITED SIZE
                  FUNCTION TRIM(WS-TOOL-NAME)
                      DELIMITED SIZE
                  '","arguments":"'
                      DELIMITED SIZE
                  WS-TOOL-ARGS(1:WS-TOOL-ARGS-LEN)
                      DELIMITED SIZE
                  '"}}]}}]}'
                      DELIMITED SIZE
                  INTO RESP-RECORD
           WRITE RESP-RECORD.
