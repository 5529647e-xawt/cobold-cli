       01  WS-PC-AUTH-STYLE    PIC X(20).
       01  WS-PC-EXTRA-HEADER  PIC X(200).
       01  WS-CURL-PTR         PIC 9(4).
      *> API_BASE_URL=mock routes the call to MOCK-PROVIDER instead
      *> of curl -- offline scripted replies for training and tests.
       01  WS-MOCK             PIC X VALUE 'N'.
       01  WS-MP-STATUS        PIC X.

      *> Per-process temp file names, so two cobold-cli sessions
      *> (interactive plus a /compare or batch run, or two operators
       01  WS-AUD-ROLE         PIC X(20).
       01  WS-AUD-CONTENT      PIC X(2000).

      *> Data lineage -- a tool that read data (or wrote a draft)
      *> names what it touched here; AUDIT-TOOL-ROUND hands it to
      *> LINEAGE-LOG right behind the tool_call record so the line
      *> carries that record's audit key.
       01  WS-LN-ACTION        PIC X.
       01  WS-LN-TOOL          PIC X(20).
       01  WS-LN-TARGET        PIC X(300).

      *> Incident-log staging -- every operational failure (curl
      *> exhausted, error body, rate limit, truncation) leaves a
      *> durable line behind.
       01  WS-MC-NOTES         PIC X(100).
       01  WS-EST-TOKENS       PIC 9(7).

      *> Certification gate -- in an unattended run MODEL-CERT
      *> holds the prompt profile in force, and a model whose latest
      *> REGRESSION result for it is not a pass is never called:
      *> the first certified fallback model stands in, or the call
      *> is refused.
       01  WS-CG-ACTION        PIC X.
       01  WS-CG-MODEL         PIC X(100).
       01  WS-CG-PROFILE       PIC X(50).
       01  WS-CG-ANSWER        PIC X.
       01  WS-CG-DATE          PIC X(10).
       01  WS-CG-REFUSED       PIC X.

      *> Outbound data-loss screen -- DLP-CHECK masks the outgoing
      *> copy of the messages, or says the call may not go at all.
       01  WS-DLP-ACTION       PIC X.
       01  WS-DLP-VERDICT      PIC X VALUE 'Y'.
       01  WS-DLP-EXPLAIN      PIC X(200).
       01  WS-DLP-NOTE         PIC X(200).

      *> query_dataset arguments staged for DATA-TOOL
       01  WS-DT-DELIM         PIC X(1).
       01  WS-DT-COLUMN        PIC 9(3).
               MOVE 'N' TO WS-INCLUDE-TOOLS
           END-IF
           MOVE LK-MODEL TO WS-ACTIVE-MODEL
           PERFORM CHECK-MOCK-PROVIDER
      *>   Certification is about how a real model answers; the mock
      *>   answers from its script whatever model is named.
           IF WS-MOCK NOT = 'Y'
               PERFORM CHECK-MODEL-CERT
               IF WS-CG-REFUSED = 'Y'
                   MOVE 'Y' TO LK-IS-ERROR
                   EXIT PROGRAM
               END-IF
           END-IF
           PERFORM CHECK-MODEL-CATALOG
           PERFORM BUILD-TEMP-PATHS
           PERFORM BUILD-PAYLOAD
           IF WS-DLP-VERDICT = 'B'
               PERFORM REFUSE-DLP-BLOCK
               EXIT PROGRAM
           END-IF
      *>   An identical question already answered recently comes off
      *>   the cache without a curl call -- the key hashes the model
      *>   with the stripped messages BUILD-PAYLOAD just prepared, so
      *>   Only a plain, complete exchange is worth storing -- a tool
      *>   round trip's payload no longer matches the key computed
      *>   before it, and a truncated reply would be served short
      *>   forever. A mock answer is never stored: it would be
      *>   served to the real provider's callers later.
           IF WS-TOOL-ROUND = 0 AND WS-RESPONSE-TRUNC NOT = 'Y'
                   AND WS-MOCK NOT = 'Y'
               MOVE 'P' TO WS-RC-ACTION
               MOVE WS-UNESCAPED TO WS-RC-ANSWER
               CALL "RESPONSE-CACHE" USING
               END-IF
           END-IF.

       CHECK-MOCK-PROVIDER.
           MOVE 'G' TO WS-PC-ACTION
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-PC-PROFILE WS-PC-BASE-URL
               WS-PC-AUTH-STYLE WS-PC-EXTRA-HEADER
           MOVE 'N' TO WS-MOCK
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-BASE-URL))
                   = 'mock'
               MOVE 'Y' TO WS-MOCK
           END-IF.

      *> The requested model must be certified for the profile in
      *> force when the gate is on; failing that the fallback list
      *> is walked for one that is, and failing that the call is
      *> refused with the reason in LK-RESPONSE.
       CHECK-MODEL-CERT.
           MOVE 'N' TO WS-CG-REFUSED
           MOVE WS-ACTIVE-MODEL TO WS-CG-MODEL
           PERFORM GATE-CERT-MODEL
           IF WS-CG-ANSWER = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FB-INIT = 'N'
               PERFORM LOAD-FALLBACK-MODELS
               MOVE 'Y' TO WS-FB-INIT
           END-IF
           PERFORM VARYING WS-FB-IDX FROM 1 BY 1
                   UNTIL WS-FB-IDX > WS-FB-COUNT
               IF WS-FB-MODEL(WS-FB-IDX) NOT = WS-ACTIVE-MODEL
                   MOVE WS-FB-MODEL(WS-FB-IDX) TO WS-CG-MODEL
                   PERFORM GATE-CERT-MODEL
                   IF WS-CG-ANSWER = 'Y'
                       IF WS-QUIET NOT = 'Y'
                           DISPLAY "(" FUNCTION TRIM(WS-ACTIVE-MODEL)
                               " is not certified for prompt profile "
                               FUNCTION TRIM(WS-CG-PROFILE)
                               " -- using "
                               FUNCTION TRIM(WS-CG-MODEL) ")"
                       END-IF
                       MOVE WS-CG-MODEL TO WS-ACTIVE-MODEL
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ACTIVE-MODEL TO WS-CG-MODEL
           PERFORM GATE-CERT-MODEL
           MOVE 'Y' TO WS-CG-REFUSED
           MOVE SPACES TO LK-RESPONSE
           IF WS-CG-ANSWER = 'F'
               STRING
                   "refused: model "                DELIMITED SIZE
                   FUNCTION TRIM(WS-ACTIVE-MODEL)   DELIMITED SIZE
                   " failed regression for prompt profile "
                                                    DELIMITED SIZE
                   FUNCTION TRIM(WS-CG-PROFILE)     DELIMITED SIZE
                   " on "                           DELIMITED SIZE
                   WS-CG-DATE                       DELIMITED SIZE
                   " and no certified fallback model is configured"
                                                    DELIMITED SIZE
                   INTO LK-RESPONSE
           ELSE
               STRING
                   "refused: model "                DELIMITED SIZE
                   FUNCTION TRIM(WS-ACTIVE-MODEL)   DELIMITED SIZE
                   " is not certified for prompt profile "
                                                    DELIMITED SIZE
                   FUNCTION TRIM(WS-CG-PROFILE)     DELIMITED SIZE
                   " and no certified fallback model is configured"
                                                    DELIMITED SIZE
                   INTO LK-RESPONSE
           END-IF.

      *> An outbound rule blocked the call. It is refused the way the
      *> certification gate refuses one -- the operator reads why, a
      *> batch line goes to its reject file -- and the blocked text
      *> is withheld from the conversation itself, or every later
      *> call would carry it and be blocked in turn.
       REFUSE-DLP-BLOCK.
           MOVE 'W' TO WS-DLP-ACTION
           CALL "DLP-CHECK" USING
               WS-DLP-ACTION LK-MESSAGES-JSON WS-DLP-VERDICT
               WS-DLP-NOTE
           MOVE 'B' TO WS-DLP-VERDICT
           MOVE WS-DLP-EXPLAIN TO LK-RESPONSE
           MOVE 'Y' TO LK-IS-ERROR.

       GATE-CERT-MODEL.
           MOVE 'G' TO WS-CG-ACTION
           MOVE SPACES TO WS-CG-PROFILE
           CALL "MODEL-CERT" USING
               WS-CG-ACTION WS-CG-MODEL WS-CG-PROFILE
               WS-CG-ANSWER WS-CG-DATE.

      *> Fold this process's PID into the payload/response temp file
      *> names so concurrent cobold-cli processes don't share them.
       BUILD-TEMP-PATHS.
           MOVE LK-TEMPERATURE TO WS-TEMP-EDIT
           MOVE LK-MAX-TOKENS  TO WS-MAXTOK-EDIT
           PERFORM STRIP-TIMESTAMPS
      *>   The outbound rules see exactly what would leave, and mask
      *>   it in place; a BLOCK verdict is the caller's to act on.
           MOVE 'C' TO WS-DLP-ACTION
           CALL "DLP-CHECK" USING
               WS-DLP-ACTION WS-PAYLOAD-MSGS WS-DLP-VERDICT
               WS-DLP-EXPLAIN
           IF WS-INCLUDE-TOOLS = 'Y'
               PERFORM BUILD-TOOLS-JSON
      *>       Every tool disabled leaves nothing to advertise -- an
           END-PERFORM.

       PLACE-REQUEST-ONCE.
           IF WS-MOCK = 'Y'
               PERFORM PLACE-MOCK-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NOW-HS
           MOVE WS-NOW-HS TO WS-PF-T0
           PERFORM PACE-CALL
                   WS-ACTIVE-MODEL WS-IL-REASON WS-IL-DETAIL
           END-IF.

      *> The mock endpoint has no network behind it: no pacing, no
      *> curl, and no perf.dat line to skew the provider's latency
      *> figures. Its reply file is read exactly like curl's.
       PLACE-MOCK-REQUEST.
           MOVE 'N' TO WS-IS-RATE-LIMIT
           CALL "MOCK-PROVIDER" USING
               WS-PAYLOAD-MSGS WS-RESP-PATH WS-INCLUDE-TOOLS
               WS-MP-STATUS
           IF WS-MP-STATUS NOT = 'Y'
               MOVE "error: mock provider could not write its reply"
                   TO LK-RESPONSE
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'Y' TO LK-IS-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RESPONSE
           IF WS-ERROR-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM DETECT-ERROR-RESPONSE.

      *> Walk the fallback list until a model answers or the list is
      *> spent -- on success the operator is told which model finally
      *> answered, since it wasn't the one they asked for.
                   UNTIL WS-FB-IDX > WS-FB-COUNT
                      OR WS-HAS-ERROR NOT = 'Y'
                      OR WS-ERROR-FLAG = 'Y'
               MOVE 'N' TO WS-CG-ANSWER
               IF WS-FB-MODEL(WS-FB-IDX) NOT = WS-ACTIVE-MODEL
                   MOVE WS-FB-MODEL(WS-FB-IDX) TO WS-CG-MODEL
                   PERFORM GATE-CERT-MODEL
               END-IF
               IF WS-CG-ANSWER = 'Y'
                   IF WS-QUIET NOT = 'Y'
                       DISPLAY " "
                       DISPLAY "(model failed -- trying "
               MOVE 'N' TO WS-INCLUDE-TOOLS
           END-IF
           PERFORM BUILD-PAYLOAD
      *>   A tool result can carry what typed input never did.
           IF WS-DLP-VERDICT = 'B'
               PERFORM REFUSE-DLP-BLOCK
               MOVE 'Y' TO WS-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PAYLOAD
           IF WS-ERROR-FLAG = 'Y'
               EXIT PARAGRAPH
      *> a single unknown call always got.
       DISPATCH-ONE-ENTRY.
           PERFORM SET-ENTRY-BOUNDS
           MOVE SPACES TO WS-LN-TARGET
           MOVE WS-TCE-NAME(WS-TC-IDX) TO WS-TCF-NAME
           PERFORM CHECK-TOOL-ENABLED
           IF WS-TCF-FLAG NOT = 'Y'
               INTO WS-AUD-CONTENT
           CALL "AUDIT-LOG" USING WS-AUD-ROLE WS-AUD-CONTENT
               WS-AUD-OPERATOR
           IF WS-LN-TARGET NOT = SPACES
               CALL "LINEAGE-LOG" USING WS-LN-ACTION WS-LN-TOOL
                   WS-LN-TARGET WS-AUD-OPERATOR
           END-IF
           MOVE 'tool' TO WS-AUD-ROLE
           MOVE SPACES TO WS-AUD-CONTENT
           MOVE WS-TOOL-RESULT TO WS-AUD-CONTENT(1:1500)
           END-IF
           CALL "FILE-TOOL" USING
               WS-TOOL-PATH WS-TOOL-RESULT WS-FT-STATUS
           IF WS-FT-STATUS = 'Y'
               MOVE 'R' TO WS-LN-ACTION
               MOVE 'read_file' TO WS-LN-TOOL
               MOVE WS-TOOL-PATH TO WS-LN-TARGET
           END-IF
           PERFORM BUILD-FILE-ARGS-JSON
           MOVE 'Y' TO WS-TCE-OK(WS-TC-IDX).

           MOVE WS-ARG-STR TO WS-URL-ARG
           CALL "URL-TOOL" USING
               WS-URL-ARG WS-TOOL-RESULT WS-FT-STATUS
           IF WS-FT-STATUS = 'Y'
               MOVE 'R' TO WS-LN-ACTION
               MOVE 'fetch_url' TO WS-LN-TOOL
               MOVE WS-URL-ARG TO WS-LN-TARGET
           END-IF
           MOVE SPACES TO WS-TOOL-ARGS-JSON
           MOVE 1 TO WS-ARGS-PTR
           STRING '{"url":"'                   DELIMITED SIZE
           MOVE WS-ARG-STR TO WS-NT-TEXT
           CALL "NOTE-TOOL" USING
               WS-NT-ACTION WS-NT-TEXT WS-TOOL-RESULT WS-FT-STATUS
           IF WS-FT-STATUS = 'Y'
               MOVE 'R' TO WS-LN-ACTION
               MOVE 'search_notes' TO WS-LN-TOOL
               MOVE 'notes.dat' TO WS-LN-TARGET
           END-IF
           MOVE SPACES TO WS-TOOL-ARGS-JSON
           MOVE 1 TO WS-ARGS-PTR
           STRING '{"query":"'                  DELIMITED SIZE
           CALL "LAYOUT-TOOL" USING
               WS-LT-LAYOUT WS-TOOL-PATH WS-LT-RECNO
               WS-TOOL-RESULT WS-FT-STATUS
           IF WS-FT-STATUS = 'Y'
               MOVE 'R' TO WS-LN-ACTION
               MOVE 'decode_record' TO WS-LN-TOOL
               MOVE WS-TOOL-PATH TO WS-LN-TARGET
           END-IF
           MOVE SPACES TO WS-TOOL-ARGS-JSON
           MOVE 1 TO WS-ARGS-PTR
           STRING '{"layout":"'                  DELIMITED SIZE
                   CALL "JOB-TOOL" USING
                       WS-JB-ACTION WS-JB-NAME WS-JB-COMMAND
                       WS-TOOL-RESULT WS-FT-STATUS
      *>           The command line, not the short name, is what
      *>           says which files the job read.
                   IF WS-FT-STATUS = 'Y'
                       MOVE 'R' TO WS-LN-ACTION
                       MOVE 'run_job' TO WS-LN-TOOL
                       UNSTRING WS-JB-COMMAND DELIMITED BY ' ('
                           INTO WS-LN-TARGET
                       END-UNSTRING
                   END-IF
               ELSE
                   MOVE 'operator declined the command; nothing ran'
                       TO WS-TOOL-RESULT
           CALL "KEYED-TOOL" USING
               WS-KT-NAME WS-KT-KEY WS-KT-ROWS
               WS-TOOL-RESULT WS-FT-STATUS
           IF WS-FT-STATUS = 'Y'
               MOVE 'R' TO WS-LN-ACTION
               MOVE 'keyed_lookup' TO WS-LN-TOOL
               MOVE WS-KT-NAME TO WS-LN-TARGET
           END-IF
           MOVE SPACES TO WS-TOOL-ARGS-JSON
           MOVE 1 TO WS-ARGS-PTR
           STRING '{"file":"'                  DELIMITED SIZE
               CALL "WRITE-TOOL" USING
                   WS-TOOL-PATH WS-WT-UNESC WS-TOOL-RESULT
                   WS-FT-STATUS
               IF WS-FT-STATUS = 'Y'
                   MOVE 'W' TO WS-LN-ACTION
                   MOVE 'write_file' TO WS-LN-TOOL
                   STRING 'drafts/pending/'           DELIMITED SIZE
                          FUNCTION TRIM(WS-TOOL-PATH) DELIMITED SIZE
                          INTO WS-LN-TARGET
               END-IF
           ELSE
               MOVE 'operator declined the write; nothing was written'
                   TO WS-TOOL-RESULT
               WS-TOOL-PATH WS-DT-DELIM WS-DT-COLUMN
               WS-DT-START WS-DT-LEN WS-DT-EQUALS
               WS-DT-FROM WS-DT-ROWS WS-TOOL-RESULT WS-FT-STATUS
           IF WS-FT-STATUS = 'Y'
               MOVE 'R' TO WS-LN-ACTION
               MOVE 'query_dataset' TO WS-LN-TOOL
               MOVE WS-TOOL-PATH TO WS-LN-TARGET
           END-IF
           PERFORM BUILD-DATA-ARGS-JSON
           MOVE 'Y' TO WS-TCE-OK(WS-TC-IDX).

