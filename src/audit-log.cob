      *              and a within-session sequence number so exchanges *
      *              from concurrent or overlapping runs never land on *
      *              the same key and can be pulled back out in order. *
      *              Replies and tool traffic from the offline mock    *
      *              provider (API_BASE_URL=mock) carry a leading      *
      *              [mock] on their content, so a training session is *
      *              never mistaken for a real exchange.               *
      * DATE:        2026-08-09                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Export the sequence just written as           *
      *                 COBOLD_AUDIT_SEQ so /rate can tie feedback    *
      *                 to the exact audit key it judged              *
      *   2026-10-15    Mark mock-provider replies and tool records    *
      *                 with a leading [mock]                          *
      *   2026-10-15    redact-probe role returns the masked text      *
      *                 without writing a record, for the batch edit   *
      *                 pass                                           *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-LOG.
      *>   LK-CONTENT  PIC X(2000) -- plain text (may span lines)
      *>   LK-OPERATOR PIC X(8)    -- who holds the session; spaces
      *>                              when no operator id was given
      *> Role "redact-probe" writes nothing: LK-CONTENT comes back
      *> masked exactly as it would be audited, so a caller can see
      *> ahead of time what the patterns would catch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAT-FILE
               ASSIGN TO DYNAMIC WS-PAT-PATH
       01  WS-FLAT-CONTENT         PIC X(2000).
       01  WS-FLAT-IDX             PIC 9(4).
       01  WS-FLAT-LEN             PIC 9(4).

      *> Mock-provider sessions (API_BASE_URL=mock) are marked
       01  WS-PC-ACTION            PIC X.
       01  WS-PC-PROFILE           PIC X(50).
       01  WS-PC-BASE-URL          PIC X(300).
       01  WS-PC-AUTH-STYLE        PIC X(20).
       01  WS-PC-EXTRA-HEADER      PIC X(200).
       01  WS-MOCK-BUF             PIC X(2000).
       01  WS-FLAT-CHAR            PIC X.

      *> Redaction -- redact-patterns.txt next to the executable
       PROCEDURE DIVISION USING LK-ROLE, LK-CONTENT, LK-OPERATOR.

       MAIN-PARA.
           IF LK-ROLE = 'redact-probe'
               PERFORM FLATTEN-CONTENT
               PERFORM REDACT-CONTENT
               MOVE WS-FLAT-CONTENT TO LK-CONTENT
               GOBACK
           END-IF
           PERFORM GET-LOG-PATH
           PERFORM INIT-SESSION
           PERFORM BUILD-TIMESTAMP
           PERFORM FLATTEN-CONTENT
           PERFORM REDACT-CONTENT
           PERFORM MARK-MOCK-CALL
           PERFORM WRITE-LOG-LINE
      *>   The sequence just written rides the environment so the
      *>   chat loop's /rate can tie its feedback record to this
               END-IF
           END-PERFORM.

      *> What the mock provider said, and the tool calls it asked
      *> for, are marked as such; the operator's own words are not.
       MARK-MOCK-CALL.
           IF LK-ROLE NOT = 'assistant' AND LK-ROLE NOT = 'tool_call'
                   AND LK-ROLE NOT = 'tool'
               EXIT PARAGRAPH
           END-IF
           MOVE 'G' TO WS-PC-ACTION
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-PC-PROFILE WS-PC-BASE-URL
               WS-PC-AUTH-STYLE WS-PC-EXTRA-HEADER
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-BASE-URL))
                   NOT = 'mock'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOCK-BUF
           STRING '[mock] '                      DELIMITED SIZE
                  FUNCTION TRIM(WS-FLAT-CONTENT) DELIMITED SIZE
                  INTO WS-MOCK-BUF
           MOVE WS-MOCK-BUF TO WS-FLAT-CONTENT.

      *> Mask every patterns-file match in WS-FLAT-CONTENT with the
      *> fixed marker, counting replacements into WS-RED-COUNT. The
      *> scan walks the content once, trying each pattern at each
