      *================================================================*
      * PROGRAM:     MODEL-CERT                                        *
      * DESCRIPTION: Model certification by prompt profile. REGRESSION *
      *              appends one line per model and profile it ran to  *
      *              certification.dat next to the executable:         *
      *                date|model|profile|P-or-F|failed case numbers   *
      *              (profile '-' for no system prompt); the latest    *
      *              line for a model and profile is its standing.     *
      *              Unattended runs (batch, slice workers, standing   *
      *              queries, the hot folder, one-shot --query) switch *
      *              the gate on for the profile they run under, and   *
      *              AI-CALLER then refuses, or fails over past, any   *
      *              model whose latest result is not a pass.          *
      *              Interactive /model only asks, and warns. The file *
      *              is read once per run.                             *
      *                                                                *
      * CALL "MODEL-CERT" USING                                        *
      *   LK-ACTION   PIC X      -- 'E' enforce the gate for the       *
      *                             profile in LK-PROFILE,             *
      *                             'Q' query LK-MODEL for LK-PROFILE, *
      *                             'G' gate LK-MODEL against the      *
      *                             enforced profile ('Y' when the     *
      *                             gate is off; LK-PROFILE returned)  *
      *   LK-MODEL    PIC X(100) -- model name                         *
      *   LK-PROFILE  PIC X(50)  -- prompt profile name, '-' for none  *
      *   LK-ANSWER   PIC X      -- 'Y' certified, 'F' failed its      *
      *                             latest run, 'N' never certified    *
      *   LK-DATE     PIC X(10)  -- date of the latest result (spaces  *
      *                             when never run)                    *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODEL-CERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE
               ASSIGN TO DYNAMIC WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE.
       01  CERT-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CERT-PATH            PIC X(520).
       01  WS-CERT-STATUS          PIC XX.
       01  WS-EOF                  PIC X.

      *> Latest result per model and profile, loaded once per run
      *> and held across calls, along with the enforced profile.
       01  WS-CERT-LOADED          PIC X VALUE 'N'.
       01  WS-ENFORCE              PIC X VALUE 'N'.
       01  WS-ENFORCE-PROFILE      PIC X(50) VALUE SPACES.
       01  WS-CERT-MAX             PIC 9(3) VALUE 500.
       01  WS-CERT-COUNT           PIC 9(3) VALUE 0.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-MODEL     PIC X(100).
               10  WS-CT-PROFILE   PIC X(50).
               10  WS-CT-RESULT    PIC X.
               10  WS-CT-DATE      PIC X(10).
       01  WS-CERT-IDX             PIC 9(3).
       01  WS-CERT-SLOT            PIC 9(3).

      *> One certification.dat line
       01  WS-FLD-DATE             PIC X(10).
       01  WS-FLD-MODEL            PIC X(100).
       01  WS-FLD-PROFILE          PIC X(50).
       01  WS-FLD-RESULT           PIC X.
       01  WS-KEY-MODEL            PIC X(100).
       01  WS-KEY-PROFILE          PIC X(50).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X.
       01  LK-MODEL                PIC X(100).
       01  LK-PROFILE              PIC X(50).
       01  LK-ANSWER               PIC X.
       01  LK-DATE                 PIC X(10).

       PROCEDURE DIVISION USING LK-ACTION LK-MODEL LK-PROFILE
           LK-ANSWER LK-DATE.

       MAIN-PARA.
           MOVE 'N' TO LK-ANSWER
           MOVE SPACES TO LK-DATE
           IF WS-CERT-LOADED = 'N'
               PERFORM LOAD-CERTIFICATIONS
               MOVE 'Y' TO WS-CERT-LOADED
           END-IF
           EVALUATE LK-ACTION
               WHEN 'E'
                   MOVE 'Y' TO WS-ENFORCE
                   MOVE FUNCTION TRIM(LK-PROFILE)
                       TO WS-ENFORCE-PROFILE
                   IF WS-ENFORCE-PROFILE = SPACES
                       MOVE '-' TO WS-ENFORCE-PROFILE
                   END-IF
                   MOVE 'Y' TO LK-ANSWER
               WHEN 'Q'
                   MOVE FUNCTION TRIM(LK-MODEL) TO WS-KEY-MODEL
                   MOVE FUNCTION TRIM(LK-PROFILE) TO WS-KEY-PROFILE
                   IF WS-KEY-PROFILE = SPACES
                       MOVE '-' TO WS-KEY-PROFILE
                   END-IF
                   PERFORM LOOK-UP-RESULT
               WHEN 'G'
                   IF WS-ENFORCE NOT = 'Y'
                       MOVE 'Y' TO LK-ANSWER
                   ELSE
                       MOVE WS-ENFORCE-PROFILE TO LK-PROFILE
                       MOVE FUNCTION TRIM(LK-MODEL) TO WS-KEY-MODEL
                       MOVE WS-ENFORCE-PROFILE TO WS-KEY-PROFILE
                       PERFORM LOOK-UP-RESULT
                   END-IF
           END-EVALUATE
           GOBACK.

       LOOK-UP-RESULT.
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CT-MODEL(WS-CERT-IDX) = WS-KEY-MODEL
                       AND WS-CT-PROFILE(WS-CERT-IDX)
                           = WS-KEY-PROFILE
                   IF WS-CT-RESULT(WS-CERT-IDX) = 'P'
                       MOVE 'Y' TO LK-ANSWER
                   ELSE
                       MOVE 'F' TO LK-ANSWER
                   END-IF
                   MOVE WS-CT-DATE(WS-CERT-IDX) TO LK-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A missing file certifies nothing, which with the gate on
      *> refuses every model -- the safe way round for a production
      *> batch.
       LOAD-CERTIFICATIONS.
           MOVE 0 TO WS-CERT-COUNT
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-CERT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "certification.dat"
               DELIMITED SIZE INTO WS-CERT-PATH
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-CERT-LINE
               END-READ
           END-PERFORM
           CLOSE CERT-FILE.

      *> The file is appended in run order, so a later line for the
      *> same model and profile simply overwrites the earlier one.
       PARSE-CERT-LINE.
           IF CERT-RECORD = SPACES OR CERT-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-DATE WS-FLD-MODEL WS-FLD-PROFILE
               WS-FLD-RESULT
           UNSTRING CERT-RECORD DELIMITED BY '|'
               INTO WS-FLD-DATE WS-FLD-MODEL WS-FLD-PROFILE
                    WS-FLD-RESULT
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-MODEL) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FLD-MODEL) TO WS-KEY-MODEL
           MOVE FUNCTION TRIM(WS-FLD-PROFILE) TO WS-KEY-PROFILE
           IF WS-KEY-PROFILE = SPACES
               MOVE '-' TO WS-KEY-PROFILE
           END-IF
           MOVE 0 TO WS-CERT-SLOT
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CT-MODEL(WS-CERT-IDX) = WS-KEY-MODEL
                       AND WS-CT-PROFILE(WS-CERT-IDX)
                           = WS-KEY-PROFILE
                   MOVE WS-CERT-IDX TO WS-CERT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CERT-SLOT = 0
               IF WS-CERT-COUNT >= WS-CERT-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CERT-COUNT
               MOVE WS-CERT-COUNT TO WS-CERT-SLOT
               MOVE WS-KEY-MODEL TO WS-CT-MODEL(WS-CERT-SLOT)
               MOVE WS-KEY-PROFILE TO WS-CT-PROFILE(WS-CERT-SLOT)
           END-IF
           MOVE WS-FLD-RESULT TO WS-CT-RESULT(WS-CERT-SLOT)
           MOVE WS-FLD-DATE TO WS-CT-DATE(WS-CERT-SLOT).

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
