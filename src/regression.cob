      *              drift cannot hide behind a cached answer, and     *
      *              prints PASS or FAIL per case per model.           *
      *              RETURN-CODE 8 on any failure for the scheduler    *
      *              to gate on; every call is cost-ledgered. At the   *
      *              end each model and profile run gets a line in     *
      *              certification.dat (date|model|profile|P-or-F|     *
      *              failed case numbers), which MODEL-CERT holds      *
      *              unattended runs to. A run against the mock        *
      *              provider proves nothing about the real model and  *
      *              certifies nothing.                                *
      *                                                                *
      * Build & run (from a job step, linked with the subprograms):    *
      *   ./dist/regression [suite-file] [env-profile]                 *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Record certification results per model/profile *
      *   2026-10-15    Mock provider runs are not certified           *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRESSION.
               ASSIGN TO DYNAMIC WS-SUITE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT CERT-FILE
               ASSIGN TO DYNAMIC WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUITE-FILE.
       01  SUITE-RECORD            PIC X(1500).
       FD  CERT-FILE.
       01  CERT-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-SUITE-PATH           PIC X(540).
       01  WS-EOF                  PIC X.
       01  WS-ENV-PROFILE          PIC X(50).

      *> Certification results, one entry per model and profile
      *> run, written to certification.dat when the suite ends
       01  WS-CERT-PATH            PIC X(520).
       01  WS-CERT-STATUS          PIC XX.
       01  WS-CERT-MAX             PIC 9(3) VALUE 200.
       01  WS-CERT-COUNT           PIC 9(3) VALUE 0.
       01  WS-CERT-DROPPED         PIC 9(5) VALUE 0.
       01  WS-CERT-TROUBLE         PIC X VALUE 'N'.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-MODEL     PIC X(100).
               10  WS-CT-PROFILE   PIC X(50).
               10  WS-CT-FAILS     PIC 9(4).
               10  WS-CT-CASES     PIC X(200).
               10  WS-CT-CASE-PTR  PIC 9(3).
       01  WS-CERT-IDX             PIC 9(3).
       01  WS-CERT-SLOT            PIC 9(3).
       01  WS-CERT-PROFILE         PIC X(50).
       01  WS-CERT-RESULT          PIC X.
       01  WS-CERT-DATE            PIC X(10).
       01  WS-NOW                  PIC X(21).
       01  WS-CASE-NUM-ED          PIC ZZZ9.

      *> .env settings via ENV-READER
       01  WS-API-KEY              PIC X(300).
       01  WS-DEFAULT-MODEL        PIC X(100).
       01  WS-PC-URL               PIC X(300).
       01  WS-PC-AUTH              PIC X(20).
       01  WS-PC-EXTRA             PIC X(200).
       01  WS-MOCK                 PIC X VALUE 'N'.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-ENV-PROFILE
               WS-PC-URL WS-PC-AUTH WS-PC-EXTRA
           MOVE 'G' TO WS-PC-ACTION
           CALL "PROVIDER-CONFIG" USING
               WS-PC-ACTION WS-ENV-PROFILE
               WS-PC-URL WS-PC-AUTH WS-PC-EXTRA
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PC-URL)) = 'mock'
               MOVE 'Y' TO WS-MOCK
           END-IF
      *>   A cached answer would pass the suite without touching the
      *>   vendor -- exactly the drift the suite exists to catch.
           MOVE 'X' TO WS-RC-ACTION
               END-READ
           END-PERFORM
           CLOSE SUITE-FILE
      *>   Canned mock replies say nothing about the real model, so
      *>   they must not certify it for unattended runs.
           IF WS-MOCK = 'Y'
               DISPLAY "mock provider -- results not certified"
           ELSE
               PERFORM WRITE-CERTIFICATIONS
           END-IF

           MOVE WS-PASS-COUNT TO WS-COUNT-ED
           DISPLAY " "
           ELSE
               DISPLAY "regression: all checks passed"
           END-IF
           IF WS-CERT-TROUBLE = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       PARSE-ARGS.
               DISPLAY "FAIL  case " WS-CASE-NUM "  "
                   FUNCTION TRIM(WS-RUN-MODEL)
                   " -- " FUNCTION TRIM(WS-FAIL-WHY)
           END-IF
           PERFORM RECORD-CERT-RESULT.

      *> Fold this case's outcome into its model and profile's
      *> certification entry; a failed case adds its number to the
      *> entry's list (a list too long for the field is cut off --
      *> the suite output still has every one).
       RECORD-CERT-RESULT.
           IF FUNCTION TRIM(WS-CASE-PROFILE) = SPACES
               MOVE '-' TO WS-CERT-PROFILE
           ELSE
               MOVE FUNCTION TRIM(WS-CASE-PROFILE) TO WS-CERT-PROFILE
           END-IF
           MOVE 0 TO WS-CERT-SLOT
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CT-MODEL(WS-CERT-IDX) = WS-RUN-MODEL
                       AND WS-CT-PROFILE(WS-CERT-IDX)
                           = WS-CERT-PROFILE
                   MOVE WS-CERT-IDX TO WS-CERT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CERT-SLOT = 0
               IF WS-CERT-COUNT >= WS-CERT-MAX
                   ADD 1 TO WS-CERT-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CERT-COUNT
               MOVE WS-CERT-COUNT TO WS-CERT-SLOT
               MOVE WS-RUN-MODEL TO WS-CT-MODEL(WS-CERT-SLOT)
               MOVE WS-CERT-PROFILE TO WS-CT-PROFILE(WS-CERT-SLOT)
               MOVE 0 TO WS-CT-FAILS(WS-CERT-SLOT)
               MOVE SPACES TO WS-CT-CASES(WS-CERT-SLOT)
               MOVE 1 TO WS-CT-CASE-PTR(WS-CERT-SLOT)
           END-IF
           IF WS-CASE-OK = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-FAILS(WS-CERT-SLOT)
           MOVE WS-CASE-NUM TO WS-CASE-NUM-ED
           IF WS-CT-FAILS(WS-CERT-SLOT) > 1
               STRING "," DELIMITED SIZE
                   INTO WS-CT-CASES(WS-CERT-SLOT)
                   WITH POINTER WS-CT-CASE-PTR(WS-CERT-SLOT)
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-CASE-NUM-ED) DELIMITED SIZE
               INTO WS-CT-CASES(WS-CERT-SLOT)
               WITH POINTER WS-CT-CASE-PTR(WS-CERT-SLOT)
               ON OVERFLOW CONTINUE
           END-STRING.

      *> One line per model and profile the suite ran, appended so
      *> the file keeps the history; MODEL-CERT takes the latest.
       WRITE-CERTIFICATIONS.
           IF WS-CERT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM RESOLVE-EXE-DIR
           MOVE SPACES TO WS-CERT-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "certification.dat"
               DELIMITED SIZE INTO WS-CERT-PATH
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES TO WS-CERT-DATE
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2)
               DELIMITED SIZE INTO WS-CERT-DATE
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT CERT-FILE
           END-IF
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "error: could not write "
                   FUNCTION TRIM(WS-CERT-PATH)
                   " (file status " WS-CERT-STATUS ")"
               MOVE 'Y' TO WS-CERT-TROUBLE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CT-FAILS(WS-CERT-IDX) = 0
                   MOVE 'P' TO WS-CERT-RESULT
               ELSE
                   MOVE 'F' TO WS-CERT-RESULT
               END-IF
               MOVE SPACES TO CERT-RECORD
               STRING
                   WS-CERT-DATE                     DELIMITED SIZE
                   "|"                              DELIMITED SIZE
                   FUNCTION TRIM(WS-CT-MODEL(WS-CERT-IDX))
                                                    DELIMITED SIZE
                   "|"                              DELIMITED SIZE
                   FUNCTION TRIM(WS-CT-PROFILE(WS-CERT-IDX))
                                                    DELIMITED SIZE
                   "|"                              DELIMITED SIZE
                   WS-CERT-RESULT                   DELIMITED SIZE
                   "|"                              DELIMITED SIZE
                   FUNCTION TRIM(WS-CT-CASES(WS-CERT-IDX))
                                                    DELIMITED SIZE
                   INTO CERT-RECORD
               WRITE CERT-RECORD
               IF WS-CERT-RESULT = 'P'
                   DISPLAY "certified:     "
                       FUNCTION TRIM(WS-CT-MODEL(WS-CERT-IDX))
                       " for profile "
                       FUNCTION TRIM(WS-CT-PROFILE(WS-CERT-IDX))
               ELSE
                   DISPLAY "not certified: "
                       FUNCTION TRIM(WS-CT-MODEL(WS-CERT-IDX))
                       " for profile "
                       FUNCTION TRIM(WS-CT-PROFILE(WS-CERT-IDX))
                       " (failed case "
                       FUNCTION TRIM(WS-CT-CASES(WS-CERT-IDX)) ")"
               END-IF
           END-PERFORM
           CLOSE CERT-FILE
           IF WS-CERT-DROPPED > 0
               MOVE WS-CERT-DROPPED TO WS-COUNT-ED
               DISPLAY "TABLE FULL -- " FUNCTION TRIM(WS-COUNT-ED)
                   " result(s) past the first 200 model/profile"
                   " pairs were not recorded"
               MOVE 'Y' TO WS-CERT-TROUBLE
           END-IF.

       EVALUATE-CHECK.
