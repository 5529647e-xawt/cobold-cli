      *              generations past the BACKUP_GENERATIONS figure   *
      *              from .env (default 5). A failed verify leaves     *
      *              RETURN-CODE 8 and keeps every old generation.     *
      *              A generation under legal hold (HOLD-CHECK: its    *
      *              date, or a held operator or session in its copy   *
      *              of sessions/) is never dropped; it is listed and  *
      *              counted, and does not count toward the kept       *
      *              generations.                                      *
      *              After the July disk incident, restoring           *
      *              notes.dat from someone's home directory must      *
      *              never be the plan again.                          *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/backup.cob src/env-get.cob src/hold-check.cob    *
      *        -o dist/backup                                          *
      *   ./dist/backup                                                *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Generations under legal hold are not dropped   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
           05  WS-GEN-ENTRY OCCURS 100 TIMES PIC X(30).
       01  WS-GEN-IDX              PIC 9(3).
       01  WS-DROP-COUNT           PIC 9(3).
       01  WS-LEGAL-KEPT           PIC 9(3) VALUE 0.

      *> Legal hold test for a generation about to be dropped
       01  WS-HC-ACTION            PIC X VALUE 'G'.
       01  WS-HC-SESSION           PIC 9(9) VALUE 0.
       01  WS-HC-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-HC-DATE              PIC X(10).
       01  WS-HC-NAME              PIC X(500).
       01  WS-HC-ONLY              PIC X(8) VALUE SPACES.
       01  WS-HC-HELD              PIC X.
       01  WS-HC-HOLD-ID           PIC X(8).
       01  WS-HC-MATTER            PIC X(40).
       01  WS-EG-PROFILE           PIC X(50) VALUE SPACES.
       01  WS-EG-KEY               PIC X(100).
       01  WS-EG-VALUE             PIC X(400).

      *> Generation names sort chronologically, so the oldest come
      *> first off a sorted listing; everything past the keep count
      *> is removed. A held generation stays and is not counted
      *> against the keep figure -- the newest generations are
      *> always the ones kept for restore.
       DROP-OLD-GENERATIONS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
           COMPUTE WS-DROP-COUNT = WS-GEN-COUNT - WS-KEEP-GENS
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-DROP-COUNT
               PERFORM DROP-ONE-GENERATION
           END-PERFORM
           IF WS-LEGAL-KEPT > 0
               MOVE WS-LEGAL-KEPT TO WS-COUNT-ED
               DISPLAY " generations kept under legal hold: "
                   FUNCTION TRIM(WS-COUNT-ED)
           END-IF.

       DROP-ONE-GENERATION.
           MOVE SPACES TO WS-HC-DATE
           STRING
               WS-GEN-ENTRY(WS-GEN-IDX)(5:4) '-'
               WS-GEN-ENTRY(WS-GEN-IDX)(9:2) '-'
               WS-GEN-ENTRY(WS-GEN-IDX)(11:2)
               DELIMITED SIZE
               INTO WS-HC-DATE
           MOVE SPACES TO WS-HC-NAME
           STRING
               FUNCTION TRIM(WS-EXE-DIR)                DELIMITED SIZE
               "backups/"                               DELIMITED SIZE
               FUNCTION TRIM(WS-GEN-ENTRY(WS-GEN-IDX))  DELIMITED SIZE
               INTO WS-HC-NAME
           CALL "HOLD-CHECK" USING WS-HC-ACTION WS-HC-SESSION
               WS-HC-OPERATOR WS-HC-DATE WS-HC-NAME WS-HC-ONLY
               WS-HC-HELD WS-HC-HOLD-ID WS-HC-MATTER
           IF WS-HC-HELD = 'Y'
               ADD 1 TO WS-LEGAL-KEPT
               DISPLAY " kept old generation "
                   FUNCTION TRIM(WS-GEN-ENTRY(WS-GEN-IDX))
                   " -- legal hold " FUNCTION TRIM(WS-HC-HOLD-ID)
                   " (" FUNCTION TRIM(WS-HC-MATTER) ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -rf '"                 DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)  DELIMITED SIZE
               "backups/"                 DELIMITED SIZE
               FUNCTION TRIM(WS-GEN-ENTRY(WS-GEN-IDX))
                                          DELIMITED SIZE
               "'"                        DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           DISPLAY " dropped old generation "
               FUNCTION TRIM(WS-GEN-ENTRY(WS-GEN-IDX)).
