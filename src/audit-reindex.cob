      *================================================================*
      * PROGRAM:     AUDIT-REINDEX                                     *
      * DESCRIPTION: Rebuilds audit.dat's indexes from its base        *
      *              records -- the AUDIT-KEY primary index and the    *
      *              AUDIT-STAMP and AUDIT-OPERATOR alternate indexes  *
      *              that the viewer, the digest, RECON, FAQ-REPORT    *
      *              and /search start on. Needed after RESTORE lays   *
      *              an older audit.dat back (RESTORE runs it itself), *
      *              or whenever a keyed read by date or operator      *
      *              disagrees with a full pass. Under the audit       *
      *              enqueue the records are unloaded in key order to  *
      *              audit.dat.unload, the file is recreated and       *
      *              reloaded record for record, and each of the       *
      *              three indexes is then walked end to end; every    *
      *              walk must count what was unloaded. Only then is   *
      *              the unload file removed. A run that dies part way *
      *              leaves the unload file, and the next run reloads  *
      *              from it instead of unloading the half-built file. *
      *              A control report of the counts is printed;        *
      *              RETURN-CODE 8 when the lock is busy, the file     *
      *              cannot be read or any count disagrees.            *
      *                                                                *
      * Build & run (from a job step):                                 *
      *   cobc -x src/audit-reindex.cob src/file-lock.cob              *
      *        -o dist/audit-reindex                                   *
      *   ./dist/audit-reindex                                         *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REINDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
      *> The same file described by its primary key alone, for
      *> reading the base records when the alternate indexes are
      *> missing or damaged.
           SELECT BASE-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BASE-KEY
               FILE STATUS IS WS-BASE-STATUS.
           SELECT UNLOAD-FILE
               ASSIGN TO DYNAMIC WS-UNLOAD-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Record layout matches what AUDIT-LOG writes.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-KEY-SESSION   PIC 9(9).
               10  AUDIT-KEY-SEQ       PIC 9(5).
           05  AUDIT-STAMP             PIC X(19).
           05  AUDIT-ROLE              PIC X(20).
           05  AUDIT-CONTENT           PIC X(2800).
           05  AUDIT-REDACTIONS        PIC 9(3).
           05  AUDIT-OPERATOR          PIC X(8).
           05  AUDIT-CHAIN             PIC 9(9).
       FD  BASE-FILE.
       01  BASE-RECORD.
           05  BASE-KEY                PIC X(14).
           05  FILLER                  PIC X(2859).
      *> Fixed-length and unblocked -- audit content can hold line
      *> feeds, so the unload cannot be a line file.
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD               PIC X(2873).

       WORKING-STORAGE SECTION.
       01  WS-LOG-PATH             PIC X(520).
       01  WS-UNLOAD-PATH          PIC X(540).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-BASE-STATUS          PIC XX.
       01  WS-UNLOAD-STATUS        PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-SHELL-CMD            PIC X(1200).
       01  WS-SHELL-RC             PIC S9(9) BINARY.

      *> Control counts
       01  WS-UNLOADED             PIC 9(9) VALUE 0.
       01  WS-RELOADED             PIC 9(9) VALUE 0.
       01  WS-DUP-KEYS             PIC 9(9) VALUE 0.
       01  WS-BY-KEY               PIC 9(9) VALUE 0.
       01  WS-BY-STAMP             PIC 9(9) VALUE 0.
       01  WS-BY-OPERATOR          PIC 9(9) VALUE 0.
       01  WS-WALK-COUNT           PIC 9(9).
       01  WS-COUNT-ED             PIC ZZZ,ZZZ,ZZ9.
       01  WS-RESUMING             PIC X VALUE 'N'.
       01  WS-FAILED               PIC X VALUE 'N'.
       01  WS-UNLOAD-DONE          PIC X VALUE 'N'.

       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30) VALUE 'audit'.
       01  WS-FL-STATUS            PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           MOVE 'A' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: the audit trail is in use -- could not"
                   " take the audit lock"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "================================================="
           DISPLAY " audit.dat index rebuild"
           DISPLAY "================================================="
           PERFORM CHECK-FOR-UNLOAD
           IF WS-RESUMING = 'Y'
               DISPLAY " unfinished rebuild found -- reloading from "
                   FUNCTION TRIM(WS-UNLOAD-PATH)
               MOVE 'Y' TO WS-UNLOAD-DONE
               PERFORM COUNT-UNLOAD
           ELSE
               PERFORM UNLOAD-BASE-RECORDS
           END-IF
           IF WS-FAILED = 'N'
               PERFORM RELOAD-RECORDS
           END-IF
           IF WS-FAILED = 'N'
               PERFORM WALK-INDEXES
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           IF WS-FAILED = 'N'
               PERFORM REMOVE-UNLOAD
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
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
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat"
               DELIMITED SIZE INTO WS-LOG-PATH
           MOVE SPACES TO WS-UNLOAD-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "audit.dat.unload"
               DELIMITED SIZE INTO WS-UNLOAD-PATH.

       CHECK-FOR-UNLOAD.
           OPEN INPUT UNLOAD-FILE
           IF WS-UNLOAD-STATUS = "00"
               MOVE 'Y' TO WS-RESUMING
               CLOSE UNLOAD-FILE
           END-IF.

      *> Base records in primary key order. The primary-key-only
      *> description is tried first; the full one if that will not
      *> open.
       UNLOAD-BASE-RECORDS.
           OPEN OUTPUT UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY " cannot write " FUNCTION TRIM(WS-UNLOAD-PATH)
                   " (status " WS-UNLOAD-STATUS ")"
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BASE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BASE-RECORD TO UNLOAD-RECORD
                           PERFORM WRITE-UNLOAD-RECORD
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
           ELSE
               OPEN INPUT AUDIT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY " cannot read " FUNCTION TRIM(WS-LOG-PATH)
                       " (status " WS-FILE-STATUS ")"
                   CLOSE UNLOAD-FILE
                   PERFORM REMOVE-UNLOAD
                   MOVE 'Y' TO WS-FAILED
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE AUDIT-RECORD TO UNLOAD-RECORD
                           PERFORM WRITE-UNLOAD-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           CLOSE UNLOAD-FILE
           IF WS-FAILED = 'Y'
               PERFORM REMOVE-UNLOAD
           ELSE
               MOVE 'Y' TO WS-UNLOAD-DONE
           END-IF.

       WRITE-UNLOAD-RECORD.
           WRITE UNLOAD-RECORD
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY " unload write failed (status "
                   WS-UNLOAD-STATUS ")"
               MOVE 'Y' TO WS-FAILED
               MOVE 'Y' TO WS-EOF
           ELSE
               ADD 1 TO WS-UNLOADED
           END-IF.

      *> An empty or partial unload must not be taken for an
      *> unfinished rebuild next time -- audit.dat is untouched.
       REMOVE-UNLOAD.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "rm -f '"                     DELIMITED SIZE
               FUNCTION TRIM(WS-UNLOAD-PATH) DELIMITED SIZE
               "'"                           DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       COUNT-UNLOAD.
           MOVE 0 TO WS-UNLOADED
           MOVE 'N' TO WS-EOF
           OPEN INPUT UNLOAD-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-UNLOADED
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE.

      *> OPEN OUTPUT recreates the file and all three indexes.
       RELOAD-RECORDS.
           OPEN OUTPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY " cannot recreate " FUNCTION TRIM(WS-LOG-PATH)
                   " (status " WS-FILE-STATUS ")"
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT UNLOAD-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ UNLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE UNLOAD-RECORD TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-DUP-KEYS
                           NOT INVALID KEY
                               ADD 1 TO WS-RELOADED
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE
           CLOSE AUDIT-FILE
           IF WS-RELOADED NOT = WS-UNLOADED
               MOVE 'Y' TO WS-FAILED
           END-IF.

      *> Every index, walked from its low end, must reach every
      *> record.
       WALK-INDEXES.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY " cannot reopen " FUNCTION TRIM(WS-LOG-PATH)
                   " (status " WS-FILE-STATUS ")"
               MOVE 'Y' TO WS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AUDIT-KEY
           START AUDIT-FILE KEY IS >= AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM COUNT-ALONG-KEY
           MOVE WS-WALK-COUNT TO WS-BY-KEY
           MOVE LOW-VALUES TO AUDIT-STAMP
           START AUDIT-FILE KEY IS >= AUDIT-STAMP
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM COUNT-ALONG-KEY
           MOVE WS-WALK-COUNT TO WS-BY-STAMP
           MOVE LOW-VALUES TO AUDIT-OPERATOR
           START AUDIT-FILE KEY IS >= AUDIT-OPERATOR
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START
           PERFORM COUNT-ALONG-KEY
           MOVE WS-WALK-COUNT TO WS-BY-OPERATOR
           CLOSE AUDIT-FILE
           IF WS-BY-KEY NOT = WS-UNLOADED
                   OR WS-BY-STAMP NOT = WS-UNLOADED
                   OR WS-BY-OPERATOR NOT = WS-UNLOADED
               MOVE 'Y' TO WS-FAILED
           END-IF.

       COUNT-ALONG-KEY.
           MOVE 0 TO WS-WALK-COUNT
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-WALK-COUNT
               END-READ
           END-PERFORM.

       PRINT-CONTROL-REPORT.
           MOVE WS-UNLOADED TO WS-COUNT-ED
           DISPLAY " records unloaded           " WS-COUNT-ED
           MOVE WS-RELOADED TO WS-COUNT-ED
           DISPLAY " records reloaded           " WS-COUNT-ED
           IF WS-DUP-KEYS > 0
               MOVE WS-DUP-KEYS TO WS-COUNT-ED
               DISPLAY " duplicate keys refused     " WS-COUNT-ED
           END-IF
           MOVE WS-BY-KEY TO WS-COUNT-ED
           DISPLAY " reached by AUDIT-KEY       " WS-COUNT-ED
           MOVE WS-BY-STAMP TO WS-COUNT-ED
           DISPLAY " reached by AUDIT-STAMP     " WS-COUNT-ED
           MOVE WS-BY-OPERATOR TO WS-COUNT-ED
           DISPLAY " reached by AUDIT-OPERATOR  " WS-COUNT-ED
           DISPLAY " "
           IF WS-FAILED = 'N'
               DISPLAY " indexes rebuilt and verified"
           ELSE
               IF WS-UNLOAD-DONE = 'Y'
                   DISPLAY " REBUILD FAILED -- the records are kept in "
                       FUNCTION TRIM(WS-UNLOAD-PATH)
                       "; rerun to reload from it"
               ELSE
                   DISPLAY " REBUILD FAILED -- audit.dat was not"
                       " changed"
               END-IF
           END-IF
           DISPLAY "=================================================".
