      *              picks the newest generation. A control report of  *
      *              record counts per restored store is printed so    *
      *              the run can be balanced like any other.           *
      *              Laying a generation over the live stores takes    *
      *              two people: the operator running it signs on      *
      *              (COBOLD_OPERATOR, or asked for) and a supervisor  *
      *              approves it through DUAL-AUTH -- at the same      *
      *              terminal, or by APPROVE against a pending         *
      *              request whose number is then given with           *
      *              --approval. Nothing is copied until approved.     *
      *              A restored audit.dat has its indexes rebuilt by   *
      *              AUDIT-REINDEX (built alongside in dist/).         *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/restore.cob src/dual-auth.cob src/sign-on.cob    *
      *        src/incident-log.cob src/file-lock.cob                  *
      *        -o dist/restore                                         *
      *   ./dist/restore [generation|latest] [store]                   *
      *                  [--approval <n>]                              *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Dual authorization before anything is copied;  *
      *                 --approval for a request approved elsewhere    *
      *   2026-10-15    audit.dat indexes rebuilt by AUDIT-REINDEX     *
      *                 after a restore                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE.
       01  WS-STORE-ARG            PIC X(30).
       01  WS-GEN-DIR              PIC X(600).
       01  WS-QUOTE-COUNT          PIC 9(3).
       01  WS-ARG                  PIC X(30).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-POS-COUNT            PIC 9(2).

      *> Second signature through DUAL-AUTH
       01  WS-DA-MODE              PIC X VALUE 'S'.
       01  WS-DA-ACTION            PIC X(10) VALUE 'RESTORE'.
       01  WS-DA-REQUESTER         PIC X(8) VALUE SPACES.
       01  WS-DA-DETAIL            PIC X(80).
       01  WS-DA-APPROVAL          PIC X(6) VALUE SPACES.
       01  WS-DA-RESULT            PIC X.
       01  WS-DA-APPROVER          PIC X(8).

      *> The restorable stores, the same set BACKUP snapshots
       01  WS-STORE-MAX            PIC 9(2) VALUE 5.

       MAIN-PARA.
           PERFORM RESOLVE-PATHS
           PERFORM READ-ARGUMENTS
           PERFORM LIST-GENERATIONS
           IF FUNCTION TRIM(WS-GEN-ARG) = SPACES
               PERFORM SHOW-GENERATIONS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-SECOND-SIGNATURE
           DISPLAY "================================================="
           DISPLAY " restore control report -- "
               FUNCTION TRIM(WS-GEN-ARG)
           DISPLAY "================================================="
           STOP RUN.

      *> generation and store are positional; --approval <n> may
      *> stand anywhere after them.
       READ-ARGUMENTS.
           MOVE SPACES TO WS-GEN-ARG WS-STORE-ARG
           MOVE 0 TO WS-POS-COUNT
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 6
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE TRUE
                   WHEN WS-ARG = SPACES
                       CONTINUE
                   WHEN WS-ARG = '--approval'
                       ADD 1 TO WS-ARG-IDX
                       DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                       ACCEPT WS-DA-APPROVAL FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-DA-APPROVAL
                       END-ACCEPT
                   WHEN WS-POS-COUNT = 0
                       ADD 1 TO WS-POS-COUNT
                       MOVE WS-ARG TO WS-GEN-ARG
                   WHEN WS-POS-COUNT = 1
                       ADD 1 TO WS-POS-COUNT
                       MOVE WS-ARG TO WS-STORE-ARG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *> Stops the run unless a supervisor other than the operator
      *> approves this exact restore -- generation and store named.
       GET-SECOND-SIGNATURE.
           ACCEPT WS-DA-REQUESTER FROM ENVIRONMENT "COBOLD_OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-DA-REQUESTER
           END-ACCEPT
           MOVE SPACES TO WS-DA-DETAIL
           IF FUNCTION TRIM(WS-STORE-ARG) = SPACES
               STRING "restore all stores from "
                   FUNCTION TRIM(WS-GEN-ARG)
                   DELIMITED SIZE INTO WS-DA-DETAIL
           ELSE
               STRING "restore " FUNCTION TRIM(WS-STORE-ARG)
                   " from " FUNCTION TRIM(WS-GEN-ARG)
                   DELIMITED SIZE INTO WS-DA-DETAIL
           END-IF
           CALL "DUAL-AUTH" USING WS-DA-MODE WS-DA-ACTION
               WS-DA-REQUESTER WS-DA-DETAIL WS-DA-APPROVAL
               WS-DA-RESULT WS-DA-APPROVER
           EVALUATE WS-DA-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'P'
                   DISPLAY "nothing restored yet -- once approved, run"
                       " again with --approval "
                       FUNCTION TRIM(WS-DA-APPROVAL)
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "nothing restored -- not approved"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-PATHS.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               DISPLAY "  " FUNCTION TRIM(WS-GEN-ENTRY(WS-GEN-IDX))
           END-PERFORM
           DISPLAY "usage: restore <generation|latest> [store]"
               " [--approval <n>]".

       RESTORE-ONE-STORE.
           MOVE SPACES TO WS-SHELL-CMD
           DISPLAY " "
               FUNCTION TRIM(WS-STORE-NAME(WS-STORE-IDX))
               "  restored ("
               FUNCTION TRIM(WS-COUNT-ED) " record(s))"
           IF WS-STORE-IDX = 1
               PERFORM REINDEX-AUDIT-TRAIL
           END-IF.

      *> The generation holds audit.dat's records; its date and
      *> operator indexes are rebuilt here so keyed reads agree.
       REINDEX-AUDIT-TRAIL.
           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "'"                                       DELIMITED SIZE
               FUNCTION TRIM(WS-EXE-DIR)                 DELIMITED SIZE
               "audit-reindex' > /dev/null"              DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
               RETURNING WS-SHELL-RC
           IF WS-SHELL-RC = 0
               DISPLAY " audit.dat  indexes rebuilt"
           ELSE
               DISPLAY " audit.dat  INDEX REBUILD FAILED -- run"
                   " audit-reindex before using the audit trail"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COUNT-RECORDS.
           MOVE 0 TO WS-REC-TALLY
