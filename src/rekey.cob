      *              control report. Finish by moving the new key      *
      *              into COBOLD_DATA_KEY (or .env) before the next    *
      *              session starts. RETURN-CODE 8 when anything      *
      *              failed. A rotation takes two people: the          *
      *              operator running it signs on (COBOLD_OPERATOR, or *
      *              asked for) and a supervisor approves it through   *
      *              DUAL-AUTH, at the same terminal or by APPROVE     *
      *              against a pending request quoted with --approval; *
      *              no store is touched until it is approved.         *
      *                                                                *
      * Build & run (quiesce the seats first):                         *
      *   cobc -x src/rekey.cob src/dual-auth.cob src/sign-on.cob      *
      *        src/incident-log.cob src/file-lock.cob -o dist/rekey    *
      *   COBOLD_DATA_KEY_NEW=... ./dist/rekey [--approval <n>]        *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *                 offline-queue snapshots too -- year two of     *
      *                 the retention must not go dark at the first    *
      *                 annual rotation                                *
      *   2026-10-15    Dual authorization before any store is         *
      *                 touched; --approval for a request approved     *
      *                 elsewhere                                      *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKEY.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CIN-FILE
               ASSIGN TO DYNAMIC WS-CIN-PATH
       01  WS-OLD-KEY              PIC X(64).
       01  WS-NEW-KEY              PIC X(64).

      *> Second signature through DUAL-AUTH
       01  WS-ARG                  PIC X(30).
       01  WS-DA-MODE              PIC X VALUE 'S'.
       01  WS-DA-ACTION            PIC X(10) VALUE 'REKEY'.
       01  WS-DA-REQUESTER         PIC X(8) VALUE SPACES.
       01  WS-DA-DETAIL            PIC X(80)
               VALUE 'rotate the data key over every store at rest'.
       01  WS-DA-APPROVAL          PIC X(6) VALUE SPACES.
       01  WS-DA-RESULT            PIC X.
       01  WS-DA-APPROVER          PIC X(8).

      *> One openssl round over the temp-file pair, CRYPT-CODEC's
      *> technique: WS-IO-BUF(1:WS-IO-LEN) in, result back in place.
      *> WS-OP is E or D; WS-WHICH-KEY is O (old) or N (new).
       MAIN-PARA.
           PERFORM RESOLVE-KEYS
           PERFORM RESOLVE-PATHS
           PERFORM GET-SECOND-SIGNATURE
           DISPLAY "================================================="
           DISPLAY " key-rotation control report"
           DISPLAY "================================================="
           DISPLAY "COBOLD_OSSL_NEW" UPON ENVIRONMENT-NAME
           DISPLAY WS-NEW-KEY UPON ENVIRONMENT-VALUE.

      *> Stops the run unless a supervisor other than the operator
      *> approves the rotation.
       GET-SECOND-SIGNATURE.
           MOVE SPACES TO WS-ARG
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT
           IF WS-ARG = '--approval'
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-DA-APPROVAL FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-DA-APPROVAL
               END-ACCEPT
           END-IF
           ACCEPT WS-DA-REQUESTER FROM ENVIRONMENT "COBOLD_OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-DA-REQUESTER
           END-ACCEPT
           CALL "DUAL-AUTH" USING WS-DA-MODE WS-DA-ACTION
               WS-DA-REQUESTER WS-DA-DETAIL WS-DA-APPROVAL
               WS-DA-RESULT WS-DA-APPROVER
           EVALUATE WS-DA-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'P'
                   DISPLAY "nothing rotated yet -- once approved, run"
                       " again with --approval "
                       FUNCTION TRIM(WS-DA-APPROVAL)
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "nothing rotated -- not approved"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-PATHS.
           ACCEPT WS-EXE-PATH FROM ENVIRONMENT "_"
           MOVE FUNCTION LENGTH(
