      *   2026-09-02    Break a lock whose holder's PID is gone --     *
      *                 one crashed process must not turn every        *
      *                 later write into a silent drop                 *
      *   2026-10-15    Retry the mkdir, not the kill -0 probe, while  *
      *                 a live holder keeps the lock                   *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-LOCK.
      *> gets the bounded wait, then the busy answer with its name.
       ACQUIRE-LOCK.
           MOVE 'N' TO WS-GOT-IT
           PERFORM VARYING WS-TRY FROM 1 BY 1
                   UNTIL WS-TRY > WS-MAX-TRIES
                      OR WS-GOT-IT = 'Y'
      *>       BREAK-STALE-LOCK borrows WS-SHELL-CMD for its kill -0
      *>       probe, so the mkdir is rebuilt on every try.
               MOVE SPACES TO WS-SHELL-CMD
               STRING
                   "mkdir '"                  DELIMITED SIZE
                   FUNCTION TRIM(WS-LOCK-DIR) DELIMITED SIZE
                   "' 2>/dev/null"            DELIMITED SIZE
                   INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
                   RETURNING WS-SHELL-RC
               IF WS-SHELL-RC = 0
               "'"                        DELIMITED SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 'Y' TO WS-BROKE-LOCK.

       WRITE-OWNER-FILE.
