      * PROGRAM:     OPER-MAINT                                        *
      * DESCRIPTION: Interactive maintenance for the operator master   *
      *              file operators.dat (id|full name|department|      *
      *              status A-or-S|monthly token quota|date added|PIN  *
      *              hash|failed sign-ons|locked Y/N|kind P-or-V|      *
      *              supervisor Y/N). A supervisor may give the second *
      *              signature DUAL-AUTH asks for on a budget          *
      *              override, a restore or a rekey. Once anyone       *
      *              holds the flag, only a supervisor may set or      *
      *              clear it, or reset a PIN other than their own --  *
      *              no one can make themselves their own second       *
      *              signature. Refusals are logged like changes.      *
      *              Functions: add, change, suspend, restore, pin     *
      *              (set or reset a PIN, which also unlocks), unlock, *
      *              list, quit. Kind V marks a service id for batch   *
      *              and daemon runs -- no PIN, no interactive         *
      *              sign-on. The maintainer signs on with their own   *
      *              PIN first, through SIGN-ON; until some operator   *
      *              has a PIN the master is open, so the first PINs   *
      *              can be set. Every change is appended to           *
      *              oper-maint.log                                    *
      *              (stamp|maintainer|action|id|detail) and echoed to *
      *              the terminal, so an id that appears in audit.dat  *
      *              can always be traced to a person and every edit   *
      *              that was already confirmed.                       *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/oper-maint.cob src/sign-on.cob                   *
      *        src/incident-log.cob src/file-lock.cob                  *
      *        -o dist/oper-maint                                      *
      *   ./dist/oper-maint [maintainer-id]                            *
      * DATE:        2026-09-02                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    PIN, lockout and service-id fields; pin and    *
      *                 unlock functions; maintainer sign-on           *
      *   2026-10-15    Supervisor flag for dual authorization         *
      *   2026-10-15    Only a supervisor sets the flag or resets      *
      *                 another id's PIN; never rewrite a master too   *
      *                 big to hold whole; log only saved changes      *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
               10  WS-OP-STATUS    PIC X.
               10  WS-OP-QUOTA     PIC 9(9).
               10  WS-OP-ADDED     PIC X(10).
               10  WS-OP-HASH      PIC X(12).
               10  WS-OP-FAILS     PIC 9.
               10  WS-OP-LOCKED    PIC X.
               10  WS-OP-KIND      PIC X.
               10  WS-OP-SUPER     PIC X.
       01  WS-OP-IDX               PIC 9(3).
       01  WS-OP-SLOT              PIC 9(3).
       01  WS-OP-FULL              PIC X VALUE 'N'.
       01  WS-MASTER-SAVED         PIC X.

      *> Parsing helpers
       01  WS-FLD-ID               PIC X(8).
       01  WS-FLD-STATUS           PIC X(5).
       01  WS-FLD-QUOTA            PIC X(12).
       01  WS-FLD-ADDED            PIC X(10).
       01  WS-FLD-HASH             PIC X(12).
       01  WS-FLD-FAILS            PIC X(5).
       01  WS-FLD-LOCKED           PIC X(5).
       01  WS-FLD-KIND             PIC X(5).
       01  WS-FLD-SUPER            PIC X(5).

      *> Operator dialogue
       01  WS-MAINTAINER           PIC X(8).
       01  WS-IN-STATUS            PIC X(5).
       01  WS-QUOTA-NUM            PIC 9(9).
       01  WS-QUOTA-ED             PIC ZZZZZZZZ9.
       01  WS-IN-KIND              PIC X(5).
       01  WS-IN-SUPER             PIC X(5).
       01  WS-NEW-SUPER            PIC X.

      *> Who may hand out the supervisor flag
       01  WS-ANY-SUPER            PIC X.
       01  WS-SUPER-OK             PIC X.

      *> Sign-on and PIN setting through SIGN-ON
       01  WS-SO-ACTION            PIC X.
       01  WS-SO-PIN               PIC X(12).
       01  WS-SO-PIN-2             PIC X(12).
       01  WS-SO-RESULT            PIC X.
       01  WS-SO-HASH              PIC 9(9).
       01  WS-SO-DETAIL            PIC X(80).
       01  WS-SO-TRIES             PIC 9.
       01  WS-ANY-PIN              PIC X.
       01  WS-PIN-SET              PIC X.
       01  WS-PIN-LEN              PIC 9(2).

      *> Enqueue on the master while it is rewritten -- SIGN-ON
      *> rewrites it too when it counts a failure or locks an id
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30) VALUE 'operators'.
       01  WS-FL-STATUS            PIC X.

      *> A master too big for the table is never rewritten
       01  WS-IL-MODEL             PIC X(100) VALUE SPACES.
       01  WS-IL-REASON            PIC X(8).
       01  WS-IL-DETAIL            PIC X(200).

      *> Change-log stamping
       01  WS-DATE                 PIC 9(8).
           PERFORM RESOLVE-PATHS
           PERFORM GET-MAINTAINER
           PERFORM LOAD-MASTER
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "no operators.dat yet -- it will be created on"
                   " the first add"
           END-IF
           PERFORM SIGN-ON-MAINTAINER
           DISPLAY "operator master maintenance ("
               FUNCTION TRIM(WS-OPER-PATH) ")"
           PERFORM UNTIL WS-RUNNING = 'N'
               DISPLAY " "
               DISPLAY "function (add/change/suspend/restore/pin"
                   "/unlock/list/quit): " WITH NO ADVANCING
               ACCEPT WS-FUNCTION
      *>       Sessions may have counted failures or locked ids since
      *>       the last function, so each one starts from the file.
               PERFORM LOAD-MASTER
               EVALUATE FUNCTION TRIM(WS-FUNCTION)
                   WHEN 'add'
                       PERFORM DO-ADD
                       PERFORM DO-SUSPEND
                   WHEN 'restore'
                       PERFORM DO-RESTORE
                   WHEN 'pin'
                       PERFORM DO-PIN
                   WHEN 'unlock'
                       PERFORM DO-UNLOCK
                   WHEN 'list'
                       PERFORM DO-LIST
                   WHEN 'quit'
               ACCEPT WS-MAINTAINER
           END-PERFORM.

      *> Whoever maintains the master proves who they are the way a
      *> chat session does. While no operator has a PIN there is
      *> nothing to prove it with, and the master stays open so the
      *> first PINs can be set.
       SIGN-ON-MAINTAINER.
           MOVE 'N' TO WS-ANY-PIN
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF FUNCTION TRIM(WS-OP-HASH(WS-OP-IDX)) NOT = SPACES
                   MOVE 'Y' TO WS-ANY-PIN
               END-IF
           END-PERFORM
           IF WS-ANY-PIN = 'N'
               DISPLAY "warning: no operator has a PIN yet -- "
                   "maintainer " FUNCTION TRIM(WS-MAINTAINER)
                   " not verified"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SO-TRIES
           MOVE 'N' TO WS-SO-RESULT
           PERFORM UNTIL WS-SO-RESULT NOT = 'N' OR WS-SO-TRIES >= 3
               ADD 1 TO WS-SO-TRIES
               DISPLAY "PIN for " FUNCTION TRIM(WS-MAINTAINER) ": "
                   WITH NO ADVANCING
               MOVE 'P' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-MAINTAINER
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE 'V' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-MAINTAINER
                   WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               IF WS-SO-RESULT NOT = 'Y'
                       AND FUNCTION TRIM(WS-SO-DETAIL) NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-SO-DETAIL)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SO-PIN
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: sign-on refused -- no maintenance"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-MASTER.
           MOVE 0 TO WS-OP-COUNT
           MOVE 'N' TO WS-OP-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-COUNT >= 100
               MOVE 'Y' TO WS-OP-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-ID WS-FLD-NAME WS-FLD-DEPT
               WS-FLD-STATUS WS-FLD-QUOTA WS-FLD-ADDED WS-FLD-HASH
               WS-FLD-FAILS WS-FLD-LOCKED WS-FLD-KIND WS-FLD-SUPER
           UNSTRING OPER-RECORD DELIMITED BY '|'
               INTO WS-FLD-ID WS-FLD-NAME WS-FLD-DEPT
                    WS-FLD-STATUS WS-FLD-QUOTA WS-FLD-ADDED
                    WS-FLD-HASH WS-FLD-FAILS WS-FLD-LOCKED
                    WS-FLD-KIND WS-FLD-SUPER
           END-UNSTRING
           IF FUNCTION TRIM(WS-FLD-ID) = SPACES
               EXIT PARAGRAPH
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-QUOTA))
                   TO WS-OP-QUOTA(WS-OP-COUNT)
           END-IF
           MOVE WS-FLD-ADDED TO WS-OP-ADDED(WS-OP-COUNT)
           MOVE WS-FLD-HASH TO WS-OP-HASH(WS-OP-COUNT)
           MOVE 0 TO WS-OP-FAILS(WS-OP-COUNT)
           IF WS-FLD-FAILS(1:1) IS NUMERIC
               MOVE WS-FLD-FAILS(1:1) TO WS-OP-FAILS(WS-OP-COUNT)
           END-IF
           IF FUNCTION TRIM(WS-FLD-LOCKED) = 'Y'
               MOVE 'Y' TO WS-OP-LOCKED(WS-OP-COUNT)
           ELSE
               MOVE 'N' TO WS-OP-LOCKED(WS-OP-COUNT)
           END-IF
           IF FUNCTION TRIM(WS-FLD-KIND) = 'V'
               MOVE 'V' TO WS-OP-KIND(WS-OP-COUNT)
           ELSE
               MOVE 'P' TO WS-OP-KIND(WS-OP-COUNT)
           END-IF
           IF FUNCTION TRIM(WS-FLD-SUPER) = 'Y'
               MOVE 'Y' TO WS-OP-SUPER(WS-OP-COUNT)
           ELSE
               MOVE 'N' TO WS-OP-SUPER(WS-OP-COUNT)
           END-IF.

       FIND-OPER-SLOT.
           MOVE 0 TO WS-OP-SLOT
           ACCEPT WS-IN-DEPT
           DISPLAY "token quota (0 = none): " WITH NO ADVANCING
           ACCEPT WS-IN-QUOTA
           DISPLAY "kind P person / V service id (blank P): "
               WITH NO ADVANCING
           ACCEPT WS-IN-KIND
           DISPLAY "supervisor Y/N (blank N): " WITH NO ADVANCING
           ACCEPT WS-IN-SUPER
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SUPER)) = 'Y'
               PERFORM CHECK-SUPER-AUTHORITY
               IF WS-SUPER-OK = 'N'
                   MOVE 'add with the supervisor flag -- maintainer '
                       & 'not a supervisor' TO WS-LOG-DETAIL
                   PERFORM REFUSE-CHANGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-IN-ID TO WS-OP-ID(WS-OP-COUNT)
           MOVE WS-IN-NAME TO WS-OP-NAME(WS-OP-COUNT)
           END-IF
           PERFORM BUILD-TODAY
           MOVE WS-TODAY-DASHED TO WS-OP-ADDED(WS-OP-COUNT)
           MOVE SPACES TO WS-OP-HASH(WS-OP-COUNT)
           MOVE 0 TO WS-OP-FAILS(WS-OP-COUNT)
           MOVE 'N' TO WS-OP-LOCKED(WS-OP-COUNT)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-KIND)) = 'V'
               MOVE 'V' TO WS-OP-KIND(WS-OP-COUNT)
           ELSE
               MOVE 'P' TO WS-OP-KIND(WS-OP-COUNT)
           END-IF
      *>   Only a person can countersign; a service id never signs on.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-SUPER)) = 'Y'
                   AND WS-OP-KIND(WS-OP-COUNT) = 'P'
               MOVE 'Y' TO WS-OP-SUPER(WS-OP-COUNT)
           ELSE
               MOVE 'N' TO WS-OP-SUPER(WS-OP-COUNT)
           END-IF
      *>   A person needs a PIN before they can sign on; blank here
      *>   leaves it for a later pin function.
           MOVE WS-OP-COUNT TO WS-OP-SLOT
           MOVE 'N' TO WS-PIN-SET
           IF WS-OP-KIND(WS-OP-SLOT) = 'P'
               PERFORM ASK-NEW-PIN
           END-IF
           PERFORM REWRITE-MASTER
           IF WS-MASTER-SAVED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'ADD' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               ', '                      DELIMITED SIZE
               FUNCTION TRIM(WS-IN-DEPT) DELIMITED SIZE
               INTO WS-LOG-DETAIL
           IF WS-OP-KIND(WS-OP-SLOT) = 'V'
               STRING FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED SIZE
                   ', service id' DELIMITED SIZE
                   INTO WS-LOG-DETAIL
           END-IF
           IF WS-OP-SUPER(WS-OP-SLOT) = 'Y'
               STRING FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED SIZE
                   ', supervisor' DELIMITED SIZE
                   INTO WS-LOG-DETAIL
           END-IF
           IF WS-PIN-SET = 'Y'
               STRING FUNCTION TRIM(WS-LOG-DETAIL) DELIMITED SIZE
                   ', PIN set' DELIMITED SIZE
                   INTO WS-LOG-DETAIL
           END-IF
           PERFORM LOG-CHANGE.

      *> Blank keeps the field as it stands; status may be flipped
           ACCEPT WS-IN-QUOTA
           DISPLAY "new status A/S (blank keeps): " WITH NO ADVANCING
           ACCEPT WS-IN-STATUS
           DISPLAY "new kind P/V (blank keeps):   " WITH NO ADVANCING
           ACCEPT WS-IN-KIND
           DISPLAY "supervisor Y/N (blank keeps): " WITH NO ADVANCING
           ACCEPT WS-IN-SUPER
      *>   Work out where the flag ends up -- a service id carries
      *>   none -- and refuse the whole change if it moves without a
      *>   supervisor's say-so.
           MOVE WS-OP-SUPER(WS-OP-SLOT) TO WS-NEW-SUPER
           IF FUNCTION TRIM(WS-IN-SUPER) = 'Y'
                   OR FUNCTION TRIM(WS-IN-SUPER) = 'N'
               MOVE WS-IN-SUPER(1:1) TO WS-NEW-SUPER
           END-IF
           IF FUNCTION TRIM(WS-IN-KIND) = 'V'
                   OR (FUNCTION TRIM(WS-IN-KIND) NOT = 'P'
                       AND WS-OP-KIND(WS-OP-SLOT) = 'V')
               MOVE 'N' TO WS-NEW-SUPER
           END-IF
           IF WS-NEW-SUPER NOT = WS-OP-SUPER(WS-OP-SLOT)
               PERFORM CHECK-SUPER-AUTHORITY
               IF WS-SUPER-OK = 'N'
                   MOVE SPACES TO WS-LOG-DETAIL
                   STRING 'supervisor flag to ' WS-NEW-SUPER
                       ' -- maintainer not a supervisor'
                       DELIMITED SIZE INTO WS-LOG-DETAIL
                   PERFORM REFUSE-CHANGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-IN-NAME) NOT = SPACES
               MOVE WS-IN-NAME TO WS-OP-NAME(WS-OP-SLOT)
           END-IF
                   OR FUNCTION TRIM(WS-IN-STATUS) = 'S'
               MOVE WS-IN-STATUS(1:1) TO WS-OP-STATUS(WS-OP-SLOT)
           END-IF
      *>   A service id carries no PIN, so becoming one drops it.
           IF FUNCTION TRIM(WS-IN-KIND) = 'V'
               MOVE 'V' TO WS-OP-KIND(WS-OP-SLOT)
               MOVE SPACES TO WS-OP-HASH(WS-OP-SLOT)
           END-IF
           IF FUNCTION TRIM(WS-IN-KIND) = 'P'
               MOVE 'P' TO WS-OP-KIND(WS-OP-SLOT)
           END-IF
           IF FUNCTION TRIM(WS-IN-SUPER) = 'Y'
                   OR FUNCTION TRIM(WS-IN-SUPER) = 'N'
               MOVE WS-IN-SUPER(1:1) TO WS-OP-SUPER(WS-OP-SLOT)
           END-IF
           IF WS-OP-KIND(WS-OP-SLOT) = 'V'
               MOVE 'N' TO WS-OP-SUPER(WS-OP-SLOT)
           END-IF
           PERFORM REWRITE-MASTER
           IF WS-MASTER-SAVED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'CHANGE' TO WS-LOG-ACTION
           MOVE SPACES TO WS-LOG-DETAIL
           STRING
               FUNCTION TRIM(WS-OP-DEPT(WS-OP-SLOT)) DELIMITED SIZE
               ', status '                           DELIMITED SIZE
               WS-OP-STATUS(WS-OP-SLOT)              DELIMITED SIZE
               ', kind '                             DELIMITED SIZE
               WS-OP-KIND(WS-OP-SLOT)                DELIMITED SIZE
               ', supervisor '                       DELIMITED SIZE
               WS-OP-SUPER(WS-OP-SLOT)               DELIMITED SIZE
               INTO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

           END-IF
           MOVE 'S' TO WS-OP-STATUS(WS-OP-SLOT)
           PERFORM REWRITE-MASTER
           IF WS-MASTER-SAVED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'SUSPEND' TO WS-LOG-ACTION
           MOVE 'id suspended -- startup will refuse it'
               TO WS-LOG-DETAIL
           END-IF
           MOVE 'A' TO WS-OP-STATUS(WS-OP-SLOT)
           PERFORM REWRITE-MASTER
           IF WS-MASTER-SAVED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'RESTORE' TO WS-LOG-ACTION
           MOVE 'id restored to active' TO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> A new PIN, typed twice and not echoed, goes on file as its
      *> hash. Setting one clears any lock and failure count -- the
      *> reset is how a locked-out operator gets back in.
       DO-PIN.
           DISPLAY "operator id: " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           PERFORM FIND-OPER-SLOT
           IF WS-OP-SLOT = 0
               DISPLAY "id not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-KIND(WS-OP-SLOT) = 'V'
               DISPLAY "service id -- service ids carry no PIN"
               EXIT PARAGRAPH
           END-IF
      *>   Resetting someone else's PIN is signing on as them.
           IF WS-IN-ID NOT = WS-MAINTAINER
               PERFORM CHECK-SUPER-AUTHORITY
               IF WS-SUPER-OK = 'N'
                   MOVE 'PIN reset of another id -- maintainer not a '
                       & 'supervisor' TO WS-LOG-DETAIL
                   PERFORM REFUSE-CHANGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-PIN-SET
           PERFORM ASK-NEW-PIN
           IF WS-PIN-SET = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-MASTER
           IF WS-MASTER-SAVED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'PIN' TO WS-LOG-ACTION
           MOVE 'PIN reset; lock and failure count cleared'
               TO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

       DO-UNLOCK.
           DISPLAY "operator id: " WITH NO ADVANCING
           ACCEPT WS-IN-ID
           PERFORM FIND-OPER-SLOT
           IF WS-OP-SLOT = 0
               DISPLAY "id not on file"
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-LOCKED(WS-OP-SLOT) NOT = 'Y'
                   AND WS-OP-FAILS(WS-OP-SLOT) = 0
               DISPLAY "id is not locked"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OP-LOCKED(WS-OP-SLOT)
           MOVE 0 TO WS-OP-FAILS(WS-OP-SLOT)
           PERFORM REWRITE-MASTER
           IF WS-MASTER-SAVED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'UNLOCK' TO WS-LOG-ACTION
           MOVE 'lock and failure count cleared, PIN unchanged'
               TO WS-LOG-DETAIL
           PERFORM LOG-CHANGE.

      *> Once anyone holds the supervisor flag, only a supervisor may
      *> move it or reset another id's PIN -- otherwise one person
      *> could make themselves the second signature DUAL-AUTH asks
      *> for. Until then the master is open, so the first
      *> supervisor can be named. SIGN-ON 'Q' is asked afresh each
      *> time, as BCAST-MAINT does.
       CHECK-SUPER-AUTHORITY.
           MOVE 'Y' TO WS-SUPER-OK
           MOVE 'N' TO WS-ANY-SUPER
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-SUPER(WS-OP-IDX) = 'Y'
                   MOVE 'Y' TO WS-ANY-SUPER
               END-IF
           END-PERFORM
           IF WS-ANY-SUPER = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Q' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-MAINTAINER WS-SO-PIN
               WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           IF WS-SO-RESULT NOT = 'Y'
               MOVE 'N' TO WS-SUPER-OK
           END-IF.

      *> WS-LOG-DETAIL names what was refused; the refusal goes to
      *> the change log with the maintainer behind it.
       REFUSE-CHANGE.
           DISPLAY "error: " FUNCTION TRIM(WS-MAINTAINER)
               " is not a supervisor -- only a supervisor may do that"
           MOVE 'REFUSED' TO WS-LOG-ACTION
           PERFORM LOG-CHANGE.

      *> PINs are 4 to 8 digits.
       ASK-NEW-PIN.
           DISPLAY "new PIN (4-8 digits, blank for none): "
               WITH NO ADVANCING
           MOVE 'P' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-OP-ID(WS-OP-SLOT)
               WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           IF WS-SO-PIN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SO-PIN))
               TO WS-PIN-LEN
           IF WS-PIN-LEN < 4 OR WS-PIN-LEN > 8
                   OR WS-SO-PIN(1:WS-PIN-LEN) NOT NUMERIC
               DISPLAY "PIN must be 4 to 8 digits -- not set"
               MOVE SPACES TO WS-SO-PIN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "again: " WITH NO ADVANCING
           MOVE 'P' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-OP-ID(WS-OP-SLOT)
               WS-SO-PIN-2 WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           IF WS-SO-PIN-2 NOT = WS-SO-PIN
               DISPLAY "PINs do not match -- not set"
               MOVE SPACES TO WS-SO-PIN WS-SO-PIN-2
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-OP-ID(WS-OP-SLOT)
               WS-SO-PIN WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           MOVE SPACES TO WS-SO-PIN WS-SO-PIN-2
           MOVE WS-SO-HASH TO WS-OP-HASH(WS-OP-SLOT)
           MOVE 0 TO WS-OP-FAILS(WS-OP-SLOT)
           MOVE 'N' TO WS-OP-LOCKED(WS-OP-SLOT)
           MOVE 'Y' TO WS-PIN-SET.

       DO-LIST.
           IF WS-OP-COUNT = 0
               DISPLAY "master is empty"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " id        name                            "
               "department            st      quota  added     "
               "  kd lk sv pin"
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               MOVE WS-OP-QUOTA(WS-OP-IDX) TO WS-QUOTA-ED
                   "  " WS-OP-STATUS(WS-OP-IDX)
                   "  " WS-QUOTA-ED
                   "  " WS-OP-ADDED(WS-OP-IDX)
                   "  " WS-OP-KIND(WS-OP-IDX)
                   "  " WS-OP-LOCKED(WS-OP-IDX)
                   "  " WS-OP-SUPER(WS-OP-IDX)
                   " " WITH NO ADVANCING
               IF FUNCTION TRIM(WS-OP-HASH(WS-OP-IDX)) = SPACES
                   DISPLAY " no"
               ELSE
                   DISPLAY " yes"
               END-IF
           END-PERFORM.

       SHOW-ONE-OPERATOR.
               "  " FUNCTION TRIM(WS-OP-DEPT(WS-OP-SLOT))
               "  status " WS-OP-STATUS(WS-OP-SLOT)
               "  quota " FUNCTION TRIM(WS-QUOTA-ED)
               "  added " WS-OP-ADDED(WS-OP-SLOT)
               "  kind " WS-OP-KIND(WS-OP-SLOT)
               "  locked " WS-OP-LOCKED(WS-OP-SLOT)
               "  supervisor " WS-OP-SUPER(WS-OP-SLOT).

      *> The whole master is rewritten after each confirmed change --
      *> at 100 operators the file is small enough that simplicity
      *> beats an update-in-place. WS-MASTER-SAVED tells the caller
      *> whether there is a change to log.
       REWRITE-MASTER.
           MOVE 'N' TO WS-MASTER-SAVED
           IF WS-OP-FULL = 'Y'
               DISPLAY "error: operator master has more than 100 "
                   "operators -- change not saved"
               MOVE 'OPERFULL' TO WS-IL-REASON
               MOVE "operators.dat over 100 operators -- OPER-MAINT "
                   & "change not saved" TO WS-IL-DETAIL
               CALL "INCIDENT-LOG" USING
                   WS-IL-MODEL WS-IL-REASON WS-IL-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: operator master is busy -- "
                   "change not saved"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPER-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "error: could not rewrite "
                   FUNCTION TRIM(WS-OPER-PATH)
                   " (file status " WS-OPER-STATUS ")"
               MOVE 'R' TO WS-FL-ACTION
               CALL "FILE-LOCK" USING
                   WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "# id|full name|department|status A/S|token quota|"
               & "date added|PIN hash|failed sign-ons|locked Y/N|"
               & "kind P/V|supervisor Y/N" TO OPER-RECORD
           WRITE OPER-RECORD
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                   FUNCTION TRIM(WS-QUOTA-ED)           DELIMITED SIZE
                   '|'                                  DELIMITED SIZE
                   WS-OP-ADDED(WS-OP-IDX)               DELIMITED SIZE
                   '|'                                  DELIMITED SIZE
                   FUNCTION TRIM(WS-OP-HASH(WS-OP-IDX)) DELIMITED SIZE
                   '|'                                  DELIMITED SIZE
                   WS-OP-FAILS(WS-OP-IDX)               DELIMITED SIZE
                   '|'                                  DELIMITED SIZE
                   WS-OP-LOCKED(WS-OP-IDX)              DELIMITED SIZE
                   '|'                                  DELIMITED SIZE
                   WS-OP-KIND(WS-OP-IDX)                DELIMITED SIZE
                   '|'                                  DELIMITED SIZE
                   WS-OP-SUPER(WS-OP-IDX)               DELIMITED SIZE
                   INTO OPER-RECORD
               WRITE OPER-RECORD
           END-PERFORM
           CLOSE OPER-FILE
           MOVE 'Y' TO WS-MASTER-SAVED
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS.

       BUILD-TODAY.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
