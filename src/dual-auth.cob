      *================================================================*
      * PROGRAM:     DUAL-AUTH                                         *
      * DESCRIPTION: Second signature for the actions one operator     *
      *              must not take alone -- a budget override, a       *
      *              restore over the live stores, a key rotation.     *
      *              The second operator must be someone other than    *
      *              the requester, a person (not a service id),       *
      *              active, unlocked, and carry the supervisor flag   *
      *              on operators.dat; they approve with their own id  *
      *              and PIN through SIGN-ON. Two ways to get it:      *
      *                - at the same terminal, there and then;         *
      *                - a pending request in approvals.dat, decided   *
      *                  by a supervisor through APPROVE, which the    *
      *                  requester then quotes by number to go ahead.  *
      *              A pending request expires WS-EXPIRY-MINUTES after *
      *              it is filed, and an approval the same time after  *
      *              it is given; either one unused by then is marked  *
      *              expired. An approval is good for one use only,    *
      *              by the requester, for the action and detail it    *
      *              was given for.                                    *
      *              approvals.dat, one request per line:              *
      *                number|requested|expires|action|requester|      *
      *                detail|status|approver|decided                  *
      *              status P pending, A approved, R refused, X        *
      *              expired, U used. Every request, approval,         *
      *              refusal, expiry and use is appended to            *
      *              dual-auth.log next to the executable:             *
      *                stamp|session|number|action|requester|          *
      *                approver|event|detail                           *
      *              and every use or refusal raises an incident       *
      *              (DUALAUTH, DUALREF) naming both people. The file  *
      *              is read and rewritten under the approvals         *
      *              enqueue.                                          *
      *                                                                *
      * CALL "DUAL-AUTH" USING                                         *
      *   LK-MODE      PIC X     -- 'R' authorize an action for an     *
      *                                 operator already signed on     *
      *                             'S' the same, signing the          *
      *                                 requester on with their PIN    *
      *                                 first (RESTORE, REKEY)         *
      *                             'W' work the pending queue as a    *
      *                                 supervisor (APPROVE)           *
      *   LK-ACTION    PIC X(10) -- OVERRIDE, RESTORE, REKEY           *
      *   LK-REQUESTER PIC X(8)  -- 'R' 'S': operator asking; 'W':     *
      *                             the supervisor ('S' 'W': spaces    *
      *                             to prompt)                         *
      *   LK-DETAIL    PIC X(80) -- what exactly is to be done         *
      *   LK-APPROVAL  PIC X(6)  -- number of an approved request      *
      *                             to use, or spaces; on return the   *
      *                             number the request was filed under *
      *   LK-RESULT    PIC X     -- 'Y' approved, go ahead; 'P' filed  *
      *                             and waiting; 'N' not approved      *
      *   LK-APPROVER  PIC X(8)  -- who approved                       *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUAL-AUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-FILE
               ASSIGN TO DYNAMIC WS-APPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT LOG-FILE
               ASSIGN TO DYNAMIC WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPR-FILE.
       01  APPR-RECORD             PIC X(250).
       FD  LOG-FILE.
       01  LOG-RECORD              PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-APPR-PATH            PIC X(520).
       01  WS-LOG-PATH             PIC X(520).
       01  WS-APPR-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-EOF                  PIC X.

      *> How long a request waits for a decision, and how long an
      *> approval waits to be used
       01  WS-EXPIRY-MINUTES       PIC 9(4) VALUE 60.

      *> approvals.dat as read, rewritten whole after any change
       01  WS-AP-COUNT             PIC 9(4) VALUE 0.
       01  WS-AP-MAX               PIC 9(4) VALUE 2000.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 2000 TIMES.
               10  WS-AP-NO        PIC 9(6).
               10  WS-AP-REQUESTED PIC X(19).
               10  WS-AP-EXPIRES   PIC X(19).
               10  WS-AP-ACTION    PIC X(10).
               10  WS-AP-REQUESTER PIC X(8).
               10  WS-AP-DETAIL    PIC X(80).
               10  WS-AP-STATUS    PIC X.
               10  WS-AP-APPROVER  PIC X(8).
               10  WS-AP-DECIDED   PIC X(19).
       01  WS-AP-IDX               PIC 9(4).
       01  WS-AP-SLOT              PIC 9(4).
       01  WS-AP-HIGH              PIC 9(6).
       01  WS-AP-CHANGED           PIC X.
       01  WS-AP-WAITING           PIC 9(4).

      *> Parsing helpers
       01  WS-FLD-NO               PIC X(10).
       01  WS-FLD-STATUS           PIC X(5).

      *> The approvals enqueue
       01  WS-FL-ACTION            PIC X.
       01  WS-FL-RESOURCE          PIC X(30) VALUE 'approvals'.
       01  WS-FL-STATUS            PIC X.
       01  WS-HAVE-LOCK            PIC X.

      *> The second operator's sign-on through SIGN-ON
       01  WS-SO-ACTION            PIC X.
       01  WS-SO-PIN               PIC X(12).
       01  WS-SO-RESULT            PIC X.
       01  WS-SO-HASH              PIC 9(9).
       01  WS-SO-DETAIL            PIC X(80).
       01  WS-SO-TRIES             PIC 9.
       01  WS-VERIFIED             PIC X.
       01  WS-IN-ID                PIC X(8).
       01  WS-IN-ANSWER            PIC X(10).
       01  WS-IN-NO                PIC X(10).
       01  WS-WANT-NO              PIC 9(6).
       01  WS-WORKING              PIC X.

      *> Clock: now as a stamp and in minutes, and the conversions
       01  WS-DATE                 PIC 9(8).
       01  WS-TIME                 PIC 9(8).
       01  WS-NOW-STAMP            PIC X(19).
       01  WS-NOW-MIN              PIC 9(9).
       01  WS-STAMP-BUF            PIC X(19).
       01  WS-STAMP-OK             PIC X.
       01  WS-STAMP-DATE           PIC 9(8).
       01  WS-STAMP-MIN            PIC 9(9).
       01  WS-CALC-MIN             PIC 9(9).
       01  WS-CALC-DAY             PIC 9(7).
       01  WS-CALC-REM             PIC 9(4).
       01  WS-CALC-HH              PIC 99.
       01  WS-CALC-MM              PIC 99.
       01  WS-CALC-STAMP           PIC X(19).

      *> dual-auth.log line
       01  WS-EVENT                PIC X(8).
       01  WS-LOG-NO               PIC 9(6).
       01  WS-LOG-ACTION           PIC X(10).
       01  WS-LOG-REQUESTER        PIC X(8).
       01  WS-LOG-APPROVER         PIC X(8).
       01  WS-LOG-DETAIL           PIC X(120).
       01  WS-PID                  PIC 9(9) COMP-5.
       01  WS-PID-STR              PIC 9(9).
       01  WS-NO-ED                PIC ZZZZZ9.
       01  WS-SAVE-NO              PIC 9(6).
       01  WS-SAVE-ACTION          PIC X(10).
       01  WS-SAVE-REQUESTER       PIC X(8).
       01  WS-SAVE-APPROVER        PIC X(8).

      *> Incidents naming both people
       01  WS-IL-MODEL             PIC X(100) VALUE SPACES.
       01  WS-IL-REASON            PIC X(8).
       01  WS-IL-DETAIL            PIC X(200).
       01  WS-IL-VERB              PIC X(8).
       01  WS-IL-WHAT              PIC X(80).

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-MODE                 PIC X.
       01  LK-ACTION               PIC X(10).
       01  LK-REQUESTER            PIC X(8).
       01  LK-DETAIL               PIC X(80).
       01  LK-APPROVAL             PIC X(6).
       01  LK-RESULT               PIC X.
       01  LK-APPROVER             PIC X(8).

       PROCEDURE DIVISION USING
           LK-MODE LK-ACTION LK-REQUESTER LK-DETAIL LK-APPROVAL
           LK-RESULT LK-APPROVER.

       MAIN-PARA.
           MOVE 'N' TO LK-RESULT
           MOVE SPACES TO LK-APPROVER
           PERFORM RESOLVE-PATHS
           EVALUATE LK-MODE
               WHEN 'R'
                   PERFORM AUTHORIZE-ACTION
               WHEN 'S'
                   PERFORM SIGN-ON-REQUESTER
                   IF WS-VERIFIED = 'Y'
                       PERFORM AUTHORIZE-ACTION
                   END-IF
               WHEN 'W'
                   PERFORM WORK-PENDING-QUEUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

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
           MOVE SPACES TO WS-APPR-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "approvals.dat"
               DELIMITED SIZE INTO WS-APPR-PATH
           MOVE SPACES TO WS-LOG-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "dual-auth.log"
               DELIMITED SIZE INTO WS-LOG-PATH.

      *>----------------------------------------------------------------
      *> 'R' -- an operator wants to take a protected action
      *>----------------------------------------------------------------
       AUTHORIZE-ACTION.
           MOVE LK-ACTION TO WS-LOG-ACTION
           MOVE LK-REQUESTER TO WS-LOG-REQUESTER
           IF FUNCTION TRIM(LK-REQUESTER) = SPACES
               DISPLAY "error: " FUNCTION TRIM(LK-ACTION)
                   " needs a second signature and no operator id"
                   " is signed on to ask for one"
               EXIT PARAGRAPH
           END-IF
      *>   No master, no supervisors -- nobody can countersign.
           MOVE 'Q' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION LK-REQUESTER WS-SO-PIN
               WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           IF WS-SO-RESULT = '?'
               DISPLAY "error: no operator master -- nobody can"
                   " countersign " FUNCTION TRIM(LK-ACTION)
               EXIT PARAGRAPH
           END-IF
           IF LK-APPROVAL NOT = SPACES
               PERFORM REDEEM-APPROVAL
               EXIT PARAGRAPH
           END-IF
           DISPLAY FUNCTION TRIM(LK-ACTION)
               " needs a second operator's approval: "
               FUNCTION TRIM(LK-DETAIL)
           DISPLAY "supervisor id to approve here (blank files a"
               " pending request): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           IF FUNCTION TRIM(WS-IN-ID) = SPACES
               PERFORM FILE-PENDING-REQUEST
           ELSE
               PERFORM COUNTERSIGN-HERE
           END-IF.

      *> The supervisor is at the requester's elbow: id, PIN, and a
      *> yes or no on the spot. The request goes into approvals.dat
      *> already decided, so the file holds every request either way.
       COUNTERSIGN-HERE.
           MOVE 0 TO WS-LOG-NO
           MOVE WS-IN-ID TO WS-LOG-APPROVER
           IF WS-IN-ID = LK-REQUESTER
               DISPLAY "error: the second operator must be someone"
                   " other than " FUNCTION TRIM(LK-REQUESTER)
               MOVE 'REFUSE' TO WS-EVENT
               MOVE "requester offered as their own second operator"
                   TO WS-LOG-DETAIL
               PERFORM WRITE-DUAL-LOG
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-APPROVER
           IF WS-VERIFIED NOT = 'Y'
               MOVE 'REFUSE' TO WS-EVENT
               MOVE SPACES TO WS-LOG-DETAIL
               STRING "second operator not verified: "
                   FUNCTION TRIM(WS-SO-DETAIL)
                   DELIMITED SIZE INTO WS-LOG-DETAIL
               PERFORM WRITE-DUAL-LOG
               EXIT PARAGRAPH
           END-IF
           DISPLAY "approve " FUNCTION TRIM(LK-ACTION) " for "
               FUNCTION TRIM(LK-REQUESTER) " (y/n)? "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ANSWER
           ACCEPT WS-IN-ANSWER
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-REQUEST-ENTRY
           MOVE WS-IN-ID TO WS-AP-APPROVER(WS-AP-SLOT)
           MOVE WS-NOW-STAMP TO WS-AP-DECIDED(WS-AP-SLOT)
           MOVE WS-NOW-STAMP TO WS-AP-EXPIRES(WS-AP-SLOT)
           IF FUNCTION UPPER-CASE(WS-IN-ANSWER(1:1)) = 'Y'
               MOVE 'U' TO WS-AP-STATUS(WS-AP-SLOT)
           ELSE
               MOVE 'R' TO WS-AP-STATUS(WS-AP-SLOT)
           END-IF
           PERFORM REWRITE-AND-UNLOCK
           MOVE WS-AP-NO(WS-AP-SLOT) TO WS-LOG-NO
           MOVE WS-AP-NO(WS-AP-SLOT) TO WS-NO-ED
           MOVE FUNCTION TRIM(WS-NO-ED) TO LK-APPROVAL
           MOVE 'REQUEST' TO WS-EVENT
           MOVE LK-DETAIL TO WS-LOG-DETAIL
           PERFORM WRITE-DUAL-LOG
           IF WS-AP-STATUS(WS-AP-SLOT) = 'R'
               MOVE 'REFUSE' TO WS-EVENT
               MOVE "refused at the requester's terminal"
                   TO WS-LOG-DETAIL
               PERFORM WRITE-DUAL-LOG
               MOVE LK-DETAIL TO WS-IL-WHAT
               MOVE 'DUALREF' TO WS-IL-REASON
               PERFORM RAISE-DUAL-INCIDENT
               DISPLAY FUNCTION TRIM(LK-ACTION) " refused by "
                   FUNCTION TRIM(WS-IN-ID)
               EXIT PARAGRAPH
           END-IF
           MOVE 'APPROVE' TO WS-EVENT
           MOVE "approved at the requester's terminal"
               TO WS-LOG-DETAIL
           PERFORM WRITE-DUAL-LOG
           MOVE 'USE' TO WS-EVENT
           MOVE LK-DETAIL TO WS-LOG-DETAIL
           PERFORM WRITE-DUAL-LOG
           MOVE LK-DETAIL TO WS-IL-WHAT
           MOVE 'DUALAUTH' TO WS-IL-REASON
           PERFORM RAISE-DUAL-INCIDENT
           MOVE 'Y' TO LK-RESULT
           MOVE WS-IN-ID TO LK-APPROVER
           DISPLAY FUNCTION TRIM(LK-ACTION) " approved by "
               FUNCTION TRIM(WS-IN-ID) " (approval "
               FUNCTION TRIM(LK-APPROVAL) ")".

      *> No supervisor at hand: file the request and let APPROVE
      *> decide it. The caller tells the operator how to come back.
       FILE-PENDING-REQUEST.
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-REQUEST-ENTRY
           MOVE 'P' TO WS-AP-STATUS(WS-AP-SLOT)
           PERFORM REWRITE-AND-UNLOCK
           MOVE WS-AP-NO(WS-AP-SLOT) TO WS-LOG-NO
           MOVE WS-AP-NO(WS-AP-SLOT) TO WS-NO-ED
           MOVE FUNCTION TRIM(WS-NO-ED) TO LK-APPROVAL
           MOVE SPACES TO WS-LOG-APPROVER
           MOVE 'REQUEST' TO WS-EVENT
           MOVE LK-DETAIL TO WS-LOG-DETAIL
           PERFORM WRITE-DUAL-LOG
           MOVE 'P' TO LK-RESULT
           DISPLAY "approval request " FUNCTION TRIM(LK-APPROVAL)
               " filed for a supervisor to decide with approve;"
               " it expires " WS-AP-EXPIRES(WS-AP-SLOT).

      *> The requester is back with a number. It must be theirs, for
      *> this action, approved, unexpired, and not used before.
       REDEEM-APPROVAL.
           MOVE 0 TO WS-LOG-NO
           MOVE SPACES TO WS-LOG-APPROVER
           IF FUNCTION TRIM(LK-APPROVAL) IS NOT NUMERIC
               DISPLAY "error: approval number "
                   FUNCTION TRIM(LK-APPROVAL) " is not a number"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(LK-APPROVAL))
               TO WS-WANT-NO
           MOVE WS-WANT-NO TO WS-LOG-NO
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REQUEST
      *>   The detail is compared as it was filed, '|' made '/'.
           MOVE LK-DETAIL TO WS-IL-WHAT
           INSPECT WS-IL-WHAT REPLACING ALL '|' BY '/'
           MOVE SPACES TO WS-LOG-DETAIL
           EVALUATE TRUE
               WHEN WS-AP-SLOT = 0
                   MOVE "no such approval request" TO WS-LOG-DETAIL
               WHEN WS-AP-ACTION(WS-AP-SLOT) NOT = LK-ACTION
                   STRING "request is for "
                       FUNCTION TRIM(WS-AP-ACTION(WS-AP-SLOT))
                       DELIMITED SIZE INTO WS-LOG-DETAIL
               WHEN WS-AP-REQUESTER(WS-AP-SLOT) NOT = LK-REQUESTER
                   STRING "request belongs to "
                       FUNCTION TRIM(WS-AP-REQUESTER(WS-AP-SLOT))
                       DELIMITED SIZE INTO WS-LOG-DETAIL
               WHEN WS-AP-DETAIL(WS-AP-SLOT) NOT = WS-IL-WHAT
                   STRING "request was for: "
                       FUNCTION TRIM(WS-AP-DETAIL(WS-AP-SLOT))
                       DELIMITED SIZE INTO WS-LOG-DETAIL
               WHEN WS-AP-STATUS(WS-AP-SLOT) = 'P'
                   MOVE "still waiting for a supervisor"
                       TO WS-LOG-DETAIL
               WHEN WS-AP-STATUS(WS-AP-SLOT) = 'R'
                   STRING "refused by "
                       FUNCTION TRIM(WS-AP-APPROVER(WS-AP-SLOT))
                       DELIMITED SIZE INTO WS-LOG-DETAIL
               WHEN WS-AP-STATUS(WS-AP-SLOT) = 'X'
                   MOVE "expired" TO WS-LOG-DETAIL
               WHEN WS-AP-STATUS(WS-AP-SLOT) = 'U'
                   MOVE "already used" TO WS-LOG-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LOG-DETAIL NOT = SPACES
               PERFORM REWRITE-AND-UNLOCK
               DISPLAY "error: approval " FUNCTION TRIM(LK-APPROVAL)
                   " cannot be used -- " FUNCTION TRIM(WS-LOG-DETAIL)
               MOVE 'REFUSE' TO WS-EVENT
               MOVE SPACES TO WS-SO-DETAIL
               STRING "use refused, " FUNCTION TRIM(WS-LOG-DETAIL)
                   DELIMITED SIZE INTO WS-SO-DETAIL
               MOVE WS-SO-DETAIL TO WS-LOG-DETAIL
               PERFORM WRITE-DUAL-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE 'U' TO WS-AP-STATUS(WS-AP-SLOT)
           MOVE 'Y' TO WS-AP-CHANGED
           PERFORM REWRITE-AND-UNLOCK
           MOVE WS-AP-APPROVER(WS-AP-SLOT) TO WS-LOG-APPROVER
           MOVE 'USE' TO WS-EVENT
           MOVE LK-DETAIL TO WS-LOG-DETAIL
           PERFORM WRITE-DUAL-LOG
           MOVE LK-DETAIL TO WS-IL-WHAT
           MOVE 'DUALAUTH' TO WS-IL-REASON
           PERFORM RAISE-DUAL-INCIDENT
           MOVE 'Y' TO LK-RESULT
           MOVE WS-AP-APPROVER(WS-AP-SLOT) TO LK-APPROVER
           DISPLAY FUNCTION TRIM(LK-ACTION) " approved by "
               FUNCTION TRIM(LK-APPROVER) " (approval "
               FUNCTION TRIM(LK-APPROVAL) ")".

      *>----------------------------------------------------------------
      *> 'W' -- a supervisor works through the pending requests
      *>----------------------------------------------------------------
       WORK-PENDING-QUEUE.
           MOVE LK-REQUESTER TO WS-IN-ID
           IF FUNCTION TRIM(WS-IN-ID) = SPACES
               DISPLAY "supervisor id: " WITH NO ADVANCING
               ACCEPT WS-IN-ID
           END-IF
           IF FUNCTION TRIM(WS-IN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-APPROVER
           IF WS-VERIFIED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-RESULT
           MOVE WS-IN-ID TO LK-APPROVER
           MOVE 'Y' TO WS-WORKING
           PERFORM UNTIL WS-WORKING = 'N'
               PERFORM SHOW-PENDING
               IF WS-AP-WAITING = 0
                   DISPLAY "no requests waiting"
                   MOVE 'N' TO WS-WORKING
               ELSE
                   DISPLAY "request number to decide (blank to"
                       " finish): " WITH NO ADVANCING
                   MOVE SPACES TO WS-IN-NO
                   ACCEPT WS-IN-NO
                   IF FUNCTION TRIM(WS-IN-NO) = SPACES
                       MOVE 'N' TO WS-WORKING
                   ELSE
                       PERFORM DECIDE-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

      *> Overdue requests are expired first, so what is listed is
      *> what can still be decided.
       SHOW-PENDING.
           MOVE 0 TO WS-AP-WAITING
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-AND-UNLOCK
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-STATUS(WS-AP-IDX) = 'P'
                   IF WS-AP-WAITING = 0
                       DISPLAY " "
                       DISPLAY " number  requested            "
                           "expires              action     "
                           "requester"
                   END-IF
                   ADD 1 TO WS-AP-WAITING
                   MOVE WS-AP-NO(WS-AP-IDX) TO WS-NO-ED
                   DISPLAY " " WS-NO-ED
                       "  " WS-AP-REQUESTED(WS-AP-IDX)
                       "  " WS-AP-EXPIRES(WS-AP-IDX)
                       "  " WS-AP-ACTION(WS-AP-IDX)
                       " " WS-AP-REQUESTER(WS-AP-IDX)
                   DISPLAY "         "
                       FUNCTION TRIM(WS-AP-DETAIL(WS-AP-IDX))
               END-IF
           END-PERFORM.

       DECIDE-ONE-REQUEST.
           IF FUNCTION TRIM(WS-IN-NO) IS NOT NUMERIC
               DISPLAY "not a request number"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-NO)) TO WS-WANT-NO
           DISPLAY "a approve / r refuse: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ANSWER
           ACCEPT WS-IN-ANSWER
           MOVE FUNCTION LOWER-CASE(WS-IN-ANSWER(1:1))
               TO WS-IN-ANSWER
           IF WS-IN-ANSWER NOT = 'a' AND WS-IN-ANSWER NOT = 'r'
               DISPLAY "nothing decided"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCK-AND-LOAD
           IF WS-HAVE-LOCK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REQUEST
           IF WS-AP-SLOT = 0
               PERFORM REWRITE-AND-UNLOCK
               DISPLAY "no such request"
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-STATUS(WS-AP-SLOT) NOT = 'P'
               PERFORM REWRITE-AND-UNLOCK
               DISPLAY "request " FUNCTION TRIM(WS-IN-NO)
                   " is no longer pending"
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-REQUESTER(WS-AP-SLOT) = WS-IN-ID
               PERFORM REWRITE-AND-UNLOCK
               DISPLAY "error: a supervisor cannot approve their own"
                   " request"
               MOVE WS-AP-NO(WS-AP-SLOT) TO WS-LOG-NO
               MOVE WS-AP-ACTION(WS-AP-SLOT) TO WS-LOG-ACTION
               MOVE WS-AP-REQUESTER(WS-AP-SLOT) TO WS-LOG-REQUESTER
               MOVE WS-IN-ID TO WS-LOG-APPROVER
               MOVE 'REFUSE' TO WS-EVENT
               MOVE "requester tried to decide their own request"
                   TO WS-LOG-DETAIL
               PERFORM WRITE-DUAL-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ID TO WS-AP-APPROVER(WS-AP-SLOT)
           MOVE WS-NOW-STAMP TO WS-AP-DECIDED(WS-AP-SLOT)
           IF WS-IN-ANSWER = 'a'
               MOVE 'A' TO WS-AP-STATUS(WS-AP-SLOT)
      *>       The clock starts again for the requester to use it.
               COMPUTE WS-CALC-MIN = WS-NOW-MIN + WS-EXPIRY-MINUTES
               PERFORM MINUTES-TO-STAMP
               MOVE WS-CALC-STAMP TO WS-AP-EXPIRES(WS-AP-SLOT)
           ELSE
               MOVE 'R' TO WS-AP-STATUS(WS-AP-SLOT)
           END-IF
           MOVE 'Y' TO WS-AP-CHANGED
           PERFORM REWRITE-AND-UNLOCK
           MOVE WS-AP-NO(WS-AP-SLOT) TO WS-LOG-NO
           MOVE WS-AP-ACTION(WS-AP-SLOT) TO WS-LOG-ACTION
           MOVE WS-AP-REQUESTER(WS-AP-SLOT) TO WS-LOG-REQUESTER
           MOVE WS-IN-ID TO WS-LOG-APPROVER
           MOVE WS-AP-DETAIL(WS-AP-SLOT) TO WS-LOG-DETAIL
           IF WS-IN-ANSWER = 'a'
               MOVE 'APPROVE' TO WS-EVENT
               PERFORM WRITE-DUAL-LOG
               DISPLAY "request " FUNCTION TRIM(WS-IN-NO)
                   " approved; good for one use until "
                   WS-AP-EXPIRES(WS-AP-SLOT)
           ELSE
               MOVE 'REFUSE' TO WS-EVENT
               PERFORM WRITE-DUAL-LOG
               MOVE WS-AP-DETAIL(WS-AP-SLOT) TO WS-IL-WHAT
               MOVE 'DUALREF' TO WS-IL-REASON
               PERFORM RAISE-DUAL-INCIDENT
               DISPLAY "request " FUNCTION TRIM(WS-IN-NO) " refused"
           END-IF.

      *>----------------------------------------------------------------
      *> Sign-ons: the requester of a utility run, and the second
      *> operator -- supervisor flag first, then the PIN
      *>----------------------------------------------------------------
       SIGN-ON-REQUESTER.
           MOVE 'N' TO WS-VERIFIED
           IF FUNCTION TRIM(LK-REQUESTER) = SPACES
               DISPLAY "operator id: " WITH NO ADVANCING
               ACCEPT LK-REQUESTER
           END-IF
           IF FUNCTION TRIM(LK-REQUESTER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LK-REQUESTER TO WS-IN-ID
           MOVE 'Q' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-IN-ID WS-SO-PIN
               WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           EVALUATE WS-SO-RESULT
               WHEN '?'
                   DISPLAY "error: no operator master -- nobody can"
                       " countersign " FUNCTION TRIM(LK-ACTION)
               WHEN 'U'
                   DISPLAY "error: " FUNCTION TRIM(WS-IN-ID)
                       " is not in the operator master"
               WHEN 'S'
                   DISPLAY "error: " FUNCTION TRIM(WS-IN-ID)
                       " is suspended"
               WHEN 'L'
                   DISPLAY "error: " FUNCTION TRIM(WS-IN-ID)
                       " is locked"
               WHEN 'B'
                   DISPLAY "error: " FUNCTION TRIM(WS-IN-ID)
                       " is a service id -- a person must ask"
               WHEN OTHER
                   PERFORM PIN-DIALOGUE
           END-EVALUATE.

       VERIFY-APPROVER.
           MOVE 'N' TO WS-VERIFIED
           MOVE 'Q' TO WS-SO-ACTION
           CALL "SIGN-ON" USING WS-SO-ACTION WS-IN-ID WS-SO-PIN
               WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
           MOVE SPACES TO WS-SO-DETAIL
           EVALUATE WS-SO-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'N'
                   MOVE "not a supervisor" TO WS-SO-DETAIL
               WHEN 'U'
                   MOVE "not in the operator master" TO WS-SO-DETAIL
               WHEN 'S'
                   MOVE "id is suspended" TO WS-SO-DETAIL
               WHEN 'L'
                   MOVE "id is locked" TO WS-SO-DETAIL
               WHEN 'B'
                   MOVE "a service id cannot countersign"
                       TO WS-SO-DETAIL
               WHEN OTHER
                   MOVE "no operator master" TO WS-SO-DETAIL
           END-EVALUATE
           IF WS-SO-RESULT NOT = 'Y'
               DISPLAY "error: " FUNCTION TRIM(WS-IN-ID) " -- "
                   FUNCTION TRIM(WS-SO-DETAIL)
               EXIT PARAGRAPH
           END-IF
           PERFORM PIN-DIALOGUE.

      *> Three tries at WS-IN-ID's PIN; SIGN-ON counts the failures
      *> and locks the id, so a guesser here meets the same lockout
      *> as at the chat prompt.
       PIN-DIALOGUE.
           MOVE 'N' TO WS-VERIFIED
           MOVE SPACES TO WS-SO-DETAIL
           PERFORM VARYING WS-SO-TRIES FROM 1 BY 1
                   UNTIL WS-SO-TRIES > 3 OR WS-VERIFIED = 'Y'
               DISPLAY "PIN for " FUNCTION TRIM(WS-IN-ID) ": "
                   WITH NO ADVANCING
               MOVE 'P' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-IN-ID WS-SO-PIN
                   WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE 'V' TO WS-SO-ACTION
               CALL "SIGN-ON" USING WS-SO-ACTION WS-IN-ID WS-SO-PIN
                   WS-SO-RESULT WS-SO-HASH WS-SO-DETAIL
               MOVE SPACES TO WS-SO-PIN
               EVALUATE WS-SO-RESULT
                   WHEN 'Y'
                       MOVE 'Y' TO WS-VERIFIED
                   WHEN 'N'
                       DISPLAY FUNCTION TRIM(WS-SO-DETAIL)
                   WHEN '?'
                       MOVE 4 TO WS-SO-TRIES
                   WHEN OTHER
                       DISPLAY "error: " FUNCTION TRIM(WS-SO-DETAIL)
                       MOVE 4 TO WS-SO-TRIES
               END-EVALUATE
           END-PERFORM
           IF WS-VERIFIED NOT = 'Y'
                   AND FUNCTION TRIM(WS-SO-DETAIL) = SPACES
               MOVE "PIN not accepted" TO WS-SO-DETAIL
           END-IF.

      *>----------------------------------------------------------------
      *> approvals.dat -- read, expire, add, rewrite
      *>----------------------------------------------------------------
       LOCK-AND-LOAD.
           PERFORM GET-NOW
           MOVE 'N' TO WS-HAVE-LOCK
           MOVE 'A' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           IF WS-FL-STATUS NOT = 'Y'
               DISPLAY "error: the approvals file is busy -- try again"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HAVE-LOCK
           MOVE 0 TO WS-AP-COUNT
           MOVE 0 TO WS-AP-HIGH
           MOVE 'N' TO WS-AP-CHANGED
           MOVE 'N' TO WS-EOF
           OPEN INPUT APPR-FILE
           IF WS-APPR-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM PARSE-APPROVAL-LINE
                   END-READ
               END-PERFORM
               CLOSE APPR-FILE
           END-IF
           PERFORM EXPIRE-OVERDUE.

       PARSE-APPROVAL-LINE.
           IF APPR-RECORD = SPACES OR APPR-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-COUNT >= WS-AP-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-COUNT
           MOVE SPACES TO WS-FLD-NO WS-FLD-STATUS
               WS-AP-REQUESTED(WS-AP-COUNT) WS-AP-EXPIRES(WS-AP-COUNT)
               WS-AP-ACTION(WS-AP-COUNT) WS-AP-REQUESTER(WS-AP-COUNT)
               WS-AP-DETAIL(WS-AP-COUNT) WS-AP-APPROVER(WS-AP-COUNT)
               WS-AP-DECIDED(WS-AP-COUNT)
           UNSTRING APPR-RECORD DELIMITED BY '|'
               INTO WS-FLD-NO WS-AP-REQUESTED(WS-AP-COUNT)
                    WS-AP-EXPIRES(WS-AP-COUNT)
                    WS-AP-ACTION(WS-AP-COUNT)
                    WS-AP-REQUESTER(WS-AP-COUNT)
                    WS-AP-DETAIL(WS-AP-COUNT)
                    WS-FLD-STATUS
                    WS-AP-APPROVER(WS-AP-COUNT)
                    WS-AP-DECIDED(WS-AP-COUNT)
           END-UNSTRING
           MOVE 0 TO WS-AP-NO(WS-AP-COUNT)
           IF FUNCTION TRIM(WS-FLD-NO) IS NUMERIC
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-NO))
                   TO WS-AP-NO(WS-AP-COUNT)
           END-IF
           MOVE WS-FLD-STATUS(1:1) TO WS-AP-STATUS(WS-AP-COUNT)
           IF WS-AP-NO(WS-AP-COUNT) > WS-AP-HIGH
               MOVE WS-AP-NO(WS-AP-COUNT) TO WS-AP-HIGH
           END-IF.

      *> A request nobody decided, or an approval nobody used, in
      *> its window is closed off as expired and the expiry logged.
       EXPIRE-OVERDUE.
           MOVE WS-LOG-NO TO WS-SAVE-NO
           MOVE WS-LOG-ACTION TO WS-SAVE-ACTION
           MOVE WS-LOG-REQUESTER TO WS-SAVE-REQUESTER
           MOVE WS-LOG-APPROVER TO WS-SAVE-APPROVER
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-STATUS(WS-AP-IDX) = 'P'
                       OR WS-AP-STATUS(WS-AP-IDX) = 'A'
                   MOVE WS-AP-EXPIRES(WS-AP-IDX) TO WS-STAMP-BUF
                   PERFORM STAMP-TO-MINUTES
                   IF WS-STAMP-OK = 'Y' AND WS-STAMP-MIN < WS-NOW-MIN
                       MOVE 'X' TO WS-AP-STATUS(WS-AP-IDX)
                       MOVE 'Y' TO WS-AP-CHANGED
                       MOVE WS-AP-NO(WS-AP-IDX) TO WS-LOG-NO
                       MOVE WS-AP-ACTION(WS-AP-IDX) TO WS-LOG-ACTION
                       MOVE WS-AP-REQUESTER(WS-AP-IDX)
                           TO WS-LOG-REQUESTER
                       MOVE WS-AP-APPROVER(WS-AP-IDX)
                           TO WS-LOG-APPROVER
                       MOVE 'EXPIRE' TO WS-EVENT
                       MOVE SPACES TO WS-LOG-DETAIL
                       IF WS-LOG-APPROVER = SPACES
                           STRING "not decided by " DELIMITED SIZE
                               WS-AP-EXPIRES(WS-AP-IDX) DELIMITED SIZE
                               INTO WS-LOG-DETAIL
                       ELSE
                           STRING "approval not used by "
                               DELIMITED SIZE
                               WS-AP-EXPIRES(WS-AP-IDX) DELIMITED SIZE
                               INTO WS-LOG-DETAIL
                       END-IF
                       PERFORM WRITE-DUAL-LOG
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SAVE-NO TO WS-LOG-NO
           MOVE WS-SAVE-ACTION TO WS-LOG-ACTION
           MOVE WS-SAVE-REQUESTER TO WS-LOG-REQUESTER
           MOVE WS-SAVE-APPROVER TO WS-LOG-APPROVER.

      *> A new request goes on the end with the next number. A full
      *> table gives up its oldest closed request to make room.
       ADD-REQUEST-ENTRY.
           IF WS-AP-COUNT >= WS-AP-MAX
               PERFORM DROP-OLDEST-CLOSED
           END-IF
           IF WS-AP-COUNT < WS-AP-MAX
               ADD 1 TO WS-AP-COUNT
           END-IF
           MOVE WS-AP-COUNT TO WS-AP-SLOT
           ADD 1 TO WS-AP-HIGH
           MOVE WS-AP-HIGH TO WS-AP-NO(WS-AP-SLOT)
           MOVE WS-NOW-STAMP TO WS-AP-REQUESTED(WS-AP-SLOT)
           COMPUTE WS-CALC-MIN = WS-NOW-MIN + WS-EXPIRY-MINUTES
           PERFORM MINUTES-TO-STAMP
           MOVE WS-CALC-STAMP TO WS-AP-EXPIRES(WS-AP-SLOT)
           MOVE LK-ACTION TO WS-AP-ACTION(WS-AP-SLOT)
           MOVE LK-REQUESTER TO WS-AP-REQUESTER(WS-AP-SLOT)
           MOVE LK-DETAIL TO WS-AP-DETAIL(WS-AP-SLOT)
           INSPECT WS-AP-DETAIL(WS-AP-SLOT) REPLACING ALL '|' BY '/'
           MOVE SPACES TO WS-AP-APPROVER(WS-AP-SLOT)
           MOVE SPACES TO WS-AP-DECIDED(WS-AP-SLOT)
           MOVE 'Y' TO WS-AP-CHANGED.

       DROP-OLDEST-CLOSED.
           MOVE 0 TO WS-AP-SLOT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT OR WS-AP-SLOT > 0
               IF WS-AP-STATUS(WS-AP-IDX) NOT = 'P'
                       AND WS-AP-STATUS(WS-AP-IDX) NOT = 'A'
                   MOVE WS-AP-IDX TO WS-AP-SLOT
               END-IF
           END-PERFORM
           IF WS-AP-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AP-IDX FROM WS-AP-SLOT BY 1
                   UNTIL WS-AP-IDX >= WS-AP-COUNT
               MOVE WS-AP-ENTRY(WS-AP-IDX + 1)
                   TO WS-AP-ENTRY(WS-AP-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-AP-COUNT.

       FIND-REQUEST.
           MOVE 0 TO WS-AP-SLOT
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-NO(WS-AP-IDX) = WS-WANT-NO
                   MOVE WS-AP-IDX TO WS-AP-SLOT
               END-IF
           END-PERFORM.

      *> Written back only when something changed; the enqueue is
      *> given up either way.
       REWRITE-AND-UNLOCK.
           IF WS-AP-CHANGED = 'Y'
               OPEN OUTPUT APPR-FILE
               IF WS-APPR-STATUS = "00"
                   MOVE "# number|requested|expires|action|requester|"
                       & "detail|status P/A/R/X/U|approver|decided"
                       TO APPR-RECORD
                   WRITE APPR-RECORD
                   PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                           UNTIL WS-AP-IDX > WS-AP-COUNT
                       PERFORM WRITE-APPROVAL-LINE
                   END-PERFORM
                   CLOSE APPR-FILE
               ELSE
                   DISPLAY "error: could not rewrite "
                       FUNCTION TRIM(WS-APPR-PATH)
                       " (file status " WS-APPR-STATUS ")"
               END-IF
           END-IF
           MOVE 'N' TO WS-AP-CHANGED
           MOVE 'R' TO WS-FL-ACTION
           CALL "FILE-LOCK" USING
               WS-FL-ACTION WS-FL-RESOURCE WS-FL-STATUS
           MOVE 'N' TO WS-HAVE-LOCK.

       WRITE-APPROVAL-LINE.
           MOVE WS-AP-NO(WS-AP-IDX) TO WS-NO-ED
           MOVE SPACES TO APPR-RECORD
           STRING
               FUNCTION TRIM(WS-NO-ED)                  DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               WS-AP-REQUESTED(WS-AP-IDX)               DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               WS-AP-EXPIRES(WS-AP-IDX)                 DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               FUNCTION TRIM(WS-AP-ACTION(WS-AP-IDX))   DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               FUNCTION TRIM(WS-AP-REQUESTER(WS-AP-IDX))
                                                        DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               FUNCTION TRIM(WS-AP-DETAIL(WS-AP-IDX))   DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               WS-AP-STATUS(WS-AP-IDX)                  DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               FUNCTION TRIM(WS-AP-APPROVER(WS-AP-IDX)) DELIMITED SIZE
               '|'                                      DELIMITED SIZE
               FUNCTION TRIM(WS-AP-DECIDED(WS-AP-IDX))  DELIMITED SIZE
               INTO APPR-RECORD
           END-STRING
           WRITE APPR-RECORD.

      *>----------------------------------------------------------------
      *> Clock arithmetic, alert-monitor's minute count
      *>----------------------------------------------------------------
       GET-NOW.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING
               WS-DATE(1:4) '-' WS-DATE(5:2) '-' WS-DATE(7:2)
               ' ' WS-TIME(1:2) ':' WS-TIME(3:2) ':' WS-TIME(5:2)
               DELIMITED SIZE
               INTO WS-NOW-STAMP
           COMPUTE WS-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE) * 1440
               + FUNCTION NUMVAL(WS-TIME(1:2)) * 60
               + FUNCTION NUMVAL(WS-TIME(3:2)).

      *> "YYYY-MM-DD HH:MM:SS" into minutes; WS-STAMP-OK 'N' when the
      *> stamp doesn't parse.
       STAMP-TO-MINUTES.
           MOVE 'N' TO WS-STAMP-OK
           IF WS-STAMP-BUF(1:4) NOT NUMERIC
                   OR WS-STAMP-BUF(6:2) NOT NUMERIC
                   OR WS-STAMP-BUF(9:2) NOT NUMERIC
                   OR WS-STAMP-BUF(12:2) NOT NUMERIC
                   OR WS-STAMP-BUF(15:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-DATE =
               FUNCTION NUMVAL(WS-STAMP-BUF(1:4)) * 10000
               + FUNCTION NUMVAL(WS-STAMP-BUF(6:2)) * 100
               + FUNCTION NUMVAL(WS-STAMP-BUF(9:2))
           COMPUTE WS-STAMP-MIN =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + FUNCTION NUMVAL(WS-STAMP-BUF(12:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-BUF(15:2))
           MOVE 'Y' TO WS-STAMP-OK.

      *> And back: WS-CALC-MIN into a stamp, seconds at 00.
       MINUTES-TO-STAMP.
           DIVIDE WS-CALC-MIN BY 1440 GIVING WS-CALC-DAY
               REMAINDER WS-CALC-REM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CALC-DAY) TO WS-STAMP-DATE
           DIVIDE WS-CALC-REM BY 60 GIVING WS-CALC-HH
               REMAINDER WS-CALC-MM
           MOVE SPACES TO WS-CALC-STAMP
           STRING
               WS-STAMP-DATE(1:4) '-' WS-STAMP-DATE(5:2) '-'
               WS-STAMP-DATE(7:2) ' ' WS-CALC-HH ':' WS-CALC-MM ':00'
               DELIMITED SIZE
               INTO WS-CALC-STAMP.

      *>----------------------------------------------------------------
      *> dual-auth.log and the incident naming both people
      *>----------------------------------------------------------------
       WRITE-DUAL-LOG.
           PERFORM GET-NOW
           CALL "C$GETPID" RETURNING WS-PID
           MOVE WS-PID TO WS-PID-STR
           INSPECT WS-LOG-DETAIL REPLACING ALL '|' BY '/'
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-NO TO WS-NO-ED
           MOVE SPACES TO LOG-RECORD
           STRING
               WS-NOW-STAMP                     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               WS-PID-STR                       DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-NO-ED)          DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-ACTION)     DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-REQUESTER)  DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-APPROVER)   DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-EVENT)          DELIMITED SIZE
               '|'                              DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-DETAIL)     DELIMITED SIZE
               INTO LOG-RECORD
           END-STRING
           WRITE LOG-RECORD
           CLOSE LOG-FILE.

      *> Both people by name: WS-LOG-REQUESTER and WS-LOG-APPROVER,
      *> with the request's number and what it was for.
       RAISE-DUAL-INCIDENT.
           IF WS-IL-REASON = 'DUALREF'
               MOVE 'refused' TO WS-IL-VERB
           ELSE
               MOVE 'approved' TO WS-IL-VERB
           END-IF
           MOVE WS-LOG-NO TO WS-NO-ED
           MOVE SPACES TO WS-IL-DETAIL
           STRING
               FUNCTION TRIM(WS-LOG-ACTION)     DELIMITED SIZE
               ' requested by '                 DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-REQUESTER)  DELIMITED SIZE
               ', '                             DELIMITED SIZE
               FUNCTION TRIM(WS-IL-VERB)        DELIMITED SIZE
               ' by '                           DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-APPROVER)   DELIMITED SIZE
               ', approval '                    DELIMITED SIZE
               FUNCTION TRIM(WS-NO-ED)          DELIMITED SIZE
               ': '                             DELIMITED SIZE
               FUNCTION TRIM(WS-IL-WHAT)        DELIMITED SIZE
               INTO WS-IL-DETAIL
           END-STRING
           CALL "INCIDENT-LOG" USING
               WS-IL-MODEL WS-IL-REASON WS-IL-DETAIL.
