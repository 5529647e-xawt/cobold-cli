      *================================================================*
      * PROGRAM:     APPROVE                                           *
      * DESCRIPTION: The supervisor's side of dual authorization. A    *
      *              supervisor signs on with their own id and PIN,    *
      *              sees the requests waiting in approvals.dat --     *
      *              budget overrides, restores, rekeys filed by       *
      *              other operators -- and approves or refuses each   *
      *              one. Overdue requests are expired before the      *
      *              list is shown. An approval is good for one use    *
      *              by the requester within the expiry window; the    *
      *              requester quotes its number (/override <n> at     *
      *              the chat prompt, --approval <n> on restore and    *
      *              rekey). No one decides their own request. All of  *
      *              it is kept by DUAL-AUTH, which logs every         *
      *              decision to dual-auth.log. RETURN-CODE 8 when     *
      *              the supervisor could not be signed on.            *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/approve.cob src/dual-auth.cob src/sign-on.cob    *
      *        src/incident-log.cob src/file-lock.cob                  *
      *        -o dist/approve                                         *
      *   ./dist/approve [supervisor-id]                               *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DA-MODE              PIC X VALUE 'W'.
       01  WS-DA-ACTION            PIC X(10) VALUE SPACES.
       01  WS-DA-REQUESTER         PIC X(8) VALUE SPACES.
       01  WS-DA-DETAIL            PIC X(80) VALUE SPACES.
       01  WS-DA-APPROVAL          PIC X(6) VALUE SPACES.
       01  WS-DA-RESULT            PIC X.
       01  WS-DA-APPROVER          PIC X(8).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DA-REQUESTER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DA-REQUESTER
           END-ACCEPT
           DISPLAY "================================================="
           DISPLAY " approval requests"
           DISPLAY "================================================="
           CALL "DUAL-AUTH" USING WS-DA-MODE WS-DA-ACTION
               WS-DA-REQUESTER WS-DA-DETAIL WS-DA-APPROVAL
               WS-DA-RESULT WS-DA-APPROVER
           IF WS-DA-RESULT NOT = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
