      *              and record counts, then replays a chosen          *
      *              session's records in AUDIT-KEY-SEQ order with     *
      *              the role labels and timestamps formatted the way  *
      *              the live chat loop shows them. --date limits the  *
      *              catalog to sessions with records stamped on a     *
      *              day or in a range, --operator to one operator's   *
      *              sessions; both are found through audit.dat's      *
      *              alternate keys (AUDIT-STAMP, AUDIT-OPERATOR)      *
      *              rather than by reading the whole trail.           *
      *                                                                *
      * Build & run:                                                   *
      *   cobc -x src/audit-viewer.cob -o dist/audit-viewer            *
      *   ./dist/audit-viewer [--date YYYY-MM-DD[:YYYY-MM-DD]]         *
      *                       [--operator <id>]                        *
      * DATE:        2026-08-21                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-08-21    Initial version                                *
      *   2026-10-15    --date and --operator select sessions through  *
      *                 the alternate keys                             *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VIEWER.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       01  WS-SLASH-POS            PIC 9(4).
       01  WS-EOF                  PIC X.

      *> Selection -- a date range and/or an operator
       01  WS-ARG                  PIC X(30).
       01  WS-ARG-IDX              PIC 9(2).
       01  WS-FROM-DATE            PIC X(10) VALUE SPACES.
       01  WS-TO-DATE              PIC X(10) VALUE SPACES.
       01  WS-PICK-OPERATOR        PIC X(8) VALUE SPACES.

      *> Session catalog built on the first pass
       01  WS-SESS-COUNT           PIC 9(3) VALUE 0.
       01  WS-SESS-TABLE.
       PROCEDURE DIVISION.

       MAIN-PARA.
           PERFORM GET-SELECTION
           PERFORM GET-LOG-PATH
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF
           PERFORM BUILD-SESSION-CATALOG
           IF WS-SESS-COUNT = 0
                   AND (WS-FROM-DATE NOT = SPACES
                       OR WS-PICK-OPERATOR NOT = SPACES)
               DISPLAY "no sessions match that selection"
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           IF WS-SESS-COUNT = 0
               DISPLAY "audit trail is empty"
               CLOSE AUDIT-FILE
           CLOSE AUDIT-FILE
           STOP RUN.

      *> --date YYYY-MM-DD or --date YYYY-MM-DD:YYYY-MM-DD, and
      *> --operator <id>, in either order.
       GET-SELECTION.
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > 4
               MOVE SPACES TO WS-ARG
               DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
               EVALUATE WS-ARG
                   WHEN '--date'
                       ADD 1 TO WS-ARG-IDX
                       MOVE SPACES TO WS-ARG
                       DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                       ACCEPT WS-ARG FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-ARG
                       END-ACCEPT
                       MOVE WS-ARG(1:10) TO WS-FROM-DATE
                       IF WS-ARG(11:1) = ':'
                           MOVE WS-ARG(12:10) TO WS-TO-DATE
                       ELSE
                           MOVE WS-FROM-DATE TO WS-TO-DATE
                       END-IF
                   WHEN '--operator'
                       ADD 1 TO WS-ARG-IDX
                       MOVE SPACES TO WS-ARG
                       DISPLAY WS-ARG-IDX UPON ARGUMENT-NUMBER
                       ACCEPT WS-ARG FROM ARGUMENT-VALUE
                           ON EXCEPTION
                               MOVE SPACES TO WS-ARG
                       END-ACCEPT
                       MOVE WS-ARG(1:8) TO WS-PICK-OPERATOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-FROM-DATE NOT = SPACES
                   AND (WS-FROM-DATE(5:1) NOT = '-'
                       OR WS-TO-DATE(5:1) NOT = '-'
                       OR WS-TO-DATE < WS-FROM-DATE)
               DISPLAY "usage: audit-viewer [--date YYYY-MM-DD"
                   "[:YYYY-MM-DD]] [--operator <id>]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Resolve <exe-dir>/audit.dat into WS-LOG-PATH, the same way
      *> AUDIT-LOG locates it when writing.
       GET-LOG-PATH.
                   "audit.dat" DELIMITED SIZE INTO WS-LOG-PATH
           END-IF.

      *> Unselected, one sequential pass in key order. An operator
      *> is read along the AUDIT-OPERATOR key and a date range along
      *> the AUDIT-STAMP key, so only the wanted records are read;
      *> on those paths a session's records may interleave with
      *> another's, so the catalog is searched, not control-broken.
       BUILD-SESSION-CATALOG.
           MOVE 0 TO WS-SESS-COUNT
           MOVE 'N' TO WS-EOF
           EVALUATE TRUE
               WHEN WS-PICK-OPERATOR NOT = SPACES
                   MOVE WS-PICK-OPERATOR TO AUDIT-OPERATOR
                   START AUDIT-FILE KEY IS = AUDIT-OPERATOR
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF
                   END-START
               WHEN WS-FROM-DATE NOT = SPACES
                   MOVE SPACES TO AUDIT-STAMP
                   MOVE WS-FROM-DATE TO AUDIT-STAMP(1:10)
                   START AUDIT-FILE KEY IS >= AUDIT-STAMP
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF
                   END-START
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-PICK-OPERATOR NOT = SPACES
                                   AND AUDIT-OPERATOR
                                       NOT = WS-PICK-OPERATOR
                               MOVE 'Y' TO WS-EOF
                           WHEN WS-PICK-OPERATOR = SPACES
                                   AND WS-FROM-DATE NOT = SPACES
                                   AND AUDIT-STAMP(1:10) > WS-TO-DATE
                               MOVE 'Y' TO WS-EOF
                           WHEN WS-FROM-DATE NOT = SPACES
                                   AND (AUDIT-STAMP(1:10)
                                           < WS-FROM-DATE
                                       OR AUDIT-STAMP(1:10)
                                           > WS-TO-DATE)
                               CONTINUE
                           WHEN OTHER
                               PERFORM CATALOG-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM.

       CATALOG-RECORD.
           IF WS-SESS-COUNT > 0
                   AND AUDIT-KEY-SESSION = WS-SESS-ID(WS-SESS-COUNT)
               MOVE WS-SESS-COUNT TO WS-SESS-IDX
           ELSE
               MOVE 0 TO WS-SESS-IDX
               IF WS-PICK-OPERATOR NOT = SPACES
                       OR WS-FROM-DATE NOT = SPACES
                   PERFORM VARYING WS-SESS-IDX FROM WS-SESS-COUNT
                           BY -1 UNTIL WS-SESS-IDX = 0
                       IF WS-SESS-ID(WS-SESS-IDX) = AUDIT-KEY-SESSION
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-SESS-IDX > 0
               ADD 1 TO WS-SESS-RECS(WS-SESS-IDX)
               MOVE AUDIT-STAMP TO WS-SESS-LAST(WS-SESS-IDX)
           ELSE
               IF WS-SESS-COUNT < 200
                   ADD 1 TO WS-SESS-COUNT

       SHOW-SESSION-CATALOG.
           DISPLAY " "
           IF WS-PICK-OPERATOR NOT = SPACES
               DISPLAY " operator " FUNCTION TRIM(WS-PICK-OPERATOR)
           END-IF
           IF WS-FROM-DATE NOT = SPACES
               DISPLAY " stamped " WS-FROM-DATE " to " WS-TO-DATE
           END-IF
           DISPLAY " session id  records  first                "
               "last"
           DISPLAY " ----------  -------  -------------------  "
