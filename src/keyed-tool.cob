      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Declare audit.dat's alternate keys so it opens *
      *                 (was status 39); a file keyed any other way is *
      *                 reported as not in the audit.dat shape         *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYED-TOOL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEYED-REC-KEY
               ALTERNATE RECORD KEY IS KEYED-REC-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KEYED-REC-OPER
                   WITH DUPLICATES
               FILE STATUS IS WS-KEYED-STATUS.

       DATA DIVISION.
       01  REG-RECORD              PIC X(500).
      *> Registered files carry their key in the leading fourteen
      *> bytes, the audit.dat shape; the record body is taken as
      *> flat text for display. audit.dat's two alternate keys --
      *> stamp and operator -- are declared to match its index, or
      *> the open is refused with status 39.
       FD  KEYED-FILE.
       01  KEYED-RECORD.
           05  KEYED-REC-KEY       PIC X(14).
           05  KEYED-REC-REST      PIC X(2859).
           05  KEYED-REC-ALT REDEFINES KEYED-REC-REST.
               10  KEYED-REC-STAMP PIC X(19).
               10  FILLER          PIC X(2823).
               10  KEYED-REC-OPER  PIC X(8).
               10  FILLER          PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-REG-PATH             PIC X(520).
                   INTO WS-KEYED-PATH
           END-IF
           OPEN INPUT KEYED-FILE
           IF WS-KEYED-STATUS = "39"
               MOVE SPACES TO LK-RESULT
               STRING
                   'error: '                  DELIMITED SIZE
                   FUNCTION TRIM(LK-NAME)     DELIMITED SIZE
                   ' is not keyed in the audit.dat shape'
                                              DELIMITED SIZE
                   ' (file status 39)'        DELIMITED SIZE
                   INTO LK-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-KEYED-STATUS NOT = "00"
               MOVE SPACES TO LK-RESULT
               STRING
