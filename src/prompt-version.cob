      *================================================================*
      * PROGRAM:     PROMPT-VERSION                                    *
      * DESCRIPTION: Names the version of a system-prompt profile that *
      *              is in force, so a session can write it into its   *
      *              audit trail. Versions are stamped by PROMPT-MAINT *
      *              into prompts/versions.dat (profile|version|stamp| *
      *              maintainer|action|reason) with a kept copy of     *
      *              each at prompts/versions/<profile>.vNNNN. The     *
      *              live file prompts/<profile>.txt is compared line  *
      *              for line with the copy of the latest version:     *
      *              equal gives that version number; different gives  *
      *              the number with "+local" after it (the file was   *
      *              edited outside change control since that          *
      *              version); no version on record gives              *
      *              "unversioned".                                    *
      *                                                                *
      * CALL "PROMPT-VERSION" USING                                    *
      *   LK-PROFILE   PIC X(50)  -- profile name, spaces for the      *
      *                              default (system-prompt)           *
      *   LK-VERSION   PIC X(20)  -- version in force on return        *
      * DATE:        2026-10-15                                        *
      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-10-15    Initial version                                *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPT-VERSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VER-FILE
               ASSIGN TO DYNAMIC WS-VER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT LIVE-FILE
               ASSIGN TO DYNAMIC WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT KEPT-FILE
               ASSIGN TO DYNAMIC WS-KEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VER-FILE.
       01  VER-RECORD              PIC X(300).
       FD  LIVE-FILE.
       01  LIVE-RECORD             PIC X(500).
       FD  KEPT-FILE.
       01  KEPT-RECORD             PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-VER-PATH             PIC X(520).
       01  WS-LIVE-PATH            PIC X(520).
       01  WS-KEPT-PATH            PIC X(520).
       01  WS-VER-STATUS           PIC XX.
       01  WS-LIVE-STATUS          PIC XX.
       01  WS-KEPT-STATUS          PIC XX.
       01  WS-EOF                  PIC X.
       01  WS-LIVE-EOF             PIC X.
       01  WS-KEPT-EOF             PIC X.
       01  WS-PROFILE-NAME         PIC X(50).
       01  WS-FLD-PROFILE          PIC X(50).
       01  WS-FLD-VERSION          PIC X(10).
       01  WS-LATEST               PIC 9(4) VALUE 0.
       01  WS-THIS-VERSION         PIC 9(4).
       01  WS-VERSION-ED           PIC ZZZ9.
       01  WS-SAME                 PIC X.

      *> Resolving this program's own directory
       01  WS-EXE-PATH             PIC X(500).
       01  WS-EXE-DIR              PIC X(500).
       01  WS-PATH-LEN             PIC 9(4).
       01  WS-SLASH-POS            PIC 9(4).

       LINKAGE SECTION.
       01  LK-PROFILE              PIC X(50).
       01  LK-VERSION              PIC X(20).

       PROCEDURE DIVISION USING LK-PROFILE LK-VERSION.

       MAIN-PARA.
           MOVE "unversioned" TO LK-VERSION
           IF FUNCTION TRIM(LK-PROFILE) = SPACES
               MOVE "system-prompt" TO WS-PROFILE-NAME
           ELSE
               MOVE FUNCTION TRIM(LK-PROFILE) TO WS-PROFILE-NAME
           END-IF
           PERFORM RESOLVE-PATHS
           PERFORM FIND-LATEST-VERSION
           IF WS-LATEST = 0
               GOBACK
           END-IF
           MOVE WS-LATEST TO WS-VERSION-ED
           PERFORM COMPARE-LIVE-TO-KEPT
           MOVE SPACES TO LK-VERSION
           IF WS-SAME = 'Y'
               MOVE FUNCTION TRIM(WS-VERSION-ED) TO LK-VERSION
           ELSE
               STRING FUNCTION TRIM(WS-VERSION-ED) "+local"
                   DELIMITED SIZE INTO LK-VERSION
           END-IF
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
           MOVE SPACES TO WS-VER-PATH
           STRING FUNCTION TRIM(WS-EXE-DIR) "prompts/versions.dat"
               DELIMITED SIZE INTO WS-VER-PATH
           MOVE SPACES TO WS-LIVE-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)       DELIMITED SIZE
               "prompts/"                      DELIMITED SIZE
               FUNCTION TRIM(WS-PROFILE-NAME)  DELIMITED SIZE
               ".txt"                          DELIMITED SIZE
               INTO WS-LIVE-PATH.

       FIND-LATEST-VERSION.
           MOVE 0 TO WS-LATEST
           MOVE 'N' TO WS-EOF
           OPEN INPUT VER-FILE
           IF WS-VER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-VERSION-LINE
               END-READ
           END-PERFORM
           CLOSE VER-FILE.

       CHECK-VERSION-LINE.
           IF VER-RECORD = SPACES OR VER-RECORD(1:1) = '#'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLD-PROFILE WS-FLD-VERSION
           UNSTRING VER-RECORD DELIMITED BY '|'
               INTO WS-FLD-PROFILE WS-FLD-VERSION
           END-UNSTRING
           IF WS-FLD-PROFILE NOT = WS-PROFILE-NAME
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-FLD-VERSION))
                   NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FLD-VERSION))
               TO WS-THIS-VERSION
           IF WS-THIS-VERSION > WS-LATEST
               MOVE WS-THIS-VERSION TO WS-LATEST
           END-IF.

      *> Line for line, both files to their ends; a missing kept copy
      *> cannot vouch for the live file, so it counts as different.
       COMPARE-LIVE-TO-KEPT.
           MOVE 'N' TO WS-SAME
           MOVE SPACES TO WS-KEPT-PATH
           STRING
               FUNCTION TRIM(WS-EXE-DIR)       DELIMITED SIZE
               "prompts/versions/"             DELIMITED SIZE
               FUNCTION TRIM(WS-PROFILE-NAME)  DELIMITED SIZE
               ".v"                            DELIMITED SIZE
               WS-LATEST                       DELIMITED SIZE
               INTO WS-KEPT-PATH
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT KEPT-FILE
           IF WS-KEPT-STATUS NOT = "00"
               CLOSE LIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SAME
           MOVE 'N' TO WS-LIVE-EOF WS-KEPT-EOF
           PERFORM UNTIL WS-SAME = 'N'
                   OR (WS-LIVE-EOF = 'Y' AND WS-KEPT-EOF = 'Y')
               MOVE SPACES TO LIVE-RECORD KEPT-RECORD
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-LIVE-EOF
               END-READ
               READ KEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-KEPT-EOF
               END-READ
               IF WS-LIVE-EOF NOT = WS-KEPT-EOF
                       OR LIVE-RECORD NOT = KEPT-RECORD
                   MOVE 'N' TO WS-SAME
               END-IF
           END-PERFORM
           CLOSE LIVE-FILE
           CLOSE KEPT-FILE.
