      *                 holds WS-PAGE-SIZE minus its three heading     *
      *                 lines, so long transcripts no longer print     *
      *                 "PAGE 3 OF 2"                                  *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-PRINT.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRT-FILE
               ASSIGN TO DYNAMIC WS-PRT-PATH
