      *----------------------------------------------------------------*
      * CHANGES:                                                       *
      *   2026-09-02    Initial version                                *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
