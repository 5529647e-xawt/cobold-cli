      *   2026-09-02    Initial version                                *
      *   2026-09-02    Take the audit enqueue around the restore --   *
      *                 it runs against a live trail by design         *
      *   2026-10-15    Alternate keys AUDIT-STAMP and AUDIT-OPERATOR  *
      *                 declared on audit.dat                          *
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-QUERY.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-STAMP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDIT-OPERATOR
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
