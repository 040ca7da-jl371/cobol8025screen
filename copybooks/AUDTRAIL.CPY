      ******************************************************************
      * Copybook: AUDTRAIL
      * Purpose: keyed retrieval and export audit trail - one record
      *          per diagram version reprinted by 8025fetch or
      *          exported by 8025export, written by both and read by
      *          the monthly audit report (8025audrpt). Keyed by the
      *          date and time it was written, the program, and an
      *          entry number that keeps two versions delivered in
      *          the same hundredth of a second apart, so the trail
      *          reads back in the order things happened. Holds the
      *          requester and ticket or reason reference from the
      *          parameter deck, the diagram key delivered and the
      *          rows it held.
      * Modification History:
      *   2026-10-14 jl371 - created for the retrieval and export
      *     audit trail.
      ******************************************************************
       01 AUDIT-TRAIL-RECORD.
           05 AU-KEY.
               10 AU-STAMP-DATE  PIC 9(8).
               10 AU-STAMP-TIME  PIC 9(8).
               10 AU-PROGRAM-ID  PIC X(12).
               10 AU-ENTRY-NUM   PIC 9(4).
           05 AU-REQUESTER       PIC X(8).
           05 AU-TICKET          PIC X(12).
           05 AU-DIAGRAM-ID      PIC X(8).
           05 AU-RUN-DATE        PIC 9(8).
           05 AU-DIAGRAM-SEQ     PIC 9(3).
           05 AU-ROWS            PIC 9(5).
