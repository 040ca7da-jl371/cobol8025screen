      ******************************************************************
      * Copybook: CHGHIST
      * Purpose: keyed change-history record written by the nightly
      *          change digest (8025digest) - one record per diagram
      *          version loaded into DIAGLIB that differs from the
      *          previous version of the same identifier, keyed by
      *          identifier, the new version's run date and its
      *          sequence, so the history of one identifier reads
      *          back in date order. Holds the version it was
      *          compared against, the canvas marks added and
      *          removed, the rows touched, and the captions added
      *          and dropped (counted in full; the first ten of each
      *          are held).
      * Modification History:
      *   2026-10-14 jl371 - created for the nightly change digest.
      ******************************************************************
       01 CHANGE-HISTORY-RECORD.
           05 CH-KEY.
               10 CH-DIAGRAM-ID    PIC X(8).
               10 CH-NEW-DATE      PIC 9(8).
               10 CH-NEW-SEQ       PIC 9(3).
           05 CH-OLD-DATE          PIC 9(8).
           05 CH-OLD-SEQ           PIC 9(3).
           05 CH-MARKS-ADDED       PIC 9(5).
           05 CH-MARKS-REMOVED     PIC 9(5).
           05 CH-ROWS-TOUCHED      PIC 9(3).
           05 CH-CAPS-ADDED-CNT    PIC 9(3).
           05 CH-CAPS-DROPPED-CNT  PIC 9(3).
           05 CH-CAPS-ADDED        PIC X(40) OCCURS 10 TIMES.
           05 CH-CAPS-DROPPED      PIC X(40) OCCURS 10 TIMES.
