      ******************************************************************
      * Copybook: CAPINDEX
      * Purpose: keyed caption index over the diagram library DIAGLIB,
      *          built by 8025libload as it loads and read by the
      *          "where is it" inquiry 8025where. One record per
      *          lettered caption found on a stored diagram row,
      *          keyed by the caption text first so an inquiry can
      *          START on a full or leading-partial caption, then by
      *          the DIAGLIB version (identifier, run date, sequence)
      *          and the row and canvas column the caption starts at.
      *          8025libmnt deletes a version's entries when it
      *          purges the version, so no entry points at missing
      *          library rows.
      * Modification History:
      *   2026-10-14 jl371 - created for the caption index.
      ******************************************************************
       01 CAPTION-INDEX-RECORD.
           05 CI-KEY.
               10 CI-CAPTION     PIC X(40).
               10 CI-DIAGRAM-ID  PIC X(8).
               10 CI-RUN-DATE    PIC 9(8).
               10 CI-DIAGRAM-SEQ PIC 9(3).
               10 CI-ROW-NUM     PIC 9(3).
               10 CI-COL-NUM     PIC 9(3).
