      ******************************************************************
      * Copybook: DISTLOG
      * Purpose: keyed distribution log written by 8025dist - one
      *          record per PRTOUT page put in a recipient's bundle,
      *          keyed by recipient, diagram identifier, the run date
      *          of the render and the PRTOUT page number, so what one
      *          recipient was sent of one diagram reads back in date
      *          order. Holds the page title, the copies sent and the
      *          date the bundle was made.
      * Modification History:
      *   2026-10-14 jl371 - created for PRTOUT distribution.
      ******************************************************************
       01 DIST-LOG-RECORD.
           05 DG-KEY.
               10 DG-RECIPIENT   PIC X(12).
               10 DG-DIAGRAM-ID  PIC X(8).
               10 DG-RUN-DATE    PIC 9(8).
               10 DG-PAGE-NUM    PIC 9(3).
           05 DG-TITLE           PIC X(40).
           05 DG-COPIES          PIC 9(2).
           05 DG-DIST-DATE       PIC 9(8).
