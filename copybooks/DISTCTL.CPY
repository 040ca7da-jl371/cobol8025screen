      ******************************************************************
      * Copybook: DISTCTL
      * Purpose: distribution control record read by 8025dist - one
      *          record per diagram identifier and recipient: the
      *          identifier exactly as it heads the PRTOUT page, or a
      *          prefix ending in '*' (ROOM-* routes every ROOM-
      *          diagram, a lone * routes them all), the recipient
      *          code the bundle and the distribution log are kept
      *          under, the delivery point printed on the bundle's
      *          banner page and the number of copies of each page.
      *          A page matched for the same recipient by more than
      *          one record goes once, at the largest copy count.
      * Modification History:
      *   2026-10-14 jl371 - created for PRTOUT distribution.
      ******************************************************************
       01 DIST-CONTROL-RECORD.
           05 DC-DIAGRAM-ID  PIC X(8).
           05 DC-RECIPIENT   PIC X(12).
           05 DC-COPIES      PIC 9(2).
           05 DC-DELIVER-TO  PIC X(30).
