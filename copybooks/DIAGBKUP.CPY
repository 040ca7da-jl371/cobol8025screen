      ******************************************************************
      * Copybook: DIAGBKUP
      * Purpose: sequential backup record of the diagram library,
      *          written by 8025libutl's unload and read back by its
      *          reload. One 'D' record per DIAGLIB row holding the
      *          DIAG-LIB-RECORD image (key and row data), in DL-KEY
      *          order, then one 'T' control trailer: the unload
      *          date, the number of diagram versions and rows
      *          unloaded, and the hash total of the row data the
      *          reload has to tie to before it touches DIAGLIB.
      * Modification History:
      *   2026-10-14 jl371 - created for the library unload/reload.
      ******************************************************************
       01 DIAG-BACKUP-RECORD.
           05 BK-REC-TYPE        PIC X(1).
               88 BK-DATA-REC    VALUE 'D'.
               88 BK-TRAILER-REC VALUE 'T'.
           05 BK-DATA-AREA       PIC X(157).
           05 BK-TRAILER-AREA REDEFINES BK-DATA-AREA.
               10 BK-UNLOAD-DATE PIC 9(8).
               10 BK-VERSIONS    PIC 9(7).
               10 BK-ROWS        PIC 9(9).
               10 BK-HASH        PIC 9(15).
               10 FILLER         PIC X(118).
