      ******************************************************************
      * Copybook: ALERTREC
      * Purpose: threshold alert record 8025chart writes to ALERTOUT,
      *          one per observation over its series' warning or
      *          critical level (the higher level exceeded is the
      *          one reported). AL-PCT-OVER is how far the value
      *          stands above AL-THRESHOLD, as a percent of it.
      * Modification History:
      *   2026-10-14 jl371 - created for chart threshold alerting.
      ******************************************************************
       01 ALERT-RECORD.
           05 AL-DATE       PIC X(8).
           05 AL-SERIES     PIC X(8).
           05 AL-VALUE      PIC 9(7)V99.
           05 AL-LEVEL      PIC X(8).
           05 AL-THRESHOLD  PIC 9(7)V99.
           05 AL-PCT-OVER   PIC 9(5)V99.
