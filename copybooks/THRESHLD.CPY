      ******************************************************************
      * Copybook: THRESHLD
      * Purpose: capacity threshold record for 8025chart's keyed
      *          THRESHIN file - one record per SO-SERIES, holding
      *          the warning and critical levels in the same units
      *          as that series' SO-VALUE. A level of zero is not
      *          checked.
      * Modification History:
      *   2026-10-14 jl371 - created for chart threshold alerting.
      ******************************************************************
       01 THRESHOLD-RECORD.
           05 TH-SERIES     PIC X(8).
           05 TH-WARN-LEVEL PIC 9(7)V99.
           05 TH-CRIT-LEVEL PIC 9(7)V99.
