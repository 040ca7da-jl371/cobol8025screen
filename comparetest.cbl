      *     canvas was added or the order changed. CMPPARM run dates
      *     are now refused when not numeric or zero instead of
      *     producing a clean-looking zero-diff report.
      *   2026-10-14 jl371 - RUNLOG record is INITIALIZEd before the
      *     control counts are moved, so the new alert counts go out
      *     zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025cmp.
               DISPLAY 'RUNLOG OPEN FAILED, STATUS=' RUNLOG-STATUS
                   ' - RUN NOT JOURNALED'
           ELSE
               INITIALIZE RUN-LOG-RECORD
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE 04 TO RL-STEP-SEQ
               MOVE '8025cmp     ' TO RL-PROGRAM-ID
