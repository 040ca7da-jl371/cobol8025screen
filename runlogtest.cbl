      * Date: September 2026
      * Purpose: Print one operator summary of a run date's nightly
      *          chain from the keyed RUNLOG journal - one line per
      *          step (8025test, 8025chart, 8025libload, 8025cmp,
      *          8025digest) with its counts, a MISSING line for any
      *          step that never journaled, the weekly library
      *          utility's steps (8025libutl) on the night they ran,
      *          and a tie-out of
      *          diagrams rendered by 8025test against diagrams
      *          loaded by 8025libload - so the chain no longer has
      *          to be reconstructed by hand from the steps' spool
      *          files.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 jl371 - created. The run date comes from RPTPARM
      *     when supplied and otherwise defaults to yesterday, the
      *     date the operators check first thing in the morning.
      *   2026-10-14 jl371 - the 8025chart step line is followed by its
      *     warning and critical threshold alert counts from RUNLOG.
      *   2026-10-14 jl371 - the change digest (8025digest) is step 05
      *     of the chain; its line is followed by the changed, new
      *     and unchanged diagram counts.
      *   2026-10-14 jl371 - the weekly library utility (8025libutl)
      *     journals as steps 06 verify, 07 unload and 08 reload; its
      *     line is followed by the library version, row and
      *     exception counts. Only the nightly steps 01-05 are
      *     reported MISSING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025runrpt.
       01 WS-DATE-INT PIC 9(7).
       01 WS-STEPS-SEEN PIC 9(2) VALUE 0.
       01 WS-STEP-SW-TABLE.
           05 WS-STEP-SEEN-SW OCCURS 5 TIMES PIC X VALUE 'N'.
       01 WS-TEST-DIAGRAMS PIC 9(3) VALUE 0.
       01 WS-LOAD-DIAGRAMS PIC 9(3) VALUE 0.
       01 WS-DIGEST-UNCHANGED PIC 9(3) VALUE 0.
       01 WS-TIE-SW PIC X VALUE 'Y'.
           88 CHAIN-TIES-OUT VALUE 'Y'.
       01 WS-RPT-LINE PIC X(100).
               SET END-OF-RUNLOG TO TRUE
           ELSE
               ADD 1 TO WS-STEPS-SEEN
               IF RL-STEP-SEQ >= 1 AND RL-STEP-SEQ <= 5
                   MOVE 'Y' TO WS-STEP-SEEN-SW(RL-STEP-SEQ)
               END-IF
               IF RL-STEP-SEQ = 1
                   ' DIFFS=' RL-DIFFS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               IF RL-STEP-SEQ = 2
                   PERFORM REPORT-CHART-ALERTS
               END-IF
               IF RL-STEP-SEQ = 5
                   PERFORM REPORT-CHANGE-DIGEST
               END-IF
               IF RL-STEP-SEQ >= 6 AND RL-STEP-SEQ <= 8
                   PERFORM REPORT-LIBRARY-UTILITY
               END-IF
           END-IF.
      * the capacity chart's threshold alerts, under its step line;
      * a critical count is what paged the capacity team overnight.
       REPORT-CHART-ALERTS.
           MOVE SPACES TO WS-RPT-LINE.
           IF RL-CRIT-ALERTS > 0
               STRING '        THRESHOLD ALERTS WARNING='
                   RL-WARN-ALERTS ' CRITICAL=' RL-CRIT-ALERTS
                   ' - CRITICAL BREACH, SEE ALERTOUT'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '        THRESHOLD ALERTS WARNING='
                   RL-WARN-ALERTS ' CRITICAL=' RL-CRIT-ALERTS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           DISPLAY WS-RPT-LINE.
      * the change digest's split of the night's loaded diagrams;
      * DGSTRPT and CHGMON carry the detail.
       REPORT-CHANGE-DIGEST.
           COMPUTE WS-DIGEST-UNCHANGED = RL-DIAGRAMS
               - RL-CHANGED-DIAGS - RL-NEW-DIAGS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '        CHANGE DIGEST CHANGED=' RL-CHANGED-DIAGS
               ' NEW=' RL-NEW-DIAGS
               ' UNCHANGED=' WS-DIGEST-UNCHANGED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
      * the weekly library verify, unload or reload; exceptions on a
      * reload are what refused it.
       REPORT-LIBRARY-UTILITY.
           MOVE SPACES TO WS-RPT-LINE.
           IF RL-STEP-SEQ = 8 AND RL-REJECTS > 0
               STRING '        LIBRARY VERSIONS=' RL-LIB-VERSIONS
                   ' ROWS=' RL-LIB-ROWS ' EXCEPTIONS=' RL-REJECTS
                   ' - RELOAD REFUSED, SEE UTLRPT'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '        LIBRARY VERSIONS=' RL-LIB-VERSIONS
                   ' ROWS=' RL-LIB-ROWS ' EXCEPTIONS=' RL-REJECTS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           DISPLAY WS-RPT-LINE.
      * the weekly steps run on one night of seven, so only the
      * nightly steps are expected.
       REPORT-MISSING-STEPS.
           COMPUTE k = 1.
           PERFORM UNTIL k > 5
               IF WS-STEP-SEEN-SW(k) NOT = 'Y'
                   DISPLAY 'STEP ' k ' MISSING - NO RUNLOG RECORD'
                   MOVE 'N' TO WS-TIE-SW
