      * Copybook: RUNLOG
      * Purpose: run-control journal record shared by every program in
      *          the nightly chain (8025test, 8025chart, 8025libload,
      *          8025cmp, 8025digest), the weekly library utility
      *          (8025libutl) and the chain summary report
      *          (8025runrpt).
      *          One record per program per run date, keyed by run
      *          date, step sequence within the chain, and program
      *          identifier, so the chain's completion and counts
      *   2026-09-02 jl371 - created so the nightly chain's
      *     reconciliation lines live in a keyed journal instead of
      *     four spool files.
      *   2026-10-14 jl371 - RL-WARN-ALERTS and RL-CRIT-ALERTS added
      *     for 8025chart's capacity threshold alerts. Writers now
      *     INITIALIZE the record first so the counts a step does
      *     not own are zero.
      *   2026-10-14 jl371 - RL-CHANGED-DIAGS and RL-NEW-DIAGS added
      *     for the nightly change digest (8025digest), step 05.
      *   2026-10-14 jl371 - RL-LIB-VERSIONS and RL-LIB-ROWS added
      *     for the weekly library utility (8025libutl): verify is
      *     step 06, unload 07 and reload 08. Whole-library counts
      *     outgrow RL-DIAGRAMS and RL-ROWS-LOADED.
      *   2026-10-15 jl371 - the record is now 88 bytes (56 before the
      *     counts above were added). An existing RUNLOG must be
      *     converted once before any program compiled with this
      *     layout runs: rename RUNLOG to RUNLOGO, run 8025rlconv
      *     (the added counts are written as zero), check that its
      *     read and written counts agree, then release the chain.
      ******************************************************************
       01 RUN-LOG-RECORD.
           05 RL-KEY.
           05 RL-PAGES         PIC 9(3).
           05 RL-ROWS-LOADED   PIC 9(5).
           05 RL-DIFFS         PIC 9(5).
           05 RL-WARN-ALERTS   PIC 9(5).
           05 RL-CRIT-ALERTS   PIC 9(5).
           05 RL-CHANGED-DIAGS PIC 9(3).
           05 RL-NEW-DIAGS     PIC 9(3).
           05 RL-LIB-VERSIONS  PIC 9(7).
           05 RL-LIB-ROWS      PIC 9(9).
