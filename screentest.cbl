      *     The reject percentage is held in five digits so a
      *     reject flood cannot wrap it back under a PLOTPARM
      *     limit.
      *   2026-10-14 jl371 - new FL opcode floods the enclosed blank
      *     region around the seed cell (PC-X/PC-Y) with the active
      *     pen, stopping at any nonblank cell, so a rack footprint
      *     can be shaded occupied/reserved/condemned with one
      *     record instead of a stack of HL records. Works inside
      *     TM templates and on a DL base image. A region that
      *     reaches the canvas edge is not enclosed: nothing is
      *     painted and the record is rejected to PLOTEXCP/PLOTRWK
      *     (as is a seed on a nonblank cell). The cells painted
      *     are charged to REQUESTED so the reconciliation ties.
      *   2026-10-14 jl371 - VALIDATE-COORDS-PROCEDURE moved to
      *     procedure copybook PLOTVAL so the new PLOTIN dry-run
      *     edit (8025edit) applies exactly the checks the render
      *     does. No change in behavior.
      *   2026-10-14 jl371 - the drawing paragraphs (PLOTPIXEL through
      *     DRAWFILL) moved to procedure copybook PLOTDRAW so the
      *     online command entry preview draws with exactly the same
      *     code. No change in behavior.
      *   2026-10-14 jl371 - RUNLOG record is INITIALIZEd before the
      *     control counts are moved, so the new alert counts go out
      *     zero.
      *   2026-10-14 jl371 - the PRTOUT page heading now ends with the
      *     diagram identifier (the canvas name, as stored in
      *     DIAGLIB) so the distribution run (8025dist) can route
      *     each page even when TL has titled it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025test.
       01 WS-DL-EOF-SW PIC X VALUE 'N'.
           88 END-OF-DIAGLIB VALUE 'Y'.
       01 WS-DL-HOLD-ACTUAL PIC 9(5).
      * every cell an FL paints is queued once, so the queue is both
      * the flood work list and the undo list for a leaking region.
      * sized to the full 132x60 canvas.
       01 WS-FILL-QUEUE.
           05 WS-FILL-CELL OCCURS 7920 TIMES.
               10 FQ-ROW PIC 9(3).
               10 FQ-COL PIC 9(3).
       01 WS-FILL-HEAD PIC 9(4) VALUE 0.
       01 WS-FILL-CNT PIC 9(4) VALUE 0.
       01 WS-FILL-ROW PIC 9(3).
       01 WS-FILL-COL PIC 9(3).
       01 WS-FILL-SW PIC X VALUE 'N'.
           88 FILL-REJECTED VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                       WHEN 'DF'
                       WHEN 'BX'
                       WHEN 'CI'
                       WHEN 'FL'
                           ADD 1 TO WS-PLOT-REQUESTED
                       WHEN OTHER
                           CONTINUE
                           ADD 1 TO WS-PLOT-REQUESTED
                       WHEN 'TX'
                           PERFORM DRAWTEXT
                       WHEN 'FL'
                           PERFORM DRAWFILL
                           IF FILL-REJECTED
                               PERFORM LOG-EXCEPTION-PROCEDURE
                               ADD 1 TO WS-PLOT-REQUESTED
                           ELSE
                               ADD WS-FILL-CNT TO WS-PLOT-REQUESTED
                               PERFORM MARK-CANVAS-APPLIED
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                               WS-EXCP-REASON
                           PERFORM LOG-EXCEPTION-PROCEDURE
                           IF PC-OPCODE = 'PP' OR 'VL' OR 'HL'
                              OR 'DB' OR 'DF' OR 'BX' OR 'CI' OR 'FL'
                               ADD 1 TO WS-PLOT-REQUESTED
                           END-IF
                       ELSE
           COMPUTE i = 1.
      * each diagram opens a fresh report page: form feed, a heading
      * carrying the title set by TL (the canvas name when none was
      * set), the run date, the page number and the canvas name the
      * page is distributed by, then a spacer line.
       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM.
           IF WS-CANVAS-TITLE = SPACES
           STRING 'DIAGRAM: ' WS-HDG-TITLE
               '  RUN DATE ' WS-RUN-DATE
               '  PAGE ' WS-PAGE-NUM
               '  ID ' WS-CANVAS-NAME
               DELIMITED BY SIZE INTO PRINT-RPT-RECORD.
           IF WS-PAGE-NUM = 1
               WRITE PRINT-RPT-RECORD
               CLOSE RESTART-FILE
           END-IF
           END-IF.
      * the drawing primitives are shared with the online command
      * entry preview (8025entry).
           COPY PLOTDRAW.
       CLEARSCREEN.
           PERFORM UNTIL i > WS-MAX-ROW
               MOVE SPACES TO SCRENC(i)(3:WS-MAX-COL)
           COMPUTE i = 1.
           COMPUTE x = 1.
           COMPUTE y = 1.
       MODE-SWITCH-PROCEDURE.
           IF CANVAS-DRAWN
               PERFORM DISPLAY-PROCEDURE
               PERFORM MARK-CANVAS-APPLIED
           END-IF
           END-IF.
      * the bounds check is shared with the PLOTIN dry-run edit.
           COPY PLOTVAL.
       LOG-EXCEPTION-PROCEDURE.
           IF NOT EXCP-OPENED
               OPEN OUTPUT EXCEPTION-RPT-FILE
               DISPLAY 'RUNLOG OPEN FAILED, STATUS=' RUNLOG-STATUS
                   ' - RUN NOT JOURNALED'
           ELSE
               INITIALIZE RUN-LOG-RECORD
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE 01 TO RL-STEP-SEQ
               MOVE '8025test    ' TO RL-PROGRAM-ID
