      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Dry-run edit of a PLOTIN transaction file, run in
      *          the afternoon ahead of the nightly batch window so a
      *          bad feed goes back to the extract team instead of
      *          being found by 8025test at 2 a.m. Applies every check
      *          the render would - BH/BT batch structure, trailer
      *          count and hash totals, header date against the
      *          coming render date, canvas routing through the
      *          eight-slot CV table, canvas mode as MD and DL leave
      *          it, DL keys against DIAGLIB, TM names against
      *          PLOTTMPL with each expanded command offset and
      *          bounds-checked, and the render's own coordinate
      *          bounds check (copybook PLOTVAL) - without drawing
      *          anything or writing CANVOUT, PRTOUT, PLOTEXCP or
      *          DIAGLIB. Every failing record is listed on EDITRPT
      *          with its batch, record number, canvas and reason,
      *          followed by the reject count and percentage the
      *          render would produce against the PLOTPARM limits.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. The render date defaults to
      *     tomorrow (the edit runs the afternoon before) and may be
      *     given in EDITPARM. Return code 12 when the render would
      *     refuse the run, abend on a record, or fail its PLOTPARM
      *     reject limit; 4 when it would only warn or a record
      *     would be silently ignored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025edit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLOT-CMD-FILE ASSIGN TO "PLOTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTIN-STATUS.
           SELECT TMPL-LIB-FILE ASSIGN TO "PLOTTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTTMPL-STATUS.
           SELECT DIAG-LIB-FILE ASSIGN TO "DIAGLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS DIAGLIB-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PLOTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTPARM-STATUS.
           SELECT EDIT-PARM-FILE ASSIGN TO "EDITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDITPARM-STATUS.
           SELECT EDIT-RPT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDITRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLOT-CMD-FILE.
           COPY PLOTCMD.
       FD  TMPL-LIB-FILE.
       01 TMPL-LIB-RECORD PIC X(52).
       FD  DIAG-LIB-FILE.
           COPY DIAGLIB.
       FD  RUN-PARM-FILE.
       01 RUN-PARM-RECORD.
           05 PM-MAX-REJ-CNT PIC 9(5).
           05 PM-MAX-REJ-PCT PIC 9(3).
           05 PM-WARN-REJ-CNT PIC 9(5).
           05 PM-WARN-REJ-PCT PIC 9(3).
           05 PM-RECON-FATAL-SW PIC X(1).
       FD  EDIT-PARM-FILE.
       01 EDIT-PARM-RECORD.
           05 EP-RENDER-DATE PIC 9(8).
       FD  EDIT-RPT-FILE.
       01 EDIT-RPT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 x PIC 9(3) VALUE 1.
       01 y PIC 9(3) VALUE 1.
       01 linelength PIC 9(3).
       01 k PIC 9(3).
       01 WS-ABEND-MSG PIC X(60).
       01 PLOTIN-STATUS PIC X(2) VALUE '00'.
       01 PLOTTMPL-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 PLOTPARM-STATUS PIC X(2) VALUE '00'.
       01 EDITPARM-STATUS PIC X(2) VALUE '00'.
       01 EDITRPT-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-PLOTIN VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-RENDER-DATE PIC 9(8).
       01 WS-DATE-INT PIC 9(7).
       01 WS-DATE-DIFF PIC S9(5).
      * bounds and switches the shared PLOTVAL check works against.
       01 WS-MAX-ROW PIC 9(3) VALUE 25.
       01 WS-MAX-COL PIC 9(3) VALUE 80.
       01 WS-VALID-SW PIC X VALUE 'Y'.
           88 COORDS-VALID VALUE 'Y'.
           88 COORDS-INVALID VALUE 'N'.
       01 WS-END-ROW PIC S9(4).
       01 WS-END-COL PIC S9(4).
       01 WS-EXCP-REASON PIC X(30).
      * batch structure, checked the way VERIFY-BATCH-PROCEDURE
      * checks it, except that the edit reports every failure and
      * carries on instead of stopping at the first.
       01 WS-BATCH-CTL-SW PIC X VALUE 'N'.
           88 BATCH-CONTROLLED VALUE 'Y'.
       01 WS-IN-BATCH-SW PIC X VALUE 'N'.
           88 IN-EDIT-BATCH VALUE 'Y'.
       01 WS-BATCH-OK-SW PIC X VALUE 'Y'.
           88 BATCH-VERIFIED VALUE 'Y'.
       01 WS-CUR-BATCH PIC 9(3) VALUE 0.
       01 WS-BAT-COUNT PIC 9(5) VALUE 0.
       01 WS-BAT-HASH PIC 9(9) VALUE 0.
       01 WS-HDR-DATE PIC 9(8) VALUE 0.
       01 WS-HDR-RUNID PIC X(8) VALUE SPACES.
       01 WS-TRL-COUNT PIC 9(5) VALUE 0.
       01 WS-TRL-HASH PIC 9(9) VALUE 0.
      * run options from PLOTPARM, read exactly as 8025test reads
      * them, so the projection is judged against the same limits.
       01 WS-MAX-REJ-CNT PIC 9(5) VALUE 0.
       01 WS-MAX-REJ-PCT PIC 9(3) VALUE 0.
       01 WS-WARN-REJ-CNT PIC 9(5) VALUE 0.
       01 WS-WARN-REJ-PCT PIC 9(3) VALUE 0.
       01 WS-PARM-SW PIC X VALUE 'N'.
           88 PLOTPARM-SUPPLIED VALUE 'Y'.
       01 WS-REC-NUM PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSE-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-WARN-COUNT PIC 9(5) VALUE 0.
       01 WS-FL-COUNT PIC 9(5) VALUE 0.
       01 WS-TOT-REQUESTED PIC 9(5) VALUE 0.
       01 WS-REJ-PCT PIC 9(5) VALUE 0.
      * the render's canvas set, less the images: the names, the
      * applied switch that decides whether the DEFAULT slot can be
      * reclaimed, each canvas's mode, and its REQUESTED count.
       01 WS-CANVAS-SET.
           05 WS-CANVAS-SLOT OCCURS 8 TIMES.
               10 CV-NAME PIC X(8).
               10 CV-USED-SW PIC X.
               10 CV-MODE-SW PIC X.
               10 CV-REQUESTED PIC 9(5).
       01 WS-ACTIVE-CANVAS PIC 9(2) VALUE 1.
       01 WS-CANVAS-NAME PIC X(8) VALUE 'DEFAULT '.
       01 WS-CV-NAME PIC X(8).
       01 WS-CV-SUB PIC 9(2).
       01 WS-CV-FOUND-SW PIC X VALUE 'N'.
           88 CANVAS-FOUND VALUE 'Y'.
       01 WS-ROUTE-SW PIC X VALUE 'Y'.
           88 CANVAS-ROUTE-VALID VALUE 'Y'.
           88 CANVAS-ROUTE-INVALID VALUE 'N'.
       01 WS-ROUTE-NAME PIC X(8).
       01 WS-TMPL-LOADED-SW PIC X VALUE 'N'.
           88 TMPL-LOADED VALUE 'Y'.
       01 WS-TMPL-EOF-SW PIC X VALUE 'N'.
           88 END-OF-PLOTTMPL VALUE 'Y'.
       01 WS-TMPL-DEF-SW PIC X VALUE 'N'.
           88 TMPL-DEF-OPEN VALUE 'Y'.
       01 WS-TMPL-TABLE.
           05 WS-TMPL-ENTRY OCCURS 10 TIMES.
               10 TP-NAME PIC X(8).
               10 TP-START PIC 9(3).
               10 TP-COUNT PIC 9(3).
       01 WS-TMPL-COUNT PIC 9(2) VALUE 0.
       01 WS-TMPL-CMDS.
           05 TP-CMD OCCURS 200 TIMES PIC X(52).
       01 WS-TMPL-CMD-COUNT PIC 9(3) VALUE 0.
       01 WS-TM-NAME PIC X(8).
       01 WS-TM-OFF-X PIC 9(3).
       01 WS-TM-OFF-Y PIC 9(3).
       01 WS-TM-SUB PIC 9(2).
       01 WS-TM-IX PIC 9(3).
       01 WS-TM-END PIC 9(3).
       01 WS-TM-FOUND-SW PIC X VALUE 'N'.
           88 TMPL-FOUND VALUE 'Y'.
       01 WS-TM-ERR-SW PIC X VALUE 'N'.
           88 TM-OFFSET-ERROR VALUE 'Y'.
      * DIAGLIB is opened once, at the first DL, and held open for
      * the rest of the edit.
       01 WS-DL-OPEN-SW PIC X VALUE 'N'.
           88 DIAGLIB-NOT-TRIED VALUE 'N'.
           88 DIAGLIB-OPEN VALUE 'Y'.
           88 DIAGLIB-UNAVAILABLE VALUE 'X'.
       01 WS-DL-ID PIC X(8).
       01 WS-DL-DATE PIC 9(8).
       01 WS-DL-DATE-X PIC X(8).
       01 WS-DL-SEQ PIC 9(3).
       01 WS-DL-ROWCNT PIC 9(3) VALUE 0.
       01 WS-DL-EOF-SW PIC X VALUE 'N'.
           88 END-OF-DIAGLIB VALUE 'Y'.
       01 WS-DL-MARKS-TERM PIC 9(5) VALUE 0.
       01 WS-DL-MARKS-PRINT PIC 9(5) VALUE 0.
       01 WS-ROW-BLANKS PIC 9(3).
       01 WS-SOURCE PIC X(8).
       01 WS-RPT-CANVAS PIC X(8).
       01 WS-RPT-KIND PIC X(6).
       01 WS-RPT-LINE PIC X(132).
       01 WS-MODE-DESC PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM READ-EDIT-PARM.
           PERFORM READ-RUN-PARMS.
           PERFORM INIT-CANVAS-SET.
           OPEN OUTPUT EDIT-RPT-FILE.
           IF EDITRPT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'EDITRPT OPEN FAILED, STATUS=' EDITRPT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PLOTIN DRY-RUN EDIT  RUN DATE ' WS-TODAY
               '  FOR RENDER DATE ' WS-RENDER-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'BAT RECNO CANVAS   SOURCE   '
               'OP X   Y   LEN KIND   REASON'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           OPEN INPUT PLOT-CMD-FILE.
           IF PLOTIN-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'PLOTIN OPEN FAILED, STATUS=' PLOTIN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-PLOTIN
               READ PLOT-CMD-FILE
                   AT END
                       SET END-OF-PLOTIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REC-NUM
                       PERFORM EDIT-COMMAND-RECORD
               END-READ
           END-PERFORM.
           CLOSE PLOT-CMD-FILE.
           IF IN-EDIT-BATCH
               MOVE SPACES TO WS-RPT-LINE
               STRING 'BATCH ' WS-CUR-BATCH
                   ' TRAILER MISSING AT END OF PLOTIN'
                   ' - RUN WOULD BE REFUSED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               ADD 1 TO WS-REFUSE-COUNT
           END-IF.
           IF DIAGLIB-OPEN
               CLOSE DIAG-LIB-FILE
           END-IF.
           PERFORM REPORT-EDIT-SUMMARY.
           CLOSE EDIT-RPT-FILE.
           STOP RUN.
      * the edit runs the afternoon before the window, so the render
      * date it judges BH header dates against defaults to tomorrow;
      * EDITPARM overrides it for an edit run on the day itself or a
      * feed held over a weekend.
       READ-EDIT-PARM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1.
           COMPUTE WS-RENDER-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           OPEN INPUT EDIT-PARM-FILE.
           IF EDITPARM-STATUS = '35'
               CONTINUE
           ELSE IF EDITPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'EDITPARM OPEN FAILED, STATUS=' EDITPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               READ EDIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EP-RENDER-DATE NUMERIC AND
                          EP-RENDER-DATE > 0
                           MOVE EP-RENDER-DATE TO WS-RENDER-DATE
                       END-IF
               END-READ
               CLOSE EDIT-PARM-FILE
           END-IF
           END-IF.
       READ-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE.
           IF PLOTPARM-STATUS = '35'
               CONTINUE
           ELSE IF PLOTPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'PLOTPARM OPEN FAILED, STATUS=' PLOTPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET PLOTPARM-SUPPLIED TO TRUE
                       IF PM-MAX-REJ-CNT NUMERIC
                           MOVE PM-MAX-REJ-CNT TO WS-MAX-REJ-CNT
                       END-IF
                       IF PM-MAX-REJ-PCT NUMERIC
                           MOVE PM-MAX-REJ-PCT TO WS-MAX-REJ-PCT
                       END-IF
                       IF PM-WARN-REJ-CNT NUMERIC
                           MOVE PM-WARN-REJ-CNT TO WS-WARN-REJ-CNT
                       END-IF
                       IF PM-WARN-REJ-PCT NUMERIC
                           MOVE PM-WARN-REJ-PCT TO WS-WARN-REJ-PCT
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF
           END-IF.
       INIT-CANVAS-SET.
           COMPUTE WS-CV-SUB = 1.
           PERFORM UNTIL WS-CV-SUB > 8
               MOVE SPACES TO CV-NAME(WS-CV-SUB)
               MOVE 'N' TO CV-USED-SW(WS-CV-SUB)
               MOVE '1' TO CV-MODE-SW(WS-CV-SUB)
               MOVE 0 TO CV-REQUESTED(WS-CV-SUB)
               ADD 1 TO WS-CV-SUB GIVING WS-CV-SUB
           END-PERFORM.
           MOVE 1 TO WS-ACTIVE-CANVAS.
           MOVE 'DEFAULT ' TO WS-CANVAS-NAME.
           MOVE 'DEFAULT ' TO CV-NAME(1).
      * a file whose first record is BH is batch controlled and gets
      * the render's structure, count, hash and date checks; any
      * other file is a hand-built batch the render takes as is.
      * every command record is then routed and edited whether or
      * not the batch structure around it is sound, so one pass
      * shows everything that needs fixing.
       EDIT-COMMAND-RECORD.
           MOVE 'PLOTIN  ' TO WS-SOURCE.
           IF WS-REC-NUM = 1 AND PC-OPCODE = 'BH'
               SET BATCH-CONTROLLED TO TRUE
           END-IF.
           IF PC-OPCODE = 'BH'
               PERFORM EDIT-BATCH-HEADER
           ELSE IF PC-OPCODE = 'BT'
               PERFORM EDIT-BATCH-TRAILER
           ELSE
               IF BATCH-CONTROLLED
                   IF NOT IN-EDIT-BATCH
                       MOVE 'RECORD OUTSIDE BH/BT BATCH' TO
                           WS-EXCP-REASON
                       PERFORM LOG-REFUSAL
                   ELSE
                       ADD 1 TO WS-BAT-COUNT
                       IF PC-X NUMERIC
                           ADD PC-X TO WS-BAT-HASH
                       END-IF
                       IF PC-Y NUMERIC
                           ADD PC-Y TO WS-BAT-HASH
                       END-IF
                   END-IF
               END-IF
               PERFORM EDIT-ROUTED-COMMAND
           END-IF
           END-IF.
       EDIT-BATCH-HEADER.
           IF BATCH-CONTROLLED AND IN-EDIT-BATCH
               MOVE 'BH BEFORE BT - TRAILER MISSING' TO WS-EXCP-REASON
               PERFORM LOG-REFUSAL
           END-IF.
           ADD 1 TO WS-CUR-BATCH.
           IF BATCH-CONTROLLED
               SET IN-EDIT-BATCH TO TRUE
               SET BATCH-VERIFIED TO TRUE
               MOVE 0 TO WS-BAT-COUNT
               MOVE 0 TO WS-BAT-HASH
               MOVE PC-HDR-RUNID TO WS-HDR-RUNID
               IF PC-HDR-DATE NOT NUMERIC
                   MOVE 0 TO WS-HDR-DATE
                   MOVE 'HEADER DATE NOT NUMERIC' TO WS-EXCP-REASON
                   PERFORM LOG-REFUSAL
               ELSE
                   MOVE PC-HDR-DATE TO WS-HDR-DATE
                   COMPUTE WS-DATE-DIFF =
                       FUNCTION INTEGER-OF-DATE(WS-RENDER-DATE) -
                       FUNCTION INTEGER-OF-DATE(WS-HDR-DATE)
                   IF WS-DATE-DIFF < 0 OR WS-DATE-DIFF > 1
                       MOVE 'HEADER STALE FOR RENDER DATE' TO
                           WS-EXCP-REASON
                       PERFORM LOG-REFUSAL
                   END-IF
               END-IF
           END-IF.
      * the trailer must close an open batch and tie to the count and
      * hash total of the command records read since its header. a
      * per-batch line follows, as the render prints one.
       EDIT-BATCH-TRAILER.
           IF NOT BATCH-CONTROLLED
               CONTINUE
           ELSE IF NOT IN-EDIT-BATCH
               MOVE 'RECORD OUTSIDE BH/BT BATCH' TO WS-EXCP-REASON
               PERFORM LOG-REFUSAL
           ELSE
               MOVE 0 TO WS-TRL-COUNT
               MOVE 0 TO WS-TRL-HASH
               IF PC-TRL-COUNT NUMERIC
                   MOVE PC-TRL-COUNT TO WS-TRL-COUNT
               END-IF
               IF PC-TRL-HASH NUMERIC
                   MOVE PC-TRL-HASH TO WS-TRL-HASH
               END-IF
               IF PC-TRL-COUNT NOT NUMERIC OR
                  WS-TRL-COUNT NOT = WS-BAT-COUNT
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-EXCP-REASON
                   PERFORM LOG-REFUSAL
               END-IF
               IF PC-TRL-HASH NOT NUMERIC OR
                  WS-TRL-HASH NOT = WS-BAT-HASH
                   MOVE 'TRAILER HASH MISMATCH' TO WS-EXCP-REASON
                   PERFORM LOG-REFUSAL
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               IF BATCH-VERIFIED
                   STRING 'BATCH ' WS-CUR-BATCH
                       ' VERIFIES - RUN ' WS-HDR-RUNID
                       ' EXTRACT ' WS-HDR-DATE
                       ' COMMANDS ' WS-BAT-COUNT
                       ' HASH ' WS-BAT-HASH
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING 'BATCH ' WS-CUR-BATCH
                       ' WOULD BE REFUSED - RUN ' WS-HDR-RUNID
                       ' EXTRACT ' WS-HDR-DATE
                       ' COMMANDS ' WS-BAT-COUNT
                       ' HASH ' WS-BAT-HASH
                       ' TRAILER ' WS-TRL-COUNT ' ' WS-TRL-HASH
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-RPT-LINE
               MOVE 'N' TO WS-IN-BATCH-SW
           END-IF
           END-IF.
      * the render's PROCESS-COMMAND-PROCEDURE dispatch, in the same
      * order: CV first, then anything on an unroutable canvas, then
      * the canvas-level opcodes, then the per-command checks.
       EDIT-ROUTED-COMMAND.
           MOVE WS-CANVAS-NAME TO WS-RPT-CANVAS.
           IF PC-OPCODE = 'CV'
               PERFORM EDIT-SELECT-CANVAS
           ELSE IF CANVAS-ROUTE-INVALID
               MOVE WS-ROUTE-NAME TO WS-RPT-CANVAS
               MOVE 'CANVAS UNAVAILABLE' TO WS-EXCP-REASON
               PERFORM LOG-REJECT
           ELSE IF PC-OPCODE = 'CS'
               CONTINUE
           ELSE IF PC-OPCODE = 'MD'
               IF PC-X = 2
                   MOVE '2' TO CV-MODE-SW(WS-ACTIVE-CANVAS)
               ELSE
                   MOVE '1' TO CV-MODE-SW(WS-ACTIVE-CANVAS)
               END-IF
               PERFORM SET-CANVAS-BOUNDS
           ELSE IF PC-OPCODE = 'TM'
               PERFORM EDIT-TEMPLATE-EXPANSION
           ELSE
               PERFORM EDIT-PLOT-COMMAND
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * canvas selection as SWITCH-TO-CANVAS/OPEN-NEW-CANVAS do it:
      * an existing name is reselected; a new one takes the first
      * free slot, or the DEFAULT slot while nothing has been applied
      * to it. with all eight taken the CV itself is rejected and
      * every command up to the next good CV is unroutable.
       EDIT-SELECT-CANVAS.
           MOVE PC-TEXT(1:8) TO WS-CV-NAME.
           IF WS-CV-NAME = WS-CANVAS-NAME
               SET CANVAS-ROUTE-VALID TO TRUE
           ELSE
               MOVE 'N' TO WS-CV-FOUND-SW
               COMPUTE WS-CV-SUB = 1
               PERFORM UNTIL WS-CV-SUB > 8 OR CANVAS-FOUND
                   IF CV-NAME(WS-CV-SUB) = WS-CV-NAME AND
                      CV-NAME(WS-CV-SUB) NOT = SPACES
                       SET CANVAS-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-CV-SUB GIVING WS-CV-SUB
                   END-IF
               END-PERFORM
               IF NOT CANVAS-FOUND
                   COMPUTE WS-CV-SUB = 1
                   PERFORM UNTIL WS-CV-SUB > 8 OR CANVAS-FOUND
                       IF CV-USED-SW(WS-CV-SUB) = 'N' AND
                          (CV-NAME(WS-CV-SUB) = SPACES OR
                           CV-NAME(WS-CV-SUB) = 'DEFAULT ')
                           SET CANVAS-FOUND TO TRUE
                           MOVE WS-CV-NAME TO CV-NAME(WS-CV-SUB)
                           MOVE '1' TO CV-MODE-SW(WS-CV-SUB)
                           MOVE 0 TO CV-REQUESTED(WS-CV-SUB)
                       ELSE
                           ADD 1 TO WS-CV-SUB GIVING WS-CV-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF CANVAS-FOUND
                   MOVE WS-CV-SUB TO WS-ACTIVE-CANVAS
                   MOVE WS-CV-NAME TO WS-CANVAS-NAME
                   PERFORM SET-CANVAS-BOUNDS
                   SET CANVAS-ROUTE-VALID TO TRUE
               ELSE
                   MOVE 'CANVAS TABLE FULL' TO WS-EXCP-REASON
                   PERFORM LOG-REJECT
                   SET CANVAS-ROUTE-INVALID TO TRUE
                   MOVE WS-CV-NAME TO WS-ROUTE-NAME
               END-IF
           END-IF.
       SET-CANVAS-BOUNDS.
           IF CV-MODE-SW(WS-ACTIVE-CANVAS) = '2'
               MOVE 60 TO WS-MAX-ROW
               MOVE 132 TO WS-MAX-COL
           ELSE
               MOVE 25 TO WS-MAX-ROW
               MOVE 80 TO WS-MAX-COL
           END-IF.
      * a TM is expanded against the template library exactly as
      * EXPAND-TEMPLATE-PROCEDURE expands it; each expanded command
      * is reported under the TM record's number with the template
      * name as its source.
       EDIT-TEMPLATE-EXPANSION.
           IF NOT TMPL-LOADED
               PERFORM LOAD-TEMPLATE-LIBRARY
           END-IF.
           MOVE PC-TEXT(1:8) TO WS-TM-NAME.
           MOVE 'N' TO WS-TM-FOUND-SW.
           COMPUTE WS-TM-SUB = 1.
           PERFORM UNTIL WS-TM-SUB > WS-TMPL-COUNT OR TMPL-FOUND
               IF TP-NAME(WS-TM-SUB) = WS-TM-NAME
                   SET TMPL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TM-SUB GIVING WS-TM-SUB
               END-IF
           END-PERFORM.
           IF PC-X NOT NUMERIC OR PC-Y NOT NUMERIC
               MOVE 'COORDINATE FIELDS NOT NUMERIC' TO WS-EXCP-REASON
               PERFORM LOG-RECORD-ERROR
           ELSE IF NOT TMPL-FOUND
               MOVE 'TEMPLATE NOT FOUND' TO WS-EXCP-REASON
               PERFORM LOG-REJECT
           ELSE
               MOVE PC-X TO WS-TM-OFF-X
               MOVE PC-Y TO WS-TM-OFF-Y
               MOVE WS-TM-NAME TO WS-SOURCE
               COMPUTE WS-TM-IX = TP-START(WS-TM-SUB)
               COMPUTE WS-TM-END = TP-START(WS-TM-SUB)
                   + TP-COUNT(WS-TM-SUB) - 1
               PERFORM UNTIL WS-TM-IX > WS-TM-END
                   MOVE TP-CMD(WS-TM-IX) TO PLOT-COMMAND-RECORD
                   PERFORM EDIT-TEMPLATE-COMMAND
                   ADD 1 TO WS-TM-IX GIVING WS-TM-IX
               END-PERFORM
           END-IF
           END-IF.
       EDIT-TEMPLATE-COMMAND.
           IF PC-OPCODE = 'CS' OR PC-OPCODE = 'MD'
              OR PC-OPCODE = 'TM' OR PC-OPCODE = 'CV'
              OR PC-OPCODE = 'DL'
               MOVE 'OPCODE INVALID IN TEMPLATE' TO WS-EXCP-REASON
               PERFORM LOG-REJECT
           ELSE IF PC-X NOT NUMERIC OR PC-Y NOT NUMERIC OR
                   PC-LENGTH NOT NUMERIC
               MOVE 'COORDINATE FIELDS NOT NUMERIC' TO WS-EXCP-REASON
               PERFORM LOG-RECORD-ERROR
           ELSE
               MOVE 'N' TO WS-TM-ERR-SW
               ADD WS-TM-OFF-X TO PC-X
                   ON SIZE ERROR
                       SET TM-OFFSET-ERROR TO TRUE
               END-ADD
               ADD WS-TM-OFF-Y TO PC-Y
                   ON SIZE ERROR
                       SET TM-OFFSET-ERROR TO TRUE
               END-ADD
               IF TM-OFFSET-ERROR
                   MOVE 'TEMPLATE OFFSET OUT OF RANGE' TO
                       WS-EXCP-REASON
                   PERFORM LOG-REJECT
                   IF PC-OPCODE = 'PP' OR 'VL' OR 'HL'
                      OR 'DB' OR 'DF' OR 'BX' OR 'CI' OR 'FL'
                       PERFORM CHARGE-REQUESTED
                   END-IF
               ELSE
                   PERFORM EDIT-PLOT-COMMAND
               END-IF
           END-IF
           END-IF.
      * the checks APPLY-PLOT-COMMAND makes, without the drawing. the
      * coordinate fields of anything that is bounds-checked must be
      * numeric: the render stages them straight into arithmetic and
      * would abend on the record. an opcode the render does not
      * know passes its bounds check and is then silently ignored,
      * so it is a warning rather than a reject. an FL is charged
      * one request here; the render charges every cell it fills,
      * and whether the region is enclosed is only known then.
       EDIT-PLOT-COMMAND.
           IF PC-OPCODE NOT = 'TL' AND PC-OPCODE NOT = 'PN' AND
              PC-OPCODE NOT = 'DL' AND
              (PC-X NOT NUMERIC OR PC-Y NOT NUMERIC OR
               PC-LENGTH NOT NUMERIC)
               MOVE 'COORDINATE FIELDS NOT NUMERIC' TO WS-EXCP-REASON
               PERFORM LOG-RECORD-ERROR
           ELSE IF PC-OPCODE = 'TL' OR PC-OPCODE = 'PN'
               CONTINUE
           ELSE IF PC-OPCODE = 'DL'
               PERFORM EDIT-DIAGRAM-KEY
           ELSE
               COMPUTE x = PC-X
               COMPUTE y = PC-Y
               COMPUTE linelength = PC-LENGTH
               IF PC-OPCODE = 'LB'
                   IF PC-X < 1 OR PC-X > WS-MAX-ROW
                       MOVE 'ROW LABEL OUT OF RANGE' TO WS-EXCP-REASON
                       PERFORM LOG-REJECT
                   ELSE IF PC-LENGTH > 99
                       MOVE 'LABEL VALUE OUT OF RANGE' TO
                           WS-EXCP-REASON
                       PERFORM LOG-REJECT
                   ELSE
                       MOVE 'Y' TO CV-USED-SW(WS-ACTIVE-CANVAS)
                   END-IF
                   END-IF
               ELSE
                   PERFORM VALIDATE-COORDS-PROCEDURE
                   IF COORDS-INVALID
                       PERFORM LOG-REJECT
                       IF PC-OPCODE = 'PP' OR 'VL' OR 'HL' OR 'DB'
                          OR 'DF' OR 'BX' OR 'CI' OR 'FL'
                           PERFORM CHARGE-REQUESTED
                       END-IF
                   ELSE IF PC-OPCODE = 'PP' OR 'VL' OR 'HL' OR 'DB'
                          OR 'DF' OR 'BX' OR 'CI' OR 'FL'
                       PERFORM CHARGE-REQUESTED
                       MOVE 'Y' TO CV-USED-SW(WS-ACTIVE-CANVAS)
                       IF PC-OPCODE = 'FL'
                           ADD 1 TO WS-FL-COUNT
                       END-IF
                   ELSE IF PC-OPCODE = 'RP' OR PC-OPCODE = 'TX'
                       MOVE 'Y' TO CV-USED-SW(WS-ACTIVE-CANVAS)
                   ELSE
                       MOVE 'UNKNOWN OPCODE - IGNORED' TO
                           WS-EXCP-REASON
                       PERFORM LOG-WARNING
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
       CHARGE-REQUESTED.
           ADD 1 TO CV-REQUESTED(WS-ACTIVE-CANVAS).
      * a DL key must name a stored version: identifier in PC-TEXT
      * 1-8, run date in 9-16 (blank or zero for the latest held),
      * sequence in PC-LENGTH (zero for the first stored). a version
      * that is found sets the canvas mode from its row count and
      * charges its marks to REQUESTED, as APPLY-LOADED-DIAGRAM does.
       EDIT-DIAGRAM-KEY.
           IF DIAGLIB-NOT-TRIED
               OPEN INPUT DIAG-LIB-FILE
               IF DIAGLIB-STATUS = '00'
                   SET DIAGLIB-OPEN TO TRUE
               ELSE
                   SET DIAGLIB-UNAVAILABLE TO TRUE
               END-IF
           END-IF.
           IF DIAGLIB-UNAVAILABLE
               MOVE 'DIAGRAM LIBRARY UNAVAILABLE' TO WS-EXCP-REASON
               PERFORM LOG-REJECT
           ELSE
               MOVE PC-TEXT(1:8) TO WS-DL-ID
               MOVE PC-TEXT(9:8) TO WS-DL-DATE-X
               IF PC-LENGTH NUMERIC
                   MOVE PC-LENGTH TO WS-DL-SEQ
               ELSE
                   MOVE 0 TO WS-DL-SEQ
               END-IF
               MOVE 0 TO WS-DL-ROWCNT
               MOVE 0 TO WS-DL-MARKS-TERM
               MOVE 0 TO WS-DL-MARKS-PRINT
               MOVE 'N' TO WS-DL-EOF-SW
               IF WS-DL-DATE-X NUMERIC AND
                  WS-DL-DATE-X NOT = '00000000'
                   MOVE WS-DL-DATE-X TO WS-DL-DATE
               ELSE
                   MOVE 0 TO WS-DL-DATE
                   PERFORM FIND-LATEST-VERSION
                   MOVE 'N' TO WS-DL-EOF-SW
               END-IF
               IF WS-DL-DATE > 0
                   PERFORM FETCH-LIBRARY-VERSION
               END-IF
               IF WS-DL-ROWCNT = 0
                   MOVE 'DIAGRAM NOT FOUND IN LIBRARY' TO
                       WS-EXCP-REASON
                   PERFORM LOG-REJECT
               ELSE
                   IF WS-DL-ROWCNT > 25
                       MOVE '2' TO CV-MODE-SW(WS-ACTIVE-CANVAS)
                       ADD WS-DL-MARKS-PRINT TO
                           CV-REQUESTED(WS-ACTIVE-CANVAS)
                   ELSE
                       MOVE '1' TO CV-MODE-SW(WS-ACTIVE-CANVAS)
                       ADD WS-DL-MARKS-TERM TO
                           CV-REQUESTED(WS-ACTIVE-CANVAS)
                   END-IF
                   PERFORM SET-CANVAS-BOUNDS
                   MOVE 'Y' TO CV-USED-SW(WS-ACTIVE-CANVAS)
               END-IF
           END-IF.
       FIND-LATEST-VERSION.
           MOVE WS-DL-ID TO DL-DIAGRAM-ID.
           MOVE 0 TO DL-RUN-DATE.
           MOVE 0 TO DL-DIAGRAM-SEQ.
           MOVE 0 TO DL-ROW-NUM.
           START DIAG-LIB-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET END-OF-DIAGLIB TO TRUE
           END-START.
           PERFORM UNTIL END-OF-DIAGLIB
               READ DIAG-LIB-FILE NEXT RECORD
                   AT END
                       SET END-OF-DIAGLIB TO TRUE
                   NOT AT END
                       IF DL-DIAGRAM-ID NOT = WS-DL-ID
                           SET END-OF-DIAGLIB TO TRUE
                       ELSE
                           MOVE DL-RUN-DATE TO WS-DL-DATE
                       END-IF
               END-READ
           END-PERFORM.
       FETCH-LIBRARY-VERSION.
           MOVE WS-DL-ID TO DL-DIAGRAM-ID.
           MOVE WS-DL-DATE TO DL-RUN-DATE.
           MOVE WS-DL-SEQ TO DL-DIAGRAM-SEQ.
           MOVE 0 TO DL-ROW-NUM.
           START DIAG-LIB-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET END-OF-DIAGLIB TO TRUE
           END-START.
           PERFORM UNTIL END-OF-DIAGLIB
               READ DIAG-LIB-FILE NEXT RECORD
                   AT END
                       SET END-OF-DIAGLIB TO TRUE
                   NOT AT END
                       PERFORM TALLY-LIBRARY-ROW
               END-READ
           END-PERFORM.
      * the stored marks are tallied for both canvas sizes, since
      * which one the render loads onto is only known once the last
      * row number of the version has been seen.
       TALLY-LIBRARY-ROW.
           IF DL-DIAGRAM-ID NOT = WS-DL-ID OR
              DL-RUN-DATE NOT = WS-DL-DATE
               SET END-OF-DIAGLIB TO TRUE
           ELSE IF WS-DL-SEQ NOT = 0 AND
                   DL-DIAGRAM-SEQ NOT = WS-DL-SEQ
               SET END-OF-DIAGLIB TO TRUE
           ELSE
               MOVE DL-DIAGRAM-SEQ TO WS-DL-SEQ
               IF DL-ROW-NUM >= 1 AND DL-ROW-NUM <= 60
                   IF DL-ROW-NUM > WS-DL-ROWCNT
                       MOVE DL-ROW-NUM TO WS-DL-ROWCNT
                   END-IF
                   MOVE 0 TO WS-ROW-BLANKS
                   INSPECT DL-ROW-DATA(4:132)
                       TALLYING WS-ROW-BLANKS FOR ALL SPACE
                   COMPUTE WS-DL-MARKS-PRINT =
                       WS-DL-MARKS-PRINT + 132 - WS-ROW-BLANKS
                   IF DL-ROW-NUM <= 25
                       MOVE 0 TO WS-ROW-BLANKS
                       INSPECT DL-ROW-DATA(4:80)
                           TALLYING WS-ROW-BLANKS FOR ALL SPACE
                       COMPUTE WS-DL-MARKS-TERM =
                           WS-DL-MARKS-TERM + 80 - WS-ROW-BLANKS
                   END-IF
               END-IF
           END-IF
           END-IF.
       LOAD-TEMPLATE-LIBRARY.
           MOVE 'Y' TO WS-TMPL-LOADED-SW.
           OPEN INPUT TMPL-LIB-FILE.
           IF PLOTTMPL-STATUS = '35'
               CONTINUE
           ELSE IF PLOTTMPL-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'PLOTTMPL OPEN FAILED, STATUS=' PLOTTMPL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               PERFORM UNTIL END-OF-PLOTTMPL
                   READ TMPL-LIB-FILE
                       AT END
                           SET END-OF-PLOTTMPL TO TRUE
                       NOT AT END
                           PERFORM STORE-TEMPLATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TMPL-LIB-FILE
           END-IF
           END-IF.
      * held to the render's 10-template/200-command table so a name
      * the render would drop is reported missing here too.
       STORE-TEMPLATE-RECORD.
           IF TMPL-LIB-RECORD(1:2) = 'TD'
               IF WS-TMPL-COUNT >= 10
                   MOVE 'N' TO WS-TMPL-DEF-SW
               ELSE
                   ADD 1 TO WS-TMPL-COUNT
                   MOVE TMPL-LIB-RECORD(12:8) TO
                       TP-NAME(WS-TMPL-COUNT)
                   COMPUTE TP-START(WS-TMPL-COUNT) =
                       WS-TMPL-CMD-COUNT + 1
                   MOVE 0 TO TP-COUNT(WS-TMPL-COUNT)
                   SET TMPL-DEF-OPEN TO TRUE
               END-IF
           ELSE IF TMPL-LIB-RECORD(1:2) = 'TE'
               MOVE 'N' TO WS-TMPL-DEF-SW
           ELSE IF NOT TMPL-DEF-OPEN
               CONTINUE
           ELSE IF WS-TMPL-CMD-COUNT >= 200
               CONTINUE
           ELSE
               ADD 1 TO WS-TMPL-CMD-COUNT
               MOVE TMPL-LIB-RECORD TO TP-CMD(WS-TMPL-CMD-COUNT)
               ADD 1 TO TP-COUNT(WS-TMPL-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.
      * the bounds check itself is the render's own.
           COPY PLOTVAL.
      * a batch structure failure: the render refuses the whole run
      * before drawing anything.
       LOG-REFUSAL.
           MOVE 'REFUSE' TO WS-RPT-KIND.
           MOVE 'N' TO WS-BATCH-OK-SW.
           ADD 1 TO WS-REFUSE-COUNT.
           PERFORM WRITE-EDIT-DETAIL.
      * a record the render could not process at all.
       LOG-RECORD-ERROR.
           MOVE 'ERROR ' TO WS-RPT-KIND.
           ADD 1 TO WS-ERROR-COUNT.
           PERFORM WRITE-EDIT-DETAIL.
      * a record the render would reject to PLOTEXCP/PLOTRWK.
       LOG-REJECT.
           MOVE 'REJECT' TO WS-RPT-KIND.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-EDIT-DETAIL.
       LOG-WARNING.
           MOVE 'WARN  ' TO WS-RPT-KIND.
           ADD 1 TO WS-WARN-COUNT.
           PERFORM WRITE-EDIT-DETAIL.
       WRITE-EDIT-DETAIL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CUR-BATCH ' ' WS-REC-NUM ' ' WS-RPT-CANVAS
               ' ' WS-SOURCE ' ' PC-OPCODE ' ' PC-X ' ' PC-Y
               ' ' PC-LENGTH ' ' WS-RPT-KIND ' ' WS-EXCP-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
      * the closing summary: the canvases the run would open, the
      * projected reject count and percentage judged against
      * PLOTPARM the way ENFORCE-RUN-POLICY judges them, and the
      * verdict the return code carries.
       REPORT-EDIT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RECORDS READ ' WS-REC-NUM
               '  BATCHES ' WS-CUR-BATCH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE 0 TO WS-TOT-REQUESTED.
           COMPUTE WS-CV-SUB = 1.
           PERFORM UNTIL WS-CV-SUB > 8
               IF CV-USED-SW(WS-CV-SUB) = 'Y' OR
                  CV-REQUESTED(WS-CV-SUB) > 0
                   IF CV-MODE-SW(WS-CV-SUB) = '2'
                       MOVE '132X60' TO WS-MODE-DESC
                   ELSE
                       MOVE '80X25 ' TO WS-MODE-DESC
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'CANVAS ' CV-NAME(WS-CV-SUB)
                       ' ENDS ' WS-MODE-DESC
                       ' REQUESTED ' CV-REQUESTED(WS-CV-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
                   ADD CV-REQUESTED(WS-CV-SUB) TO WS-TOT-REQUESTED
               END-IF
               ADD 1 TO WS-CV-SUB GIVING WS-CV-SUB
           END-PERFORM.
           MOVE 0 TO WS-REJ-PCT.
           IF WS-TOT-REQUESTED > 0
               COMPUTE WS-REJ-PCT = (WS-REJECT-COUNT * 100)
                   / WS-TOT-REQUESTED
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PROJECTED REJECTS ' WS-REJECT-COUNT
               ' OF ' WS-TOT-REQUESTED ' REQUESTED (' WS-REJ-PCT
               ' PCT)  RECORD ERRORS ' WS-ERROR-COUNT
               '  WARNINGS ' WS-WARN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-FL-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING 'NOTE: ' WS-FL-COUNT ' FL FILLS PROJECTED AS'
                   ' ONE REQUEST EACH - THE RENDER CHARGES EVERY CELL'
                   ' FILLED AND CHECKS ENCLOSURE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF PLOTPARM-SUPPLIED
               STRING 'PLOTPARM LIMITS - FAIL ' WS-MAX-REJ-CNT
                   ' REJECTS OR ' WS-MAX-REJ-PCT ' PCT, WARN '
                   WS-WARN-REJ-CNT ' REJECTS OR ' WS-WARN-REJ-PCT
                   ' PCT (ZERO = NO LIMIT)'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE 'NO PLOTPARM - REJECT LIMITS DISABLED'
                   TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REFUSE-COUNT > 0
               STRING 'VERDICT: RENDER WOULD REFUSE THE RUN - '
                   WS-REFUSE-COUNT ' BATCH CONTROL FAILURES'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE 12 TO RETURN-CODE
           ELSE IF WS-ERROR-COUNT > 0
               STRING 'VERDICT: RENDER WOULD ABEND - '
                   WS-ERROR-COUNT ' RECORDS NOT PROCESSABLE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE 12 TO RETURN-CODE
           ELSE IF (WS-MAX-REJ-CNT > 0 AND
               WS-REJECT-COUNT > WS-MAX-REJ-CNT) OR
              (WS-MAX-REJ-PCT > 0 AND
               WS-REJ-PCT > WS-MAX-REJ-PCT)
               MOVE 'VERDICT: RENDER WOULD FAIL ITS PLOTPARM LIMIT'
                   TO WS-RPT-LINE
               MOVE 12 TO RETURN-CODE
           ELSE IF (WS-WARN-REJ-CNT > 0 AND
               WS-REJECT-COUNT > WS-WARN-REJ-CNT) OR
              (WS-WARN-REJ-PCT > 0 AND
               WS-REJ-PCT > WS-WARN-REJ-PCT)
               MOVE 'VERDICT: RENDER WOULD END WITH A REJECT WARNING'
                   TO WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE IF WS-WARN-COUNT > 0
               MOVE 'VERDICT: RENDER WOULD RUN - SEE WARNINGS'
                   TO WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'VERDICT: RENDER WOULD RUN CLEAN' TO WS-RPT-LINE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE.
           DISPLAY 'PLOTIN EDIT - ' WS-REC-NUM ' RECORDS, '
               WS-REFUSE-COUNT ' REFUSALS, ' WS-ERROR-COUNT
               ' ERRORS, ' WS-REJECT-COUNT ' REJECTS, '
               WS-WARN-COUNT ' WARNINGS, SEE EDITRPT'.
       WRITE-RPT-LINE.
           MOVE WS-RPT-LINE TO EDIT-RPT-RECORD.
           WRITE EDIT-RPT-RECORD.
       END PROGRAM 8025edit.
