      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Online plot-command entry with a live preview, for
      *          hand-built diagrams and PLOTFIX corrections that
      *          used to be typed column by column into flat files.
      *          The operator keys opcode, X, Y, length, pen and text
      *          into screen fields; each command is checked before
      *          it is taken - known opcode, numeric coordinates,
      *          bounds for the 80x25 or 132x60 canvas chosen in the
      *          header (copybook PLOTVAL, the render's own check),
      *          TM templates expanded and checked against PLOTTMPL,
      *          FL fills that would leak refused - and drawn on the
      *          preview with the render's own drawing paragraphs
      *          (copybook PLOTDRAW). The preview pans over the
      *          canvas by row and column. Saving writes either a
      *          complete PLOTIN batch (BH header, CV, MD, the
      *          commands, BT trailer with count and hash total) or
      *          PLOTFIX rework records routed to the canvas, so what
      *          is keyed here passes VERIFY-BATCH-PROCEDURE.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. Both saves append (a PLOTIN
      *     batch is added after any batches already in the file);
      *     U undoes the last command by replaying the rest onto a
      *     cleared canvas. CV, CS, MD and DL are not keyed: the
      *     canvas and mode come from the header fields, and a
      *     library image is edited through the nightly PLOTIN.
      *   2026-10-15 jl371 - a successful save now empties the
      *     command table and clears the preview, so a second P or F
      *     starts a new batch instead of appending the saved
      *     commands again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025entry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLOT-CMD-FILE ASSIGN TO "PLOTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTIN-STATUS.
           SELECT REWORK-OUT-FILE ASSIGN TO "PLOTFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTFIX-STATUS.
           SELECT TMPL-LIB-FILE ASSIGN TO "PLOTTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTTMPL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLOT-CMD-FILE.
       01 PLOT-OUT-RECORD PIC X(52).
       FD  REWORK-OUT-FILE.
       01 REWORK-OUT-RECORD PIC X(90).
       FD  TMPL-LIB-FILE.
       01 TMPL-LIB-RECORD PIC X(52).
       WORKING-STORAGE SECTION.
      * the command being keyed, checked or replayed is staged here
      * in the PLOTIN layout the render reads.
           COPY PLOTCMD.
       01 i PIC 9(3) VALUE 1.
       01 j PIC 9(3) VALUE 1.
       01 SCREN.
           05 SCRENC OCCURS 60 TIMES.
           10 SCRENCHR PIC X(2).
           10 SCRENR OCCURS 132 TIMES.
               15 SCRENCHRT PIC X(1) VALUE ' '.
       01 x PIC 9(3) VALUE 1.
       01 y PIC 9(3) VALUE 1.
       01 linelength PIC 9(3).
       01 bx1 PIC 9(3).
       01 bx2 PIC 9(3).
       01 by1 PIC 9(3).
       01 by2 PIC 9(3).
       01 cdx PIC S9(3).
       01 cdy PIC S9(3).
       01 trow PIC S9(4).
       01 tcol PIC S9(4).
       01 WS-PEN PIC X VALUE '#'.
       01 WS-MAX-ROW PIC 9(3) VALUE 25.
       01 WS-MAX-COL PIC 9(3) VALUE 80.
       01 WS-VALID-SW PIC X VALUE 'Y'.
           88 COORDS-VALID VALUE 'Y'.
           88 COORDS-INVALID VALUE 'N'.
       01 WS-END-ROW PIC S9(4).
       01 WS-END-COL PIC S9(4).
       01 WS-EXCP-REASON PIC X(30).
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
       01 WS-ROWLABEL PIC X(2).
       01 WS-ROWNUM PIC 99.
       01 PLOTIN-STATUS PIC X(2) VALUE '00'.
       01 PLOTFIX-STATUS PIC X(2) VALUE '00'.
       01 PLOTTMPL-STATUS PIC X(2) VALUE '00'.
       01 WS-TODAY PIC 9(8).
      * commands accepted so far, in keying order; the preview is
      * always what replaying them onto a cleared canvas draws.
       01 WS-ENTRY-CMDS.
           05 WS-ENTRY-CMD OCCURS 500 TIMES PIC X(52).
       01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
       01 WS-REPLAY-IX PIC 9(3).
       01 WS-KEYED-CMD PIC X(52).
       01 WS-CUR-MODE PIC X VALUE '1'.
       01 WS-CANVAS-TITLE PIC X(40) VALUE SPACES.
       01 WS-KEY-SW PIC X VALUE 'Y'.
           88 KEY-ACCEPTED VALUE 'Y'.
           88 KEY-REJECTED VALUE 'N'.
       01 WS-APPLY-SW PIC X VALUE 'N'.
           88 APPLY-FAILED VALUE 'Y'.
       01 WS-DONE-SW PIC X VALUE 'N'.
           88 ENTRY-DONE VALUE 'Y'.
       01 WS-SAVED-SW PIC X VALUE 'N'.
           88 ENTRY-SAVED VALUE 'Y'.
       01 WS-QUIT-SW PIC X VALUE 'N'.
           88 QUIT-PENDING VALUE 'Y'.
      * a coordinate field is keyed free-form ('5', ' 5', '005') and
      * normalized to three digits before anything trusts it.
       01 WS-NUM-IN PIC X(3).
       01 WS-NUM-OUT PIC 9(3).
       01 WS-NUM-DIGIT PIC 9.
       01 WS-NUM-DIGITS PIC 9.
       01 WS-NUM-SW PIC X VALUE 'Y'.
           88 NUM-VALID VALUE 'Y'.
           88 NUM-INVALID VALUE 'N'.
       01 WS-NUM-END-SW PIC X VALUE 'N'.
           88 NUM-ENDED VALUE 'Y'.
       01 WS-NUM-IX PIC 9.
       01 WS-KEY-X PIC 9(3).
       01 WS-KEY-Y PIC 9(3).
       01 WS-KEY-LEN PIC 9(3).
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
       01 WS-BAT-COUNT PIC 9(5) VALUE 0.
       01 WS-BAT-HASH PIC 9(9) VALUE 0.
       01 WS-VIEW-ROW PIC 9(3) VALUE 1.
       01 WS-VIEW-COL PIC 9(3) VALUE 1.
       01 WS-VIEW-IX PIC 9(2).
       01 WS-VIEW-LEN PIC 9(3).
       01 WS-CANVAS-ROW PIC 9(3).
       01 WS-RULER-COL PIC 9(3).
       01 WS-RULER-QUOT PIC 9(3).
       01 WS-RULER-REM PIC 9(3).
       01 WS-RULER-DIGIT PIC 9.
       01 WS-MODE-DESC PIC X(6).
      * screen fields.
       01 WS-SCR-CANVAS PIC X(8) VALUE SPACES.
       01 WS-SCR-MODE PIC X VALUE '1'.
       01 WS-SCR-RUNID PIC X(8) VALUE 'MANUAL  '.
       01 WS-SCR-OP PIC X(2) VALUE SPACES.
       01 WS-SCR-X PIC X(3) VALUE SPACES.
       01 WS-SCR-Y PIC X(3) VALUE SPACES.
       01 WS-SCR-LEN PIC X(3) VALUE SPACES.
       01 WS-SCR-PEN PIC X VALUE SPACE.
       01 WS-SCR-TEXT PIC X(40) VALUE SPACES.
       01 WS-SCR-ACTION PIC X VALUE 'E'.
       01 WS-SCR-VROW PIC X(3) VALUE '001'.
       01 WS-SCR-VCOL PIC X(3) VALUE '001'.
       01 WS-SCR-MSG PIC X(79) VALUE SPACES.
       01 WS-SCR-RULER PIC X(79) VALUE SPACES.
       01 WS-SCR-STATUS PIC X(79) VALUE SPACES.
       01 WS-VIEW-TABLE.
           05 WS-VIEW-LINE OCCURS 16 TIMES PIC X(79).
       SCREEN SECTION.
       01 ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE '8025ENTRY PLOT COMMAND ENTRY'.
           05 LINE 1 COLUMN 31 VALUE 'CANVAS'.
           05 LINE 1 COLUMN 38 PIC X(8) USING WS-SCR-CANVAS
               UNDERLINE.
           05 LINE 1 COLUMN 48 VALUE 'MODE'.
           05 LINE 1 COLUMN 53 PIC X USING WS-SCR-MODE UNDERLINE.
           05 LINE 1 COLUMN 56 VALUE 'RUN ID'.
           05 LINE 1 COLUMN 63 PIC X(8) USING WS-SCR-RUNID
               UNDERLINE.
           05 LINE 2 COLUMN 1 VALUE 'OP'.
           05 LINE 2 COLUMN 4 PIC X(2) USING WS-SCR-OP UNDERLINE.
           05 LINE 2 COLUMN 8 VALUE 'X'.
           05 LINE 2 COLUMN 10 PIC X(3) USING WS-SCR-X UNDERLINE.
           05 LINE 2 COLUMN 15 VALUE 'Y'.
           05 LINE 2 COLUMN 17 PIC X(3) USING WS-SCR-Y UNDERLINE.
           05 LINE 2 COLUMN 22 VALUE 'LEN'.
           05 LINE 2 COLUMN 26 PIC X(3) USING WS-SCR-LEN UNDERLINE.
           05 LINE 2 COLUMN 31 VALUE 'PEN'.
           05 LINE 2 COLUMN 35 PIC X USING WS-SCR-PEN UNDERLINE.
           05 LINE 2 COLUMN 38 VALUE 'VIEW ROW'.
           05 LINE 2 COLUMN 47 PIC X(3) USING WS-SCR-VROW UNDERLINE.
           05 LINE 2 COLUMN 52 VALUE 'COL'.
           05 LINE 2 COLUMN 56 PIC X(3) USING WS-SCR-VCOL UNDERLINE.
           05 LINE 3 COLUMN 1 VALUE 'TEXT'.
           05 LINE 3 COLUMN 6 PIC X(40) USING WS-SCR-TEXT UNDERLINE.
           05 LINE 4 COLUMN 1 VALUE 'ACTION'.
           05 LINE 4 COLUMN 8 PIC X USING WS-SCR-ACTION UNDERLINE.
           05 LINE 4 COLUMN 11 VALUE
               'E=ENTER U=UNDO P=SAVE PLOTIN F=SAVE PLOTFIX Q=QUIT'.
           05 LINE 5 COLUMN 1 PIC X(79) FROM WS-SCR-MSG HIGHLIGHT.
           05 LINE 6 COLUMN 1 PIC X(79) FROM WS-SCR-RULER.
           05 LINE 7 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(1).
           05 LINE 8 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(2).
           05 LINE 9 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(3).
           05 LINE 10 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(4).
           05 LINE 11 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(5).
           05 LINE 12 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(6).
           05 LINE 13 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(7).
           05 LINE 14 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(8).
           05 LINE 15 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(9).
           05 LINE 16 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(10).
           05 LINE 17 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(11).
           05 LINE 18 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(12).
           05 LINE 19 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(13).
           05 LINE 20 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(14).
           05 LINE 21 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(15).
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-VIEW-LINE(16).
           05 LINE 23 COLUMN 1 PIC X(79) FROM WS-SCR-STATUS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CLEAR-ENTRY-CANVAS.
           MOVE 'KEY A COMMAND AND PRESS ENTER' TO WS-SCR-MSG.
           PERFORM UNTIL ENTRY-DONE
               PERFORM BUILD-PREVIEW
               DISPLAY ENTRY-SCREEN
               ACCEPT ENTRY-SCREEN
               PERFORM PROCESS-SCREEN-ACTION
           END-PERFORM.
           STOP RUN.
       PROCESS-SCREEN-ACTION.
           MOVE SPACES TO WS-SCR-MSG.
           INSPECT WS-SCR-ACTION CONVERTING 'eupfq' TO 'EUPFQ'.
           INSPECT WS-SCR-OP CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-SCR-ACTION NOT = 'Q'
               MOVE 'N' TO WS-QUIT-SW
           END-IF.
           PERFORM CHECK-MODE-FIELD.
           IF WS-SCR-MSG NOT = SPACES
               CONTINUE
           ELSE IF WS-SCR-ACTION = 'E' OR WS-SCR-ACTION = SPACE
               IF WS-SCR-OP = SPACES
                   MOVE 'PREVIEW REFRESHED' TO WS-SCR-MSG
               ELSE
                   PERFORM KEY-COMMAND
               END-IF
           ELSE IF WS-SCR-ACTION = 'U'
               PERFORM UNDO-LAST-COMMAND
           ELSE IF WS-SCR-ACTION = 'P'
               PERFORM SAVE-PLOTIN-BATCH
           ELSE IF WS-SCR-ACTION = 'F'
               PERFORM SAVE-PLOTFIX-REWORK
           ELSE IF WS-SCR-ACTION = 'Q'
               PERFORM QUIT-REQUEST
           ELSE
               MOVE 'ACTION MUST BE E, U, P, F OR Q' TO WS-SCR-MSG
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE 'E' TO WS-SCR-ACTION.
      * the canvas mode is fixed once the first command is taken:
      * every command after it was bounds-checked against that size.
       CHECK-MODE-FIELD.
           IF WS-SCR-MODE = WS-CUR-MODE
               CONTINUE
           ELSE IF WS-SCR-MODE NOT = '1' AND WS-SCR-MODE NOT = '2'
               MOVE 'MODE MUST BE 1 (80X25) OR 2 (132X60)' TO
                   WS-SCR-MSG
               MOVE WS-CUR-MODE TO WS-SCR-MODE
           ELSE IF WS-ENTRY-COUNT > 0
               MOVE 'MODE CAN ONLY CHANGE BEFORE THE FIRST COMMAND'
                   TO WS-SCR-MSG
               MOVE WS-CUR-MODE TO WS-SCR-MODE
           ELSE
               MOVE WS-SCR-MODE TO WS-CUR-MODE
               PERFORM CLEAR-ENTRY-CANVAS
               IF WS-CUR-MODE = '2'
                   MOVE 'CANVAS SET TO 132X60 PRINTER LAYOUT' TO
                       WS-SCR-MSG
               ELSE
                   MOVE 'CANVAS SET TO 80X25 TERMINAL LAYOUT' TO
                       WS-SCR-MSG
               END-IF
           END-IF
           END-IF
           END-IF.
      * a keyed command is edited field by field, bounds-checked the
      * way the render will check it, drawn, and only then added to
      * the batch. the first failure is reported and nothing is
      * taken.
       KEY-COMMAND.
           SET KEY-ACCEPTED TO TRUE.
           PERFORM EDIT-KEYED-FIELDS.
           IF KEY-ACCEPTED
               PERFORM CHECK-KEYED-BOUNDS
           END-IF.
           IF KEY-ACCEPTED
               MOVE WS-KEYED-CMD TO PLOT-COMMAND-RECORD
               PERFORM APPLY-ENTRY-COMMAND
               IF APPLY-FAILED
                   SET KEY-REJECTED TO TRUE
                   MOVE SPACES TO WS-SCR-MSG
                   STRING 'REJECTED: ' WS-EXCP-REASON
                       DELIMITED BY SIZE INTO WS-SCR-MSG
                   IF WS-KEYED-CMD(1:2) = 'TM'
                       PERFORM REPLAY-ENTRY-COMMANDS
                   END-IF
               END-IF
           END-IF.
           IF KEY-ACCEPTED
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-KEYED-CMD TO WS-ENTRY-CMD(WS-ENTRY-COUNT)
               MOVE 'N' TO WS-SAVED-SW
               MOVE SPACES TO WS-SCR-MSG
               STRING 'COMMAND ' WS-ENTRY-COUNT ' TAKEN: '
                   WS-KEYED-CMD(1:11)
                   DELIMITED BY SIZE INTO WS-SCR-MSG
           END-IF.
       EDIT-KEYED-FIELDS.
           IF WS-ENTRY-COUNT >= 500
               MOVE 'COMMAND TABLE FULL - SAVE, THEN START A NEW BATCH'
                   TO WS-SCR-MSG
               SET KEY-REJECTED TO TRUE
           ELSE IF WS-SCR-OP = 'CV' OR WS-SCR-OP = 'CS' OR
                   WS-SCR-OP = 'MD' OR WS-SCR-OP = 'DL' OR
                   WS-SCR-OP = 'BH' OR WS-SCR-OP = 'BT'
               MOVE SPACES TO WS-SCR-MSG
               STRING 'OPCODE ' WS-SCR-OP ' IS NOT KEYED HERE -'
                   ' CANVAS AND MODE ARE HEADER FIELDS'
                   DELIMITED BY SIZE INTO WS-SCR-MSG
               SET KEY-REJECTED TO TRUE
           ELSE IF WS-SCR-OP NOT = 'PP' AND WS-SCR-OP NOT = 'RP'
               AND WS-SCR-OP NOT = 'VL' AND WS-SCR-OP NOT = 'HL'
               AND WS-SCR-OP NOT = 'DB' AND WS-SCR-OP NOT = 'DF'
               AND WS-SCR-OP NOT = 'BX' AND WS-SCR-OP NOT = 'CI'
               AND WS-SCR-OP NOT = 'TX' AND WS-SCR-OP NOT = 'FL'
               AND WS-SCR-OP NOT = 'LB' AND WS-SCR-OP NOT = 'TL'
               AND WS-SCR-OP NOT = 'PN' AND WS-SCR-OP NOT = 'TM'
               MOVE SPACES TO WS-SCR-MSG
               STRING 'OPCODE ' WS-SCR-OP ' UNKNOWN - USE PP RP VL'
                   ' HL DB DF BX CI TX FL LB TL PN TM'
                   DELIMITED BY SIZE INTO WS-SCR-MSG
               SET KEY-REJECTED TO TRUE
           END-IF
           END-IF
           END-IF.
           IF KEY-ACCEPTED
               MOVE WS-SCR-X TO WS-NUM-IN
               PERFORM NORMALIZE-NUMBER-FIELD
               IF NUM-INVALID
                   MOVE 'X MUST BE NUMERIC' TO WS-SCR-MSG
                   SET KEY-REJECTED TO TRUE
               ELSE
                   MOVE WS-NUM-OUT TO WS-KEY-X
                   MOVE WS-KEY-X TO WS-SCR-X
               END-IF
           END-IF.
           IF KEY-ACCEPTED
               MOVE WS-SCR-Y TO WS-NUM-IN
               PERFORM NORMALIZE-NUMBER-FIELD
               IF NUM-INVALID
                   MOVE 'Y MUST BE NUMERIC' TO WS-SCR-MSG
                   SET KEY-REJECTED TO TRUE
               ELSE
                   MOVE WS-NUM-OUT TO WS-KEY-Y
                   MOVE WS-KEY-Y TO WS-SCR-Y
               END-IF
           END-IF.
           IF KEY-ACCEPTED
               MOVE WS-SCR-LEN TO WS-NUM-IN
               PERFORM NORMALIZE-NUMBER-FIELD
               IF NUM-INVALID
                   MOVE 'LEN MUST BE NUMERIC' TO WS-SCR-MSG
                   SET KEY-REJECTED TO TRUE
               ELSE
                   MOVE WS-NUM-OUT TO WS-KEY-LEN
                   MOVE WS-KEY-LEN TO WS-SCR-LEN
               END-IF
           END-IF.
           IF KEY-ACCEPTED
               MOVE SPACES TO PLOT-COMMAND-RECORD
               MOVE WS-SCR-OP TO PC-OPCODE
               MOVE WS-KEY-X TO PC-X
               MOVE WS-KEY-Y TO PC-Y
               MOVE WS-KEY-LEN TO PC-LENGTH
               MOVE WS-SCR-TEXT TO PC-TEXT
               MOVE WS-SCR-PEN TO PC-PEN
               IF PC-OPCODE = 'PN' AND PC-PEN = SPACE
                   IF PC-TEXT(1:1) NOT = SPACE
                       MOVE PC-TEXT(1:1) TO PC-PEN
                   ELSE
                       MOVE '#' TO PC-PEN
                   END-IF
               END-IF
               MOVE PLOT-COMMAND-RECORD TO WS-KEYED-CMD
           END-IF.
       NORMALIZE-NUMBER-FIELD.
           SET NUM-VALID TO TRUE.
           MOVE 'N' TO WS-NUM-END-SW.
           MOVE 0 TO WS-NUM-OUT.
           MOVE 0 TO WS-NUM-DIGITS.
           COMPUTE WS-NUM-IX = 1.
           PERFORM UNTIL WS-NUM-IX > 3
               IF WS-NUM-IN(WS-NUM-IX:1) = SPACE
                   IF WS-NUM-DIGITS > 0
                       SET NUM-ENDED TO TRUE
                   END-IF
               ELSE IF WS-NUM-IN(WS-NUM-IX:1) NUMERIC AND
                       NOT NUM-ENDED
                   MOVE WS-NUM-IN(WS-NUM-IX:1) TO WS-NUM-DIGIT
                   COMPUTE WS-NUM-OUT = WS-NUM-OUT * 10 + WS-NUM-DIGIT
                   ADD 1 TO WS-NUM-DIGITS
               ELSE
                   SET NUM-INVALID TO TRUE
               END-IF
               END-IF
               ADD 1 TO WS-NUM-IX GIVING WS-NUM-IX
           END-PERFORM.
      * the render's per-opcode checks: LB against its own limits,
      * TM command by command after the offset, everything else
      * through the shared PLOTVAL bounds check.
       CHECK-KEYED-BOUNDS.
           COMPUTE x = PC-X.
           COMPUTE y = PC-Y.
           COMPUTE linelength = PC-LENGTH.
           IF PC-OPCODE = 'TL' OR PC-OPCODE = 'PN'
               CONTINUE
           ELSE IF PC-OPCODE = 'LB'
               IF PC-X < 1 OR PC-X > WS-MAX-ROW
                   MOVE 'REJECTED: ROW LABEL OUT OF RANGE' TO
                       WS-SCR-MSG
                   SET KEY-REJECTED TO TRUE
               ELSE IF PC-LENGTH > 99
                   MOVE 'REJECTED: LABEL VALUE OUT OF RANGE' TO
                       WS-SCR-MSG
                   SET KEY-REJECTED TO TRUE
               END-IF
               END-IF
           ELSE IF PC-OPCODE = 'TM'
               PERFORM CHECK-KEYED-TEMPLATE
           ELSE
               PERFORM VALIDATE-COORDS-PROCEDURE
               IF COORDS-INVALID
                   MOVE SPACES TO WS-SCR-MSG
                   STRING 'REJECTED: ' WS-EXCP-REASON
                       DELIMITED BY SIZE INTO WS-SCR-MSG
                   SET KEY-REJECTED TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF.
      * every command the template expands to must pass at the keyed
      * offset, or the TM is not taken: the render would reject the
      * failing command on its own and leave a partial outline.
       CHECK-KEYED-TEMPLATE.
           IF NOT TMPL-LOADED
               PERFORM LOAD-TEMPLATE-LIBRARY
           END-IF.
           PERFORM FIND-TEMPLATE.
           IF NOT TMPL-FOUND
               MOVE SPACES TO WS-SCR-MSG
               STRING 'REJECTED: TEMPLATE ' WS-TM-NAME
                   ' NOT IN PLOTTMPL'
                   DELIMITED BY SIZE INTO WS-SCR-MSG
               SET KEY-REJECTED TO TRUE
           ELSE
               PERFORM UNTIL WS-TM-IX > WS-TM-END OR KEY-REJECTED
                   MOVE TP-CMD(WS-TM-IX) TO PLOT-COMMAND-RECORD
                   PERFORM CHECK-TEMPLATE-COMMAND
                   ADD 1 TO WS-TM-IX GIVING WS-TM-IX
               END-PERFORM
           END-IF.
           MOVE WS-KEYED-CMD TO PLOT-COMMAND-RECORD.
       CHECK-TEMPLATE-COMMAND.
           MOVE SPACES TO WS-EXCP-REASON.
           IF PC-OPCODE = 'CS' OR PC-OPCODE = 'MD'
              OR PC-OPCODE = 'TM' OR PC-OPCODE = 'CV'
              OR PC-OPCODE = 'DL'
               MOVE 'OPCODE INVALID IN TEMPLATE' TO WS-EXCP-REASON
           ELSE IF PC-X NOT NUMERIC OR PC-Y NOT NUMERIC OR
                   PC-LENGTH NOT NUMERIC
               MOVE 'TEMPLATE FIELDS NOT NUMERIC' TO WS-EXCP-REASON
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
               ELSE IF PC-OPCODE = 'LB'
                   IF PC-X < 1 OR PC-X > WS-MAX-ROW
                       MOVE 'ROW LABEL OUT OF RANGE' TO
                           WS-EXCP-REASON
                   ELSE IF PC-LENGTH > 99
                       MOVE 'LABEL VALUE OUT OF RANGE' TO
                           WS-EXCP-REASON
                   END-IF
                   END-IF
               ELSE IF PC-OPCODE NOT = 'TL' AND PC-OPCODE NOT = 'PN'
                   COMPUTE x = PC-X
                   COMPUTE y = PC-Y
                   COMPUTE linelength = PC-LENGTH
                   PERFORM VALIDATE-COORDS-PROCEDURE
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-EXCP-REASON NOT = SPACES
               MOVE SPACES TO WS-SCR-MSG
               STRING 'REJECTED: ' WS-TM-NAME ' ' PC-OPCODE ' '
                   PC-X ' ' PC-Y ' ' PC-LENGTH ' '
                   WS-EXCP-REASON
                   DELIMITED BY SIZE INTO WS-SCR-MSG
               SET KEY-REJECTED TO TRUE
           END-IF.
       FIND-TEMPLATE.
           MOVE PC-TEXT(1:8) TO WS-TM-NAME.
           MOVE PC-X TO WS-TM-OFF-X.
           MOVE PC-Y TO WS-TM-OFF-Y.
           MOVE 'N' TO WS-TM-FOUND-SW.
           COMPUTE WS-TM-SUB = 1.
           PERFORM UNTIL WS-TM-SUB > WS-TMPL-COUNT OR TMPL-FOUND
               IF TP-NAME(WS-TM-SUB) = WS-TM-NAME
                   SET TMPL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TM-SUB GIVING WS-TM-SUB
               END-IF
           END-PERFORM.
           IF TMPL-FOUND
               COMPUTE WS-TM-IX = TP-START(WS-TM-SUB)
               COMPUTE WS-TM-END = TP-START(WS-TM-SUB)
                   + TP-COUNT(WS-TM-SUB) - 1
           END-IF.
      * draws one accepted command - keyed or replayed - onto the
      * preview canvas with the render's drawing paragraphs. a fill
      * that leaks or starts on a mark sets APPLY-FAILED with the
      * reason; DRAWFILL has already put its cells back.
       APPLY-ENTRY-COMMAND.
           MOVE 'N' TO WS-APPLY-SW.
           IF PC-OPCODE = 'TM'
               PERFORM FIND-TEMPLATE
               PERFORM UNTIL WS-TM-IX > WS-TM-END OR NOT TMPL-FOUND
                   MOVE TP-CMD(WS-TM-IX) TO PLOT-COMMAND-RECORD
                   ADD WS-TM-OFF-X TO PC-X
                   ADD WS-TM-OFF-Y TO PC-Y
                   IF PC-OPCODE NOT = 'CS' AND PC-OPCODE NOT = 'MD'
                      AND PC-OPCODE NOT = 'CV' AND PC-OPCODE NOT = 'DL'
                      AND PC-OPCODE NOT = 'TM'
                       PERFORM DRAW-ENTRY-COMMAND
                   END-IF
                   ADD 1 TO WS-TM-IX GIVING WS-TM-IX
               END-PERFORM
           ELSE
               PERFORM DRAW-ENTRY-COMMAND
           END-IF.
       DRAW-ENTRY-COMMAND.
           COMPUTE x = PC-X.
           COMPUTE y = PC-Y.
           COMPUTE linelength = PC-LENGTH.
           EVALUATE PC-OPCODE
               WHEN 'PP'
                   PERFORM PLOTPIXEL-PROCEDURE
               WHEN 'RP'
                   PERFORM REMOVEPIXEL-PROCEDURE
               WHEN 'VL'
                   PERFORM DRAWVERTICALLINE
               WHEN 'HL'
                   PERFORM DRAWHORIZONTALLINE
               WHEN 'DB'
                   PERFORM DRAWDIAGONALLINEB
               WHEN 'DF'
                   PERFORM DRAWDIAGONALLINEF
               WHEN 'BX'
                   PERFORM DRAWBOX
               WHEN 'CI'
                   PERFORM DRAWCIRCLE
               WHEN 'TX'
                   PERFORM DRAWTEXT
               WHEN 'FL'
                   PERFORM DRAWFILL
                   IF FILL-REJECTED
                       SET APPLY-FAILED TO TRUE
                   END-IF
               WHEN 'LB'
                   COMPUTE WS-ROWNUM = PC-LENGTH
                   MOVE WS-ROWNUM TO WS-ROWLABEL
                   MOVE WS-ROWLABEL TO SCRENCHR(PC-X)
               WHEN 'TL'
                   MOVE PC-TEXT TO WS-CANVAS-TITLE
               WHEN 'PN'
                   IF PC-PEN NOT = SPACE
                       MOVE PC-PEN TO WS-PEN
                   ELSE IF PC-TEXT(1:1) NOT = SPACE
                       MOVE PC-TEXT(1:1) TO WS-PEN
                   ELSE
                       MOVE '#' TO WS-PEN
                   END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       UNDO-LAST-COMMAND.
           IF WS-ENTRY-COUNT = 0
               MOVE 'NOTHING TO UNDO' TO WS-SCR-MSG
           ELSE
               MOVE SPACES TO WS-SCR-MSG
               STRING 'COMMAND ' WS-ENTRY-COUNT ' UNDONE: '
                   WS-ENTRY-CMD(WS-ENTRY-COUNT)(1:11)
                   DELIMITED BY SIZE INTO WS-SCR-MSG
               SUBTRACT 1 FROM WS-ENTRY-COUNT
               MOVE 'N' TO WS-SAVED-SW
               PERFORM REPLAY-ENTRY-COMMANDS
           END-IF.
       REPLAY-ENTRY-COMMANDS.
           PERFORM CLEAR-ENTRY-CANVAS.
           COMPUTE WS-REPLAY-IX = 1.
           PERFORM UNTIL WS-REPLAY-IX > WS-ENTRY-COUNT
               MOVE WS-ENTRY-CMD(WS-REPLAY-IX) TO PLOT-COMMAND-RECORD
               PERFORM APPLY-ENTRY-COMMAND
               ADD 1 TO WS-REPLAY-IX GIVING WS-REPLAY-IX
           END-PERFORM.
       CLEAR-ENTRY-CANVAS.
           IF WS-CUR-MODE = '2'
               MOVE 60 TO WS-MAX-ROW
               MOVE 132 TO WS-MAX-COL
           ELSE
               MOVE 25 TO WS-MAX-ROW
               MOVE 80 TO WS-MAX-COL
           END-IF.
           MOVE SPACES TO SCREN.
           COMPUTE i = 1.
           PERFORM UNTIL i > 60
               COMPUTE WS-ROWNUM = i
               MOVE WS-ROWNUM TO WS-ROWLABEL
               MOVE WS-ROWLABEL TO SCRENCHR(i)
               ADD 1 TO i GIVING i
           END-PERFORM.
           COMPUTE i = 1.
           MOVE '#' TO WS-PEN.
           MOVE SPACES TO WS-CANVAS-TITLE.
      * the preview window is 16 rows by 76 columns of the canvas,
      * from the view row and column keyed in the header, under a
      * ruler marking every fifth column ('+') and tenth (its tens
      * digit); the row labels are the ones the render will print.
       BUILD-PREVIEW.
           MOVE WS-SCR-VROW TO WS-NUM-IN.
           PERFORM NORMALIZE-NUMBER-FIELD.
           IF NUM-VALID AND WS-NUM-OUT > 0
               MOVE WS-NUM-OUT TO WS-VIEW-ROW
           END-IF.
           IF WS-VIEW-ROW > WS-MAX-ROW
               MOVE WS-MAX-ROW TO WS-VIEW-ROW
           END-IF.
           MOVE WS-VIEW-ROW TO WS-SCR-VROW.
           MOVE WS-SCR-VCOL TO WS-NUM-IN.
           PERFORM NORMALIZE-NUMBER-FIELD.
           IF NUM-VALID AND WS-NUM-OUT > 0
               MOVE WS-NUM-OUT TO WS-VIEW-COL
           END-IF.
           IF WS-VIEW-COL > WS-MAX-COL
               MOVE WS-MAX-COL TO WS-VIEW-COL
           END-IF.
           MOVE WS-VIEW-COL TO WS-SCR-VCOL.
           COMPUTE WS-VIEW-LEN = WS-MAX-COL - WS-VIEW-COL + 1.
           IF WS-VIEW-LEN > 76
               MOVE 76 TO WS-VIEW-LEN
           END-IF.
           MOVE SPACES TO WS-SCR-RULER.
           COMPUTE WS-VIEW-IX = 1.
           PERFORM UNTIL WS-VIEW-IX > WS-VIEW-LEN
               COMPUTE WS-RULER-COL = WS-VIEW-COL + WS-VIEW-IX - 1
               DIVIDE WS-RULER-COL BY 10 GIVING WS-RULER-QUOT
                   REMAINDER WS-RULER-REM
               IF WS-RULER-REM = 0
                   DIVIDE WS-RULER-QUOT BY 10 GIVING WS-RULER-QUOT
                       REMAINDER WS-RULER-DIGIT
                   MOVE WS-RULER-DIGIT TO
                       WS-SCR-RULER(WS-VIEW-IX + 3:1)
               ELSE IF WS-RULER-REM = 5
                   MOVE '+' TO WS-SCR-RULER(WS-VIEW-IX + 3:1)
               ELSE
                   MOVE '.' TO WS-SCR-RULER(WS-VIEW-IX + 3:1)
               END-IF
               END-IF
               ADD 1 TO WS-VIEW-IX GIVING WS-VIEW-IX
           END-PERFORM.
           COMPUTE WS-VIEW-IX = 1.
           PERFORM UNTIL WS-VIEW-IX > 16
               MOVE SPACES TO WS-VIEW-LINE(WS-VIEW-IX)
               COMPUTE WS-CANVAS-ROW = WS-VIEW-ROW + WS-VIEW-IX - 1
               IF WS-CANVAS-ROW <= WS-MAX-ROW
                   MOVE SCRENCHR(WS-CANVAS-ROW) TO
                       WS-VIEW-LINE(WS-VIEW-IX)(1:2)
                   MOVE '|' TO WS-VIEW-LINE(WS-VIEW-IX)(3:1)
                   MOVE SCRENC(WS-CANVAS-ROW)(WS-VIEW-COL + 2:
                       WS-VIEW-LEN) TO
                       WS-VIEW-LINE(WS-VIEW-IX)(4:WS-VIEW-LEN)
               END-IF
               ADD 1 TO WS-VIEW-IX GIVING WS-VIEW-IX
           END-PERFORM.
           IF WS-CUR-MODE = '2'
               MOVE '132X60' TO WS-MODE-DESC
           ELSE
               MOVE '80X25 ' TO WS-MODE-DESC
           END-IF.
           MOVE SPACES TO WS-SCR-STATUS.
           STRING 'COMMANDS ' WS-ENTRY-COUNT '  PEN ' WS-PEN
               '  ' WS-MODE-DESC '  TITLE ' WS-CANVAS-TITLE
               DELIMITED BY SIZE INTO WS-SCR-STATUS.
      * a saved batch is a complete batch-controlled PLOTIN unit:
      * BH with today's date and the run id, CV for the canvas, MD
      * for its mode, the commands as keyed, and a BT whose count and
      * hash total cover every record between header and trailer,
      * exactly as VERIFY-BATCH-PROCEDURE totals them. it is appended
      * after any batches already in PLOTIN.
       SAVE-PLOTIN-BATCH.
           IF WS-ENTRY-COUNT = 0
               MOVE 'NOTHING TO SAVE' TO WS-SCR-MSG
           ELSE IF WS-SCR-CANVAS = SPACES
               MOVE 'CANVAS NAME REQUIRED TO SAVE' TO WS-SCR-MSG
           ELSE IF WS-SCR-RUNID = SPACES
               MOVE 'RUN ID REQUIRED TO SAVE A PLOTIN BATCH' TO
                   WS-SCR-MSG
           ELSE
               OPEN EXTEND PLOT-CMD-FILE
               IF PLOTIN-STATUS = '35'
                   OPEN OUTPUT PLOT-CMD-FILE
               END-IF
               IF PLOTIN-STATUS NOT = '00'
                   MOVE SPACES TO WS-SCR-MSG
                   STRING 'PLOTIN OPEN FAILED, STATUS=' PLOTIN-STATUS
                       ' - NOTHING SAVED'
                       DELIMITED BY SIZE INTO WS-SCR-MSG
               ELSE
                   PERFORM WRITE-PLOTIN-BATCH
                   CLOSE PLOT-CMD-FILE
                   SET ENTRY-SAVED TO TRUE
                   MOVE SPACES TO WS-SCR-MSG
                   STRING 'BATCH SAVED TO PLOTIN - ' WS-BAT-COUNT
                       ' RECORDS, HASH ' WS-BAT-HASH
                       ' - NEW BATCH'
                       DELIMITED BY SIZE INTO WS-SCR-MSG
                   PERFORM START-NEW-BATCH
               END-IF
           END-IF
           END-IF
           END-IF.
       WRITE-PLOTIN-BATCH.
           MOVE 0 TO WS-BAT-COUNT.
           MOVE 0 TO WS-BAT-HASH.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'BH' TO PC-OPCODE.
           MOVE WS-TODAY TO PC-HDR-DATE.
           MOVE WS-SCR-RUNID TO PC-HDR-RUNID.
           MOVE PLOT-COMMAND-RECORD TO PLOT-OUT-RECORD.
           WRITE PLOT-OUT-RECORD.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'CV' TO PC-OPCODE.
           MOVE 0 TO PC-X.
           MOVE 0 TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           MOVE WS-SCR-CANVAS TO PC-TEXT(1:8).
           PERFORM WRITE-BATCH-COMMAND.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'MD' TO PC-OPCODE.
           IF WS-CUR-MODE = '2'
               MOVE 2 TO PC-X
           ELSE
               MOVE 1 TO PC-X
           END-IF.
           MOVE 0 TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           PERFORM WRITE-BATCH-COMMAND.
           COMPUTE WS-REPLAY-IX = 1.
           PERFORM UNTIL WS-REPLAY-IX > WS-ENTRY-COUNT
               MOVE WS-ENTRY-CMD(WS-REPLAY-IX) TO PLOT-COMMAND-RECORD
               PERFORM WRITE-BATCH-COMMAND
               ADD 1 TO WS-REPLAY-IX GIVING WS-REPLAY-IX
           END-PERFORM.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'BT' TO PC-OPCODE.
           MOVE WS-BAT-COUNT TO PC-TRL-COUNT.
           MOVE WS-BAT-HASH TO PC-TRL-HASH.
           MOVE PLOT-COMMAND-RECORD TO PLOT-OUT-RECORD.
           WRITE PLOT-OUT-RECORD.
       WRITE-BATCH-COMMAND.
           ADD 1 TO WS-BAT-COUNT.
           ADD PC-X TO WS-BAT-HASH.
           ADD PC-Y TO WS-BAT-HASH.
           MOVE PLOT-COMMAND-RECORD TO PLOT-OUT-RECORD.
           WRITE PLOT-OUT-RECORD.
      * a correction goes out in the rework layout PLOTRWK uses:
      * command in 1-52, a reason in 53-82, and the canvas in 83-90
      * so the resubmission pass routes it to the right diagram. no
      * CV or MD is written; rework does not honor MD, and the
      * canvas column does the routing.
       SAVE-PLOTFIX-REWORK.
           IF WS-ENTRY-COUNT = 0
               MOVE 'NOTHING TO SAVE' TO WS-SCR-MSG
           ELSE IF WS-SCR-CANVAS = SPACES
               MOVE 'CANVAS NAME REQUIRED TO SAVE' TO WS-SCR-MSG
           ELSE
               OPEN EXTEND REWORK-OUT-FILE
               IF PLOTFIX-STATUS = '35'
                   OPEN OUTPUT REWORK-OUT-FILE
               END-IF
               IF PLOTFIX-STATUS NOT = '00'
                   MOVE SPACES TO WS-SCR-MSG
                   STRING 'PLOTFIX OPEN FAILED, STATUS='
                       PLOTFIX-STATUS ' - NOTHING SAVED'
                       DELIMITED BY SIZE INTO WS-SCR-MSG
               ELSE
                   COMPUTE WS-REPLAY-IX = 1
                   PERFORM UNTIL WS-REPLAY-IX > WS-ENTRY-COUNT
                       MOVE SPACES TO REWORK-OUT-RECORD
                       MOVE WS-ENTRY-CMD(WS-REPLAY-IX) TO
                           REWORK-OUT-RECORD(1:52)
                       MOVE 'KEYED CORRECTION' TO
                           REWORK-OUT-RECORD(53:30)
                       MOVE WS-SCR-CANVAS TO REWORK-OUT-RECORD(83:8)
                       WRITE REWORK-OUT-RECORD
                       ADD 1 TO WS-REPLAY-IX GIVING WS-REPLAY-IX
                   END-PERFORM
                   CLOSE REWORK-OUT-FILE
                   SET ENTRY-SAVED TO TRUE
                   MOVE SPACES TO WS-SCR-MSG
                   STRING 'REWORK SAVED TO PLOTFIX - '
                       WS-ENTRY-COUNT ' COMMANDS FOR CANVAS '
                       WS-SCR-CANVAS ' - NEW BATCH'
                       DELIMITED BY SIZE INTO WS-SCR-MSG
                   PERFORM START-NEW-BATCH
               END-IF
           END-IF
           END-IF.
      * once written, the commands belong to the saved batch: the
      * table is emptied and the preview cleared so the next save
      * holds only what is keyed after this one. the saved switch
      * stays set, so Q quits without the unsaved warning.
       START-NEW-BATCH.
           MOVE 0 TO WS-ENTRY-COUNT.
           PERFORM CLEAR-ENTRY-CANVAS.
       QUIT-REQUEST.
           IF WS-ENTRY-COUNT > 0 AND NOT ENTRY-SAVED AND
              NOT QUIT-PENDING
               STRING 'COMMANDS NOT SAVED - '
                   'Q AGAIN TO QUIT WITHOUT SAVING'
                   DELIMITED BY SIZE INTO WS-SCR-MSG
               SET QUIT-PENDING TO TRUE
           ELSE
               SET ENTRY-DONE TO TRUE
           END-IF.
       LOAD-TEMPLATE-LIBRARY.
           MOVE 'Y' TO WS-TMPL-LOADED-SW.
           OPEN INPUT TMPL-LIB-FILE.
           IF PLOTTMPL-STATUS = '00'
               PERFORM UNTIL END-OF-PLOTTMPL
                   READ TMPL-LIB-FILE
                       AT END
                           SET END-OF-PLOTTMPL TO TRUE
                       NOT AT END
                           PERFORM STORE-TEMPLATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TMPL-LIB-FILE
           END-IF.
      * held to the render's 10-template/200-command table so a
      * template the render would drop cannot be keyed either.
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
      * the render's drawing paragraphs and bounds check.
           COPY PLOTDRAW.
           COPY PLOTVAL.
       END PROGRAM 8025entry.
