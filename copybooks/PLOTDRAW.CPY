      ******************************************************************
      * Copybook: PLOTDRAW
      * Purpose: canvas drawing primitives shared by the renderer
      *          (8025test) and the online command entry preview
      *          (8025entry), so what the operator sees while keying
      *          is drawn by exactly the code the nightly render uses.
      *          Procedure-division copybook: COPY it where a
      *          paragraph may begin. The including program supplies
      *          the canvas table SCREN (SCRENC OCCURS 60, SCRENCHR
      *          X(2), SCRENR OCCURS 132, SCRENCHRT X(1)); the loop
      *          fields i, j, x, y, linelength PIC 9(3); bx1, bx2,
      *          by1, by2 PIC 9(3); cdx, cdy PIC S9(3); trow, tcol
      *          PIC S9(4); the active pen WS-PEN; PC-TEXT (copybook
      *          PLOTCMD); the canvas bounds WS-MAX-ROW/WS-MAX-COL;
      *          WS-EXCP-REASON PIC X(30); and for FL the fill queue
      *          WS-FILL-CELL OCCURS 7920 (FQ-ROW, FQ-COL PIC 9(3)),
      *          WS-FILL-HEAD, WS-FILL-CNT PIC 9(4), WS-FILL-ROW,
      *          WS-FILL-COL PIC 9(3) and WS-FILL-SW with 88-level
      *          FILL-REJECTED. The caller validates coordinates
      *          (copybook PLOTVAL) before performing a primitive.
      * Modification History:
      *   2026-10-14 jl371 - pulled out of 8025test for the online
      *     command entry preview.
      ******************************************************************
       PLOTPIXEL-PROCEDURE.
           INSPECT SCRENCHRT(x, y) REPLACING CHARACTERS BY WS-PEN.
       REMOVEPIXEL-PROCEDURE.
           INSPECT SCRENCHRT(x, y) REPLACING CHARACTERS BY ' '.
       DRAWVERTICALLINE.
           COMPUTE i = x + linelength.
           PERFORM UNTIL x > i
               INSPECT SCRENCHRT(x, y) REPLACING CHARACTERS BY WS-PEN
               ADD 1 to x GIVING x
           END-PERFORM
           COMPUTE i = 1.
       DRAWHORIZONTALLINE.
           COMPUTE i = y + linelength.
           PERFORM UNTIL y > i
               INSPECT SCRENCHRT(x, y) REPLACING CHARACTERS BY WS-PEN
               ADD 1 to y GIVING y
           END-PERFORM
           COMPUTE i = 1.
       DRAWDIAGONALLINEB.
           COMPUTE i = x + linelength - 1.
           PERFORM UNTIL x > i
               INSPECT SCRENCHRT(x, y) REPLACING CHARACTERS BY WS-PEN
               COMPUTE y = y + 1
               ADD 1 to x GIVING x
           END-PERFORM
           COMPUTE i = 1.
       DRAWDIAGONALLINEF.
           COMPUTE i = y + linelength.
           PERFORM UNTIL y > i
               INSPECT SCRENCHRT(x, y) REPLACING CHARACTERS BY WS-PEN
               COMPUTE x = x - 1
               ADD 1 to y GIVING y
           END-PERFORM
           COMPUTE i = 1.
       DRAWBOX.
           COMPUTE bx1 = x.
           COMPUTE bx2 = x + linelength.
           COMPUTE by1 = y.
           COMPUTE by2 = y + linelength.
           COMPUTE j = by1.
           PERFORM UNTIL j > by2
               INSPECT SCRENCHRT(bx1, j) REPLACING CHARACTERS BY WS-PEN
               INSPECT SCRENCHRT(bx2, j) REPLACING CHARACTERS BY WS-PEN
               ADD 1 TO j GIVING j
           END-PERFORM.
           COMPUTE i = bx1.
           PERFORM UNTIL i > bx2
               INSPECT SCRENCHRT(i, by1) REPLACING CHARACTERS BY WS-PEN
               INSPECT SCRENCHRT(i, by2) REPLACING CHARACTERS BY WS-PEN
               ADD 1 TO i GIVING i
           END-PERFORM.
           COMPUTE i = 1.
           COMPUTE j = 1.
       DRAWCIRCLE.
           COMPUTE cdx = 0 - linelength.
           PERFORM UNTIL cdx > linelength
               COMPUTE cdy ROUNDED = FUNCTION SQRT
                   ((linelength * linelength) - (cdx * cdx))
               COMPUTE trow = x + cdx
               COMPUTE tcol = y + cdy
               INSPECT SCRENCHRT(trow, tcol)
                   REPLACING CHARACTERS BY WS-PEN
               COMPUTE tcol = y - cdy
               INSPECT SCRENCHRT(trow, tcol)
                   REPLACING CHARACTERS BY WS-PEN
               ADD 1 TO cdx GIVING cdx
           END-PERFORM.
       DRAWTEXT.
           COMPUTE j = 1.
           PERFORM UNTIL j > linelength
               MOVE PC-TEXT(j:1) TO SCRENCHRT(x, y + j - 1)
               ADD 1 TO j GIVING j
           END-PERFORM.
           COMPUTE j = 1.
      * FL floods the blank region around the seed cell with the
      * active pen. each blank cell is painted as it is queued and
      * its four neighbors are examined when it comes off the
      * queue; any nonblank cell stops the flood. a queued cell on
      * the canvas edge means the region is not enclosed - filling
      * it would shade the whole diagram - so every cell painted so
      * far is put back to blank and FILL-REJECTED is set with the
      * reason for the caller to log. WS-FILL-CNT returns the cells
      * painted.
       DRAWFILL.
           MOVE 'N' TO WS-FILL-SW.
           MOVE 0 TO WS-FILL-HEAD.
           MOVE 0 TO WS-FILL-CNT.
           IF SCRENCHRT(x, y) NOT = SPACE
               SET FILL-REJECTED TO TRUE
               MOVE 'FILL SEED NOT BLANK' TO WS-EXCP-REASON
           ELSE
               MOVE x TO WS-FILL-ROW
               MOVE y TO WS-FILL-COL
               PERFORM PAINT-FILL-CELL
               PERFORM UNTIL WS-FILL-HEAD >= WS-FILL-CNT OR
                   FILL-REJECTED
                   ADD 1 TO WS-FILL-HEAD
                   MOVE FQ-ROW(WS-FILL-HEAD) TO x
                   MOVE FQ-COL(WS-FILL-HEAD) TO y
                   IF x = 1 OR x = WS-MAX-ROW OR
                      y = 1 OR y = WS-MAX-COL
                       SET FILL-REJECTED TO TRUE
                       MOVE 'FILL REGION NOT ENCLOSED' TO
                           WS-EXCP-REASON
                   ELSE
                       COMPUTE WS-FILL-ROW = x - 1
                       MOVE y TO WS-FILL-COL
                       PERFORM PAINT-FILL-CELL
                       COMPUTE WS-FILL-ROW = x + 1
                       PERFORM PAINT-FILL-CELL
                       MOVE x TO WS-FILL-ROW
                       COMPUTE WS-FILL-COL = y - 1
                       PERFORM PAINT-FILL-CELL
                       COMPUTE WS-FILL-COL = y + 1
                       PERFORM PAINT-FILL-CELL
                   END-IF
               END-PERFORM
               IF FILL-REJECTED
                   PERFORM UNDO-FILL
               END-IF
           END-IF.
           COMPUTE x = 1.
           COMPUTE y = 1.
       PAINT-FILL-CELL.
           IF SCRENCHRT(WS-FILL-ROW, WS-FILL-COL) = SPACE
               MOVE WS-PEN TO SCRENCHRT(WS-FILL-ROW, WS-FILL-COL)
               ADD 1 TO WS-FILL-CNT
               MOVE WS-FILL-ROW TO FQ-ROW(WS-FILL-CNT)
               MOVE WS-FILL-COL TO FQ-COL(WS-FILL-CNT)
           END-IF.
       UNDO-FILL.
           PERFORM UNTIL WS-FILL-CNT = 0
               MOVE SPACE TO
                   SCRENCHRT(FQ-ROW(WS-FILL-CNT), FQ-COL(WS-FILL-CNT))
               SUBTRACT 1 FROM WS-FILL-CNT
           END-PERFORM.
