      ******************************************************************
      * Copybook: PLOTVAL
      * Purpose: plot-command bounds check shared by the renderer
      *          (8025test) and the PLOTIN dry-run edit (8025edit), so
      *          the edit can never pass a record the render rejects.
      *          Procedure-division copybook: COPY it where a
      *          paragraph may begin. The including program supplies
      *          PC-OPCODE (copybook PLOTCMD), the staged coordinates
      *          x, y and linelength, the canvas bounds WS-MAX-ROW and
      *          WS-MAX-COL, WS-END-ROW/WS-END-COL PIC S9(4), the
      *          switch WS-VALID-SW with 88-levels COORDS-VALID and
      *          COORDS-INVALID, and WS-EXCP-REASON PIC X(30), which
      *          comes back spaces or holding the reject reason.
      * Modification History:
      *   2026-10-14 jl371 - VALIDATE-COORDS-PROCEDURE pulled out of
      *     8025test so the dry-run edit applies the same checks.
      ******************************************************************
       VALIDATE-COORDS-PROCEDURE.
           SET COORDS-VALID TO TRUE.
           MOVE SPACES TO WS-EXCP-REASON.
           IF x < 1 OR x > WS-MAX-ROW
               SET COORDS-INVALID TO TRUE
               MOVE 'X COORDINATE OUT OF RANGE' TO WS-EXCP-REASON
           END-IF.
           IF COORDS-VALID AND (y < 1 OR y > WS-MAX-COL)
               SET COORDS-INVALID TO TRUE
               MOVE 'Y COORDINATE OUT OF RANGE' TO WS-EXCP-REASON
           END-IF.
           IF COORDS-VALID
               EVALUATE PC-OPCODE
                   WHEN 'VL'
                       COMPUTE WS-END-ROW = x + linelength
                       IF WS-END-ROW > WS-MAX-ROW
                           SET COORDS-INVALID TO TRUE
                           MOVE 'LINE EXCEEDS ROW BOUND' TO
                               WS-EXCP-REASON
                       END-IF
                   WHEN 'HL'
                       COMPUTE WS-END-COL = y + linelength
                       IF WS-END-COL > WS-MAX-COL
                           SET COORDS-INVALID TO TRUE
                           MOVE 'LINE EXCEEDS COL BOUND' TO
                               WS-EXCP-REASON
                       END-IF
                   WHEN 'DB'
                       COMPUTE WS-END-ROW = x + linelength - 1
                       COMPUTE WS-END-COL = y + linelength - 1
                       IF WS-END-ROW > WS-MAX-ROW OR
                          WS-END-COL > WS-MAX-COL
                           SET COORDS-INVALID TO TRUE
                           MOVE 'DIAGONAL EXCEEDS BOUND' TO
                               WS-EXCP-REASON
                       END-IF
                   WHEN 'DF'
                       COMPUTE WS-END-ROW = x - linelength
                       COMPUTE WS-END-COL = y + linelength
                       IF WS-END-ROW < 1 OR WS-END-COL > WS-MAX-COL
                           SET COORDS-INVALID TO TRUE
                           MOVE 'DIAGONAL EXCEEDS BOUND' TO
                               WS-EXCP-REASON
                       END-IF
                   WHEN 'BX'
                       COMPUTE WS-END-ROW = x + linelength
                       COMPUTE WS-END-COL = y + linelength
                       IF WS-END-ROW > WS-MAX-ROW OR
                          WS-END-COL > WS-MAX-COL
                           SET COORDS-INVALID TO TRUE
                           MOVE 'BOX EXCEEDS BOUND' TO WS-EXCP-REASON
                       END-IF
                   WHEN 'CI'
                       COMPUTE WS-END-ROW = x + linelength
                       COMPUTE WS-END-COL = y + linelength
                       IF WS-END-ROW > WS-MAX-ROW OR
                          WS-END-COL > WS-MAX-COL OR
                          x <= linelength OR y <= linelength
                           SET COORDS-INVALID TO TRUE
                           MOVE 'CIRCLE EXCEEDS BOUND' TO
                               WS-EXCP-REASON
                       END-IF
                   WHEN 'TX'
                       COMPUTE WS-END-COL = y + linelength - 1
                       IF linelength < 1 OR linelength > 40
                           SET COORDS-INVALID TO TRUE
                           MOVE 'TEXT LENGTH OUT OF RANGE' TO
                               WS-EXCP-REASON
                       ELSE IF WS-END-COL > WS-MAX-COL
                           SET COORDS-INVALID TO TRUE
                           MOVE 'TEXT EXCEEDS COL BOUND' TO
                               WS-EXCP-REASON
                       END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
