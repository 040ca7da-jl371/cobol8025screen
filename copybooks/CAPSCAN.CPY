      ******************************************************************
      * Copybook: CAPSCAN
      * Purpose: caption scan of one archived canvas row, shared by
      *          the library load (8025libload), which indexes the
      *          captions it finds, and the library maintenance
      *          (8025libmnt), which finds the same captions again to
      *          remove their index entries when it purges a version.
      *          Procedure-division copybook: COPY it where a
      *          paragraph may begin, with its work areas (copybook
      *          CAPSCANW) in WORKING-STORAGE. The including program
      *          moves the row to CS-ROW-DATA and supplies paragraph
      *          CAPTION-FOUND-PROCEDURE, performed once per caption
      *          with the text in CS-CAPTION and its starting canvas
      *          column in CS-CAPTION-COL.
      *          A caption is a run of letters and digits, which may
      *          carry the joiners - . / _ and single blanks between
      *          words, at least two characters long and holding at
      *          least one letter. The row label columns are not
      *          scanned, and a run of one repeated character (a line
      *          or box side drawn with a letter pen) is not a
      *          caption. Captions longer than 40 are cut to 40.
      * Modification History:
      *   2026-10-14 jl371 - created for the caption index.
      ******************************************************************
       SCAN-CAPTIONS-PROCEDURE.
           COMPUTE CS-POS = 4.
           PERFORM UNTIL CS-POS > 135
               MOVE CS-ROW-DATA(CS-POS:1) TO CS-CHAR
               IF CS-ALNUM
                   PERFORM SCAN-ONE-CAPTION
               ELSE
                   ADD 1 TO CS-POS GIVING CS-POS
               END-IF
           END-PERFORM.
      * the run ends at any other character, or at a blank that is
      * not followed by a letter or digit; trailing joiners are not
      * part of the caption.
       SCAN-ONE-CAPTION.
           MOVE CS-POS TO CS-START.
           MOVE CS-POS TO CS-END.
           SET CS-IN-RUN TO TRUE.
           MOVE 'N' TO CS-LETTER-SW.
           PERFORM UNTIL NOT CS-IN-RUN
               MOVE CS-ROW-DATA(CS-POS:1) TO CS-CHAR
               IF CS-LETTER
                   SET CS-HAS-LETTER TO TRUE
               END-IF
               IF CS-ALNUM
                   MOVE CS-POS TO CS-END
               ELSE IF CS-JOINER
                   CONTINUE
               ELSE IF CS-CHAR = SPACE AND CS-POS < 135
                   MOVE CS-ROW-DATA(CS-POS + 1:1) TO CS-CHAR
                   IF NOT CS-ALNUM
                       MOVE 'N' TO CS-RUN-SW
                   END-IF
               ELSE
                   MOVE 'N' TO CS-RUN-SW
               END-IF
               END-IF
               END-IF
               IF CS-IN-RUN
                   ADD 1 TO CS-POS GIVING CS-POS
                   IF CS-POS > 135
                       MOVE 'N' TO CS-RUN-SW
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE CS-LEN = CS-END - CS-START + 1.
           IF CS-LEN >= 2 AND CS-HAS-LETTER
               MOVE CS-ROW-DATA(CS-START:1) TO CS-CHAR
               MOVE 0 TO CS-TALLY
               INSPECT CS-ROW-DATA(CS-START:CS-LEN)
                   TALLYING CS-TALLY FOR ALL CS-CHAR
               IF CS-TALLY < CS-LEN
                   IF CS-LEN > 40
                       MOVE 40 TO CS-LEN
                   END-IF
                   MOVE SPACES TO CS-CAPTION
                   MOVE CS-ROW-DATA(CS-START:CS-LEN) TO CS-CAPTION
                   COMPUTE CS-CAPTION-COL = CS-START - 3
                   ADD 1 TO CS-CAPTIONS-FOUND
                   PERFORM CAPTION-FOUND-PROCEDURE
               END-IF
           END-IF.
