      *   2026-09-02 jl371 - end of run now journals a control record
      *     to the keyed RUNLOG file (diagrams and rows loaded) so
      *     the operator chain summary survives the spool purge.
      *   2026-10-14 jl371 - RUNLOG record is INITIALIZEd before the
      *     control counts are moved, so the new alert counts go out
      *     zero.
      *   2026-10-14 jl371 - the load now also builds the keyed caption
      *     index CAPINDEX (copybook CAPINDEX): every caption lettered
      *     on a loaded row, keyed by caption text, with the version
      *     key, row and column. A rerun takes the replaced row's
      *     captions out of the index before indexing the new row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025libload.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS RUNLOG-STATUS.
           SELECT CAPTION-INDEX-FILE ASSIGN TO "CAPINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS CAPINDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CANVAS-IN-FILE.
           COPY DIAGLIB.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       FD  CAPTION-INDEX-FILE.
           COPY CAPINDEX.
       WORKING-STORAGE SECTION.
       01 WS-ABEND-MSG PIC X(60).
       01 RUNLOG-STATUS PIC X(2) VALUE '00'.
       01 CANVOUT-STATUS PIC X(2) VALUE '00'.
       01 LIBPARM-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 CAPINDEX-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-CANVOUT VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-ROWS-LOADED PIC 9(5) VALUE 0.
       01 WS-IN-DIAGRAM-SW PIC X VALUE 'N'.
           88 IN-DIAGRAM VALUE 'Y'.
       01 WS-NEW-ROW PIC X(135).
       01 WS-CAPTION-MODE-SW PIC X VALUE 'A'.
           88 CAPTION-ADD VALUE 'A'.
           88 CAPTION-REMOVE VALUE 'R'.
       01 WS-CAPTIONS-INDEXED PIC 9(5) VALUE 0.
       01 WS-CAPTIONS-REMOVED PIC 9(5) VALUE 0.
           COPY CAPSCANW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-LIB-PARM.
               STOP RUN
           END-IF.
           PERFORM OPEN-DIAG-LIBRARY.
           PERFORM OPEN-CAPTION-INDEX.
           PERFORM UNTIL END-OF-CANVOUT
               READ CANVAS-IN-FILE
                   AT END
           END-PERFORM.
           CLOSE CANVAS-IN-FILE.
           CLOSE DIAG-LIB-FILE.
           CLOSE CAPTION-INDEX-FILE.
           DISPLAY 'DIAGLIB LOAD COMPLETE - RUN DATE ' WS-RUN-DATE
               ' DIAGRAMS ' WS-DIAGRAM-SEQ
               ' ROWS ' WS-ROWS-LOADED.
           DISPLAY 'CAPINDEX - CAPTIONS INDEXED ' WS-CAPTIONS-INDEXED
               ' REPLACED ENTRIES REMOVED ' WS-CAPTIONS-REMOVED.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.
       READ-LIB-PARM.
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
       OPEN-CAPTION-INDEX.
           OPEN I-O CAPTION-INDEX-FILE.
           IF CAPINDEX-STATUS = '35'
               OPEN OUTPUT CAPTION-INDEX-FILE
               CLOSE CAPTION-INDEX-FILE
               OPEN I-O CAPTION-INDEX-FILE
           END-IF.
           IF CAPINDEX-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CAPINDEX OPEN FAILED, STATUS=' CAPINDEX-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
      * a separator record starts the next diagram and names it; an
      * archive from before the leading separator was added starts
      * straight in on the rows, so the first diagram then keeps
               MOVE CANVAS-IN-RECORD TO DL-ROW-DATA
               WRITE DIAG-LIB-RECORD
               IF DIAGLIB-STATUS = '22'
                   PERFORM UNINDEX-REPLACED-ROW
                   REWRITE DIAG-LIB-RECORD
               END-IF
               IF DIAGLIB-STATUS NOT = '00'
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROWS-LOADED
               SET CAPTION-ADD TO TRUE
               MOVE DL-ROW-DATA TO CS-ROW-DATA
               PERFORM SCAN-CAPTIONS-PROCEDURE
           END-IF.
      * a rerun replaces a row already in the library; the captions
      * of the row it replaces come out of the index first, so an
      * entry never outlives the caption it points at.
       UNINDEX-REPLACED-ROW.
           MOVE DL-ROW-DATA TO WS-NEW-ROW.
           READ DIAG-LIB-FILE RECORD KEY IS DL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DIAGLIB-STATUS = '00'
               SET CAPTION-REMOVE TO TRUE
               MOVE DL-ROW-DATA TO CS-ROW-DATA
               PERFORM SCAN-CAPTIONS-PROCEDURE
           END-IF.
           MOVE WS-NEW-ROW TO DL-ROW-DATA.
      * one index entry per caption per row, keyed caption first;
      * an entry already present (the same caption at the same spot
      * of the same version) is left as it is.
       CAPTION-FOUND-PROCEDURE.
           MOVE CS-CAPTION TO CI-CAPTION.
           MOVE DL-DIAGRAM-ID TO CI-DIAGRAM-ID.
           MOVE DL-RUN-DATE TO CI-RUN-DATE.
           MOVE DL-DIAGRAM-SEQ TO CI-DIAGRAM-SEQ.
           MOVE DL-ROW-NUM TO CI-ROW-NUM.
           MOVE CS-CAPTION-COL TO CI-COL-NUM.
           IF CAPTION-REMOVE
               DELETE CAPTION-INDEX-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF CAPINDEX-STATUS = '00'
                   ADD 1 TO WS-CAPTIONS-REMOVED
               END-IF
           ELSE
               WRITE CAPTION-INDEX-RECORD
               IF CAPINDEX-STATUS = '00'
                   ADD 1 TO WS-CAPTIONS-INDEXED
               ELSE IF CAPINDEX-STATUS NOT = '22'
                   MOVE SPACES TO WS-ABEND-MSG
                   STRING 'CAPINDEX WRITE FAILED, STATUS='
                       CAPINDEX-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MSG
                   DISPLAY WS-ABEND-MSG
                   STOP RUN
               END-IF
               END-IF
           END-IF.
      * end-of-run control record to the chain journal; a record
      * already there for this date (a rerun) is rewritten. a RUNLOG
               DISPLAY 'RUNLOG OPEN FAILED, STATUS=' RUNLOG-STATUS
                   ' - RUN NOT JOURNALED'
           ELSE
               INITIALIZE RUN-LOG-RECORD
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE 03 TO RL-STEP-SEQ
               MOVE '8025libload ' TO RL-PROGRAM-ID
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.
      * the shared caption scan.
           COPY CAPSCAN.
       END PROGRAM 8025libload.
