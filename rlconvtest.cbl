      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: One-time conversion of the run-control journal RUNLOG
      *          to the current RUN-LOG-RECORD layout (copybook
      *          RUNLOG). The record has grown past the original
      *          56 bytes - alert counts for 8025chart, digest counts
      *          for 8025digest, library counts for 8025libutl - and
      *          a populated RUNLOG in the old layout cannot be opened
      *          by the programs that now COPY RUNLOG. Before the new
      *          chain first runs, the existing journal is renamed to
      *          RUNLOGO and this program reads it in the original
      *          layout and writes every record to a new RUNLOG with
      *          the added counts zeroed.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 jl371 - created. The run is refused (return code
      *     12, nothing written) when RUNLOG already opens in the new
      *     layout - the conversion has been done - or when RUNLOG is
      *     still present in the old layout, i.e. it was not renamed
      *     to RUNLOGO first. Records read and written are shown on
      *     SYSOUT and must agree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025rlconv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RUN-LOG-FILE ASSIGN TO "RUNLOGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-KEY
               FILE STATUS IS RUNLOGO-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * the journal record as 8025test, 8025chart, 8025libload and
      * 8025cmp first wrote it.
       FD  OLD-RUN-LOG-FILE.
       01 OLD-RUN-LOG-RECORD.
           05 OL-KEY.
               10 OL-RUN-DATE   PIC 9(8).
               10 OL-STEP-SEQ   PIC 9(2).
               10 OL-PROGRAM-ID PIC X(12).
           05 OL-RUN-ID        PIC X(8).
           05 OL-COMMANDS-READ PIC 9(5).
           05 OL-REJECTS       PIC 9(5).
           05 OL-DIAGRAMS      PIC 9(3).
           05 OL-PAGES         PIC 9(3).
           05 OL-ROWS-LOADED   PIC 9(5).
           05 OL-DIFFS         PIC 9(5).
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01 WS-ABEND-MSG PIC X(60).
       01 RUNLOGO-STATUS PIC X(2) VALUE '00'.
       01 RUNLOG-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-EOF-SW PIC X VALUE 'N'.
           88 END-OF-RUNLOGO VALUE 'Y'.
       01 WS-READ PIC 9(7) VALUE 0.
       01 WS-WRITTEN PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-NEW-RUNLOG.
           OPEN INPUT OLD-RUN-LOG-FILE.
           IF RUNLOGO-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'RUNLOGO OPEN FAILED, STATUS=' RUNLOGO-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RUN-LOG-FILE.
           IF RUNLOG-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'RUNLOG OPEN FAILED, STATUS=' RUNLOG-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-RUNLOGO
               READ OLD-RUN-LOG-FILE NEXT RECORD
                   AT END
                       SET END-OF-RUNLOGO TO TRUE
                   NOT AT END
                       PERFORM CONVERT-RUN-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-RUN-LOG-FILE.
           CLOSE RUN-LOG-FILE.
           DISPLAY 'RUNLOG CONVERSION COMPLETE - READ ' WS-READ
               ' WRITTEN ' WS-WRITTEN.
           STOP RUN.
      * a RUNLOG that opens in the new layout has been converted
      * already; one that is there but will not open is the old
      * journal, still under its own name. either way nothing is
      * touched.
       CHECK-NEW-RUNLOG.
           OPEN INPUT RUN-LOG-FILE.
           IF RUNLOG-STATUS = '00'
               CLOSE RUN-LOG-FILE
               DISPLAY 'RUNLOG ALREADY IN THE NEW LAYOUT - '
                   'CONVERSION REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE IF RUNLOG-STATUS NOT = '35'
               DISPLAY 'RUNLOG OPEN STATUS ' RUNLOG-STATUS
                   ' - RENAME THE OLD JOURNAL TO RUNLOGO FIRST - '
                   'CONVERSION REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
      * the old counts carry over field for field; INITIALIZE leaves
      * the counts added since at zero, as a step that does not own
      * them writes them.
       CONVERT-RUN-LOG-RECORD.
           ADD 1 TO WS-READ.
           INITIALIZE RUN-LOG-RECORD.
           MOVE OL-RUN-DATE TO RL-RUN-DATE.
           MOVE OL-STEP-SEQ TO RL-STEP-SEQ.
           MOVE OL-PROGRAM-ID TO RL-PROGRAM-ID.
           MOVE OL-RUN-ID TO RL-RUN-ID.
           MOVE OL-COMMANDS-READ TO RL-COMMANDS-READ.
           MOVE OL-REJECTS TO RL-REJECTS.
           MOVE OL-DIAGRAMS TO RL-DIAGRAMS.
           MOVE OL-PAGES TO RL-PAGES.
           MOVE OL-ROWS-LOADED TO RL-ROWS-LOADED.
           MOVE OL-DIFFS TO RL-DIFFS.
           WRITE RUN-LOG-RECORD.
           IF RUNLOG-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'RUNLOG WRITE FAILED, STATUS=' RUNLOG-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WRITTEN.
       END PROGRAM 8025rlconv.
