      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Nightly change digest across the whole diagram
      *          library. Runs as the step after 8025libload: every
      *          diagram version loaded under the run date is
      *          compared with the previous version of the same
      *          identifier in DIAGLIB, the way 8025cmp's library
      *          mode compares one identifier. Each version with
      *          changes gets a record in the keyed change-history
      *          file CHGHIST (copybook CHGHIST) - identifier, old
      *          and new dates, marks added and removed, rows
      *          touched, captions added and dropped. A one-page
      *          digest of changed, unchanged and brand-new diagrams
      *          goes to DGSTRPT and a monthly history by identifier
      *          to CHGMON, so change management can match layout
      *          changes to approved tickets without running 8025cmp
      *          one room at a time.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. DGSTPARM (optional) overrides
      *     the run date (default today, as 8025libload defaults
      *     it) and the history month (default the run date's
      *     month). The previous version is the one stored under
      *     the identifier's latest run date before the run date;
      *     when an identifier has more than one diagram on a
      *     date the k-th is paired with the k-th, as in 8025cmp.
      *     Marks are counted as 8025cmp counts them; captions are
      *     found with the caption index's scan (copybook
      *     CAPSCAN). A rerun rewrites the night's CHGHIST records.
      *     The changed and new counts are journaled to RUNLOG as
      *     step 05.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025digest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DGST-PARM-FILE ASSIGN TO "DGSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DGSTPARM-STATUS.
           SELECT DIAG-LIB-FILE ASSIGN TO "DIAGLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS DIAGLIB-STATUS.
           SELECT CHG-HIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS CHGHIST-STATUS.
           SELECT DIGEST-RPT-FILE ASSIGN TO "DGSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DGSTRPT-STATUS.
           SELECT CHG-MON-FILE ASSIGN TO "CHGMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGMON-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DGST-PARM-FILE.
       01 DGST-PARM-RECORD.
           05 DP-RUN-DATE   PIC 9(8).
           05 DP-HIST-MONTH PIC 9(6).
       FD  DIAG-LIB-FILE.
           COPY DIAGLIB.
       FD  CHG-HIST-FILE.
           COPY CHGHIST.
       FD  DIGEST-RPT-FILE.
       01 DIGEST-RPT-RECORD PIC X(80).
       FD  CHG-MON-FILE.
       01 CHG-MON-RECORD PIC X(80).
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01 i PIC 9(3) VALUE 1.
       01 j PIC 9(3) VALUE 1.
       01 k PIC 9(3).
       01 WS-ABEND-MSG PIC X(60).
       01 DGSTPARM-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 CHGHIST-STATUS PIC X(2) VALUE '00'.
       01 DGSTRPT-STATUS PIC X(2) VALUE '00'.
       01 CHGMON-STATUS PIC X(2) VALUE '00'.
       01 RUNLOG-STATUS PIC X(2) VALUE '00'.
       01 WS-LIB-EOF-SW PIC X VALUE 'N'.
           88 END-OF-DIAGLIB VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 END-OF-CHGHIST VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-HIST-MONTH PIC 9(6).
       01 WS-REC-MONTH PIC 9(6).
      * the versions the digest needs: for each identifier, those
      * stored under the run date and those under the latest date
      * before it. older versions are dropped as the scan passes,
      * so the table holds about two nights of the library.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 500 TIMES.
               10 VT-ID    PIC X(8).
               10 VT-DATE  PIC 9(8).
               10 VT-SEQ   PIC 9(3).
       01 WS-VER-COUNT PIC 9(3) VALUE 0.
       01 WS-VER-FULL-SW PIC X VALUE 'N'.
           88 VER-TABLE-FULL VALUE 'Y'.
       01 WS-CUR-ID PIC X(8) VALUE SPACES.
       01 WS-CUR-DATE PIC 9(8) VALUE 0.
       01 WS-CUR-SEQ PIC 9(3) VALUE 0.
       01 WS-ID-START PIC 9(3).
       01 WS-ID-PRIOR-DATE PIC 9(8).
       01 WS-ID-TONIGHT-CNT PIC 9(3).
      * pairing of one of tonight's versions with its predecessor.
       01 WS-VER-IX PIC 9(3).
       01 WS-ORDINAL PIC 9(3).
       01 WS-GRP-START PIC 9(3).
       01 WS-PRV-START PIC 9(3).
       01 WS-PRV-COUNT PIC 9(3).
       01 WS-PRV-DONE-SW PIC X.
           88 PRV-GROUP-DONE VALUE 'Y'.
       01 WS-OLD-IX PIC 9(3).
       01 WS-TGT-ID PIC X(8).
       01 WS-TGT-DATE PIC 9(8).
       01 WS-TGT-SEQ PIC 9(3).
       01 WS-OLD-DIAGRAM.
           05 OD-ROW OCCURS 60 TIMES PIC X(135).
       01 WS-NEW-DIAGRAM.
           05 ND-ROW OCCURS 60 TIMES PIC X(135).
       01 WS-LOAD-DIAGRAM.
           05 LD-ROW OCCURS 60 TIMES PIC X(135).
       01 WS-LOAD-ROWS PIC 9(3).
       01 WS-OLD-ROWS PIC 9(3).
       01 WS-NEW-ROWS PIC 9(3).
       01 WS-CMP-ROWS PIC 9(3).
       01 WS-OLD-CHR PIC X(1).
       01 WS-NEW-CHR PIC X(1).
       01 WS-ROW-TOUCHED-SW PIC X.
           88 ROW-TOUCHED VALUE 'Y'.
       01 WS-MARKS-ADDED PIC 9(5).
       01 WS-MARKS-REMOVED PIC 9(5).
       01 WS-ROWS-TOUCHED PIC 9(3).
      * caption sets of the two versions, compared by text.
       01 WS-CAP-SIDE-SW PIC X.
           88 CAP-SIDE-OLD VALUE 'O'.
           88 CAP-SIDE-NEW VALUE 'N'.
       01 WS-OLD-CAPS.
           05 OC-CAPTION OCCURS 200 TIMES PIC X(40).
       01 WS-OLD-CAP-CNT PIC 9(3).
       01 WS-NEW-CAPS.
           05 NC-CAPTION OCCURS 200 TIMES PIC X(40).
       01 WS-NEW-CAP-CNT PIC 9(3).
       01 WS-CAP-FOUND-SW PIC X.
           88 CAP-FOUND VALUE 'Y'.
       01 WS-CAP-IX PIC 9(3).
       01 WS-CAPS-ADDED PIC 9(3).
       01 WS-CAPS-DROPPED PIC 9(3).
           COPY CAPSCANW.
      * the night's outcome, kept for the one-page digest.
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 500 TIMES.
               10 RS-ID PIC X(8).
               10 RS-SEQ PIC 9(3).
               10 RS-KIND PIC X.
                   88 RS-CHANGED VALUE 'C'.
                   88 RS-UNCHANGED VALUE 'U'.
                   88 RS-NEW VALUE 'N'.
               10 RS-OLD-DATE PIC 9(8).
               10 RS-ADDED PIC 9(5).
               10 RS-REMOVED PIC 9(5).
               10 RS-ROWS PIC 9(3).
               10 RS-CAPS-ADDED PIC 9(3).
               10 RS-CAPS-DROPPED PIC 9(3).
       01 WS-RESULT-CNT PIC 9(3) VALUE 0.
       01 WS-EXAMINED PIC 9(3) VALUE 0.
       01 WS-CHANGED PIC 9(3) VALUE 0.
       01 WS-UNCHANGED PIC 9(3) VALUE 0.
       01 WS-NEW PIC 9(3) VALUE 0.
       01 WS-PAGE-LINES PIC 9(3) VALUE 0.
       01 WS-PAGE-MAX PIC 9(3) VALUE 60.
       01 WS-NOT-LISTED PIC 9(3).
       01 WS-SECTION-KIND PIC X.
       01 WS-MON-CHANGES PIC 9(5).
       01 WS-MON-TOTAL PIC 9(5) VALUE 0.
       01 WS-MON-IDS PIC 9(3) VALUE 0.
       01 WS-MON-ID PIC X(8).
       01 WS-RPT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-DGST-PARM.
           OPEN INPUT DIAG-LIB-FILE.
           IF DIAGLIB-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DIAGLIB OPEN FAILED, STATUS=' DIAGLIB-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM OPEN-CHANGE-HISTORY.
           PERFORM BUILD-VERSION-TABLE.
           COMPUTE WS-VER-IX = 1.
           PERFORM UNTIL WS-VER-IX > WS-VER-COUNT
               IF VT-DATE(WS-VER-IX) = WS-RUN-DATE
                   PERFORM DIGEST-ONE-VERSION
               END-IF
               ADD 1 TO WS-VER-IX GIVING WS-VER-IX
           END-PERFORM.
           CLOSE DIAG-LIB-FILE.
           PERFORM WRITE-DIGEST-REPORT.
           PERFORM WRITE-MONTHLY-HISTORY.
           CLOSE CHG-HIST-FILE.
           DISPLAY 'CHANGE DIGEST COMPLETE - RUN DATE ' WS-RUN-DATE
               ' EXAMINED ' WS-EXAMINED
               ' CHANGED ' WS-CHANGED
               ' UNCHANGED ' WS-UNCHANGED
               ' NEW ' WS-NEW.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.
       READ-DGST-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-HIST-MONTH.
           OPEN INPUT DGST-PARM-FILE.
           IF DGSTPARM-STATUS = '35'
               CONTINUE
           ELSE IF DGSTPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DGSTPARM OPEN FAILED, STATUS=' DGSTPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               READ DGST-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-RUN-DATE NUMERIC AND DP-RUN-DATE > 0
                           MOVE DP-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF DP-HIST-MONTH NUMERIC AND DP-HIST-MONTH > 0
                           MOVE DP-HIST-MONTH TO WS-HIST-MONTH
                       END-IF
               END-READ
               CLOSE DGST-PARM-FILE
           END-IF
           END-IF.
           IF WS-HIST-MONTH = 0
               DIVIDE WS-RUN-DATE BY 100 GIVING WS-HIST-MONTH
           END-IF.
       OPEN-CHANGE-HISTORY.
           OPEN I-O CHG-HIST-FILE.
           IF CHGHIST-STATUS = '35'
               OPEN OUTPUT CHG-HIST-FILE
               CLOSE CHG-HIST-FILE
               OPEN I-O CHG-HIST-FILE
           END-IF.
           IF CHGHIST-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CHGHIST OPEN FAILED, STATUS=' CHGHIST-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
      * rows stream back in key order - identifier, run date,
      * sequence, row - so a key change starts the next version and
      * an identifier change closes the one before.
       BUILD-VERSION-TABLE.
           MOVE LOW-VALUES TO DL-KEY.
           START DIAG-LIB-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET END-OF-DIAGLIB TO TRUE
           END-START.
           PERFORM UNTIL END-OF-DIAGLIB
               READ DIAG-LIB-FILE NEXT RECORD
                   AT END
                       SET END-OF-DIAGLIB TO TRUE
                   NOT AT END
                       IF DL-DIAGRAM-ID NOT = WS-CUR-ID OR
                          DL-RUN-DATE NOT = WS-CUR-DATE OR
                          DL-DIAGRAM-SEQ NOT = WS-CUR-SEQ
                           PERFORM TABLE-LIBRARY-VERSION
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CLOSE-ID-GROUP.
       TABLE-LIBRARY-VERSION.
           IF DL-DIAGRAM-ID NOT = WS-CUR-ID
               PERFORM CLOSE-ID-GROUP
               COMPUTE WS-ID-START = WS-VER-COUNT + 1
               MOVE 0 TO WS-ID-PRIOR-DATE
               MOVE 0 TO WS-ID-TONIGHT-CNT
           END-IF.
           MOVE DL-DIAGRAM-ID TO WS-CUR-ID.
           MOVE DL-RUN-DATE TO WS-CUR-DATE.
           MOVE DL-DIAGRAM-SEQ TO WS-CUR-SEQ.
           IF DL-RUN-DATE < WS-RUN-DATE
               IF DL-RUN-DATE NOT = WS-ID-PRIOR-DATE
                   COMPUTE WS-VER-COUNT = WS-ID-START - 1
                   MOVE DL-RUN-DATE TO WS-ID-PRIOR-DATE
               END-IF
               PERFORM ADD-VERSION-ENTRY
           ELSE IF DL-RUN-DATE = WS-RUN-DATE
               PERFORM ADD-VERSION-ENTRY
               ADD 1 TO WS-ID-TONIGHT-CNT
           END-IF
           END-IF.
      * an identifier with nothing loaded tonight needs none of its
      * versions.
       CLOSE-ID-GROUP.
           IF WS-CUR-ID NOT = SPACES AND WS-ID-TONIGHT-CNT = 0
               COMPUTE WS-VER-COUNT = WS-ID-START - 1
           END-IF.
       ADD-VERSION-ENTRY.
           IF WS-VER-COUNT >= 500
               IF NOT VER-TABLE-FULL
                   DISPLAY 'CHANGE DIGEST: VERSION TABLE FULL, '
                       'VERSIONS PAST 500 NOT DIGESTED'
                   SET VER-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-VER-COUNT
               MOVE DL-DIAGRAM-ID TO VT-ID(WS-VER-COUNT)
               MOVE DL-RUN-DATE TO VT-DATE(WS-VER-COUNT)
               MOVE DL-DIAGRAM-SEQ TO VT-SEQ(WS-VER-COUNT)
           END-IF.
      * the k-th of tonight's versions under an identifier pairs with
      * the k-th under the identifier's previous date, which sits
      * just ahead of tonight's group in the table; no k-th there
      * means a brand-new diagram.
       DIGEST-ONE-VERSION.
           ADD 1 TO WS-EXAMINED.
           IF WS-VER-IX > 1 AND
              VT-ID(WS-VER-IX - 1) = VT-ID(WS-VER-IX) AND
              VT-DATE(WS-VER-IX - 1) = WS-RUN-DATE
               ADD 1 TO WS-ORDINAL
           ELSE
               MOVE 1 TO WS-ORDINAL
           END-IF.
           COMPUTE WS-GRP-START = WS-VER-IX - WS-ORDINAL + 1.
           MOVE 0 TO WS-PRV-COUNT.
           MOVE WS-GRP-START TO WS-PRV-START.
           MOVE 'N' TO WS-PRV-DONE-SW.
           PERFORM UNTIL PRV-GROUP-DONE
               IF WS-PRV-START = 1
                   SET PRV-GROUP-DONE TO TRUE
               ELSE IF VT-ID(WS-PRV-START - 1) NOT = VT-ID(WS-VER-IX)
                   SET PRV-GROUP-DONE TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-PRV-START
                   ADD 1 TO WS-PRV-COUNT
               END-IF
               END-IF
           END-PERFORM.
           IF WS-ORDINAL > WS-PRV-COUNT
               PERFORM RECORD-NEW-DIAGRAM
           ELSE
               COMPUTE WS-OLD-IX = WS-PRV-START + WS-ORDINAL - 1
               PERFORM COMPARE-WITH-PREVIOUS
           END-IF.
       RECORD-NEW-DIAGRAM.
           ADD 1 TO WS-NEW.
           PERFORM ADD-RESULT-ENTRY.
           IF WS-RESULT-CNT > 0
               MOVE 'N' TO RS-KIND(WS-RESULT-CNT)
               MOVE 0 TO RS-OLD-DATE(WS-RESULT-CNT)
           END-IF.
       COMPARE-WITH-PREVIOUS.
           MOVE VT-ID(WS-OLD-IX) TO WS-TGT-ID.
           MOVE VT-DATE(WS-OLD-IX) TO WS-TGT-DATE.
           MOVE VT-SEQ(WS-OLD-IX) TO WS-TGT-SEQ.
           PERFORM LOAD-LIBRARY-VERSION.
           MOVE WS-LOAD-DIAGRAM TO WS-OLD-DIAGRAM.
           MOVE WS-LOAD-ROWS TO WS-OLD-ROWS.
           MOVE VT-ID(WS-VER-IX) TO WS-TGT-ID.
           MOVE VT-DATE(WS-VER-IX) TO WS-TGT-DATE.
           MOVE VT-SEQ(WS-VER-IX) TO WS-TGT-SEQ.
           PERFORM LOAD-LIBRARY-VERSION.
           MOVE WS-LOAD-DIAGRAM TO WS-NEW-DIAGRAM.
           MOVE WS-LOAD-ROWS TO WS-NEW-ROWS.
           PERFORM COMPARE-VERSIONS.
           PERFORM COMPARE-CAPTIONS.
           PERFORM ADD-RESULT-ENTRY.
           IF WS-MARKS-ADDED = 0 AND WS-MARKS-REMOVED = 0 AND
              WS-ROWS-TOUCHED = 0
               ADD 1 TO WS-UNCHANGED
               IF WS-RESULT-CNT > 0
                   MOVE 'U' TO RS-KIND(WS-RESULT-CNT)
               END-IF
           ELSE
               ADD 1 TO WS-CHANGED
               IF WS-RESULT-CNT > 0
                   MOVE 'C' TO RS-KIND(WS-RESULT-CNT)
               END-IF
               PERFORM WRITE-CHANGE-HISTORY
           END-IF.
           IF WS-RESULT-CNT > 0
               MOVE VT-DATE(WS-OLD-IX) TO RS-OLD-DATE(WS-RESULT-CNT)
               MOVE WS-MARKS-ADDED TO RS-ADDED(WS-RESULT-CNT)
               MOVE WS-MARKS-REMOVED TO RS-REMOVED(WS-RESULT-CNT)
               MOVE WS-ROWS-TOUCHED TO RS-ROWS(WS-RESULT-CNT)
               MOVE WS-CAPS-ADDED TO RS-CAPS-ADDED(WS-RESULT-CNT)
               MOVE WS-CAPS-DROPPED TO RS-CAPS-DROPPED(WS-RESULT-CNT)
           END-IF.
       ADD-RESULT-ENTRY.
           IF WS-RESULT-CNT < 500
               ADD 1 TO WS-RESULT-CNT
               MOVE VT-ID(WS-VER-IX) TO RS-ID(WS-RESULT-CNT)
               MOVE VT-SEQ(WS-VER-IX) TO RS-SEQ(WS-RESULT-CNT)
               MOVE 0 TO RS-ADDED(WS-RESULT-CNT)
               MOVE 0 TO RS-REMOVED(WS-RESULT-CNT)
               MOVE 0 TO RS-ROWS(WS-RESULT-CNT)
               MOVE 0 TO RS-CAPS-ADDED(WS-RESULT-CNT)
               MOVE 0 TO RS-CAPS-DROPPED(WS-RESULT-CNT)
           END-IF.
       LOAD-LIBRARY-VERSION.
           MOVE 0 TO WS-LOAD-ROWS.
           MOVE SPACES TO WS-LOAD-DIAGRAM.
           MOVE 'N' TO WS-LIB-EOF-SW.
           MOVE WS-TGT-ID TO DL-DIAGRAM-ID.
           MOVE WS-TGT-DATE TO DL-RUN-DATE.
           MOVE WS-TGT-SEQ TO DL-DIAGRAM-SEQ.
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
                       IF DL-DIAGRAM-ID NOT = WS-TGT-ID OR
                          DL-RUN-DATE NOT = WS-TGT-DATE OR
                          DL-DIAGRAM-SEQ NOT = WS-TGT-SEQ
                           SET END-OF-DIAGLIB TO TRUE
                       ELSE
                           IF DL-ROW-NUM >= 1 AND DL-ROW-NUM <= 60
                               MOVE DL-ROW-DATA TO LD-ROW(DL-ROW-NUM)
                               IF DL-ROW-NUM > WS-LOAD-ROWS
                                   MOVE DL-ROW-NUM TO WS-LOAD-ROWS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      * marks are counted as 8025cmp counts them: any nonblank cell
      * that appears or changes is added, any that disappears or
      * changes is removed. a row is touched when its label or any
      * of its cells differ; rows past the shorter version compare
      * against spaces.
       COMPARE-VERSIONS.
           MOVE 0 TO WS-MARKS-ADDED.
           MOVE 0 TO WS-MARKS-REMOVED.
           MOVE 0 TO WS-ROWS-TOUCHED.
           IF WS-OLD-ROWS < WS-NEW-ROWS
               MOVE WS-NEW-ROWS TO WS-CMP-ROWS
           ELSE
               MOVE WS-OLD-ROWS TO WS-CMP-ROWS
           END-IF.
           COMPUTE i = 1.
           PERFORM UNTIL i > WS-CMP-ROWS
               IF OD-ROW(i) NOT = ND-ROW(i)
                   ADD 1 TO WS-ROWS-TOUCHED
                   PERFORM COMPARE-ROW-CELLS
               END-IF
               ADD 1 TO i GIVING i
           END-PERFORM.
       COMPARE-ROW-CELLS.
           COMPUTE j = 1.
           PERFORM UNTIL j > 132
               MOVE OD-ROW(i)(j + 3:1) TO WS-OLD-CHR
               MOVE ND-ROW(i)(j + 3:1) TO WS-NEW-CHR
               IF WS-OLD-CHR NOT = WS-NEW-CHR
                   IF WS-NEW-CHR NOT = SPACE
                       ADD 1 TO WS-MARKS-ADDED
                   END-IF
                   IF WS-OLD-CHR NOT = SPACE
                       ADD 1 TO WS-MARKS-REMOVED
                   END-IF
               END-IF
               ADD 1 TO j GIVING j
           END-PERFORM.
      * each version's captions are gathered once by text; a caption
      * only in the new version was added, one only in the old was
      * dropped. a caption that moved is in both and is neither.
       COMPARE-CAPTIONS.
           MOVE 0 TO WS-OLD-CAP-CNT.
           MOVE 0 TO WS-NEW-CAP-CNT.
           SET CAP-SIDE-OLD TO TRUE.
           COMPUTE i = 1.
           PERFORM UNTIL i > WS-OLD-ROWS
               MOVE OD-ROW(i) TO CS-ROW-DATA
               PERFORM SCAN-CAPTIONS-PROCEDURE
               ADD 1 TO i GIVING i
           END-PERFORM.
           SET CAP-SIDE-NEW TO TRUE.
           COMPUTE i = 1.
           PERFORM UNTIL i > WS-NEW-ROWS
               MOVE ND-ROW(i) TO CS-ROW-DATA
               PERFORM SCAN-CAPTIONS-PROCEDURE
               ADD 1 TO i GIVING i
           END-PERFORM.
           INITIALIZE CHANGE-HISTORY-RECORD.
           MOVE 0 TO WS-CAPS-ADDED.
           MOVE 0 TO WS-CAPS-DROPPED.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-NEW-CAP-CNT
               MOVE NC-CAPTION(k) TO CS-CAPTION
               PERFORM FIND-OLD-CAPTION
               IF NOT CAP-FOUND
                   ADD 1 TO WS-CAPS-ADDED
                   IF WS-CAPS-ADDED <= 10
                       MOVE CS-CAPTION TO CH-CAPS-ADDED(WS-CAPS-ADDED)
                   END-IF
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-OLD-CAP-CNT
               MOVE OC-CAPTION(k) TO CS-CAPTION
               PERFORM FIND-NEW-CAPTION
               IF NOT CAP-FOUND
                   ADD 1 TO WS-CAPS-DROPPED
                   IF WS-CAPS-DROPPED <= 10
                       MOVE CS-CAPTION TO
                           CH-CAPS-DROPPED(WS-CAPS-DROPPED)
                   END-IF
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
      * performed by the caption scan for each caption on a row.
       CAPTION-FOUND-PROCEDURE.
           IF CAP-SIDE-OLD
               PERFORM FIND-OLD-CAPTION
               IF NOT CAP-FOUND AND WS-OLD-CAP-CNT < 200
                   ADD 1 TO WS-OLD-CAP-CNT
                   MOVE CS-CAPTION TO OC-CAPTION(WS-OLD-CAP-CNT)
               END-IF
           ELSE
               PERFORM FIND-NEW-CAPTION
               IF NOT CAP-FOUND AND WS-NEW-CAP-CNT < 200
                   ADD 1 TO WS-NEW-CAP-CNT
                   MOVE CS-CAPTION TO NC-CAPTION(WS-NEW-CAP-CNT)
               END-IF
           END-IF.
       FIND-OLD-CAPTION.
           MOVE 'N' TO WS-CAP-FOUND-SW.
           COMPUTE WS-CAP-IX = 1.
           PERFORM UNTIL WS-CAP-IX > WS-OLD-CAP-CNT OR CAP-FOUND
               IF OC-CAPTION(WS-CAP-IX) = CS-CAPTION
                   SET CAP-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-CAP-IX GIVING WS-CAP-IX
           END-PERFORM.
       FIND-NEW-CAPTION.
           MOVE 'N' TO WS-CAP-FOUND-SW.
           COMPUTE WS-CAP-IX = 1.
           PERFORM UNTIL WS-CAP-IX > WS-NEW-CAP-CNT OR CAP-FOUND
               IF NC-CAPTION(WS-CAP-IX) = CS-CAPTION
                   SET CAP-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-CAP-IX GIVING WS-CAP-IX
           END-PERFORM.
      * the caption lists were already moved into the record by
      * COMPARE-CAPTIONS; a record already there for the version (a
      * rerun) is rewritten.
       WRITE-CHANGE-HISTORY.
           MOVE VT-ID(WS-VER-IX) TO CH-DIAGRAM-ID.
           MOVE VT-DATE(WS-VER-IX) TO CH-NEW-DATE.
           MOVE VT-SEQ(WS-VER-IX) TO CH-NEW-SEQ.
           MOVE VT-DATE(WS-OLD-IX) TO CH-OLD-DATE.
           MOVE VT-SEQ(WS-OLD-IX) TO CH-OLD-SEQ.
           MOVE WS-MARKS-ADDED TO CH-MARKS-ADDED.
           MOVE WS-MARKS-REMOVED TO CH-MARKS-REMOVED.
           MOVE WS-ROWS-TOUCHED TO CH-ROWS-TOUCHED.
           MOVE WS-CAPS-ADDED TO CH-CAPS-ADDED-CNT.
           MOVE WS-CAPS-DROPPED TO CH-CAPS-DROPPED-CNT.
           WRITE CHANGE-HISTORY-RECORD.
           IF CHGHIST-STATUS = '22'
               REWRITE CHANGE-HISTORY-RECORD
           END-IF.
           IF CHGHIST-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CHGHIST WRITE FAILED, STATUS=' CHGHIST-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
      * one page: the totals first, then the changed, brand-new and
      * unchanged diagrams in that order while the page lasts. room
      * is kept for the later sections' headings; what does not fit
      * is counted, and every change is in CHGMON.
       WRITE-DIGEST-REPORT.
           OPEN OUTPUT DIGEST-RPT-FILE.
           IF DGSTRPT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DGSTRPT OPEN FAILED, STATUS=' DGSTRPT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'NIGHTLY DIAGRAM CHANGE DIGEST - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-DIGEST-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DIAGRAMS LOADED ' WS-EXAMINED
               '  CHANGED ' WS-CHANGED
               '  UNCHANGED ' WS-UNCHANGED
               '  NEW ' WS-NEW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-DIGEST-LINE.
           IF VER-TABLE-FULL
               MOVE 'VERSION TABLE FULL - NOT EVERY DIAGRAM DIGESTED'
                   TO WS-RPT-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
           MOVE 'C' TO WS-SECTION-KIND.
           PERFORM WRITE-DIGEST-SECTION.
           MOVE 'N' TO WS-SECTION-KIND.
           PERFORM WRITE-DIGEST-SECTION.
           MOVE 'U' TO WS-SECTION-KIND.
           PERFORM WRITE-DIGEST-SECTION.
           CLOSE DIGEST-RPT-FILE.
       WRITE-DIGEST-SECTION.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-DIGEST-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SECTION-KIND = 'C'
               STRING 'CHANGED DIAGRAMS     ID       SEQ PREVIOUS'
                   '  MARKS+ MARKS- ROWS CAPS+ CAPS-'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE IF WS-SECTION-KIND = 'N'
               MOVE 'NEW DIAGRAMS         ID       SEQ' TO WS-RPT-LINE
           ELSE
               MOVE 'UNCHANGED DIAGRAMS   ID       SEQ PREVIOUS' TO
                   WS-RPT-LINE
           END-IF
           END-IF.
           PERFORM WRITE-DIGEST-LINE.
           MOVE 0 TO WS-NOT-LISTED.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-RESULT-CNT
               IF RS-KIND(k) = WS-SECTION-KIND
                   IF WS-PAGE-LINES >= WS-PAGE-MAX - 7
                       ADD 1 TO WS-NOT-LISTED
                   ELSE
                       PERFORM WRITE-DIGEST-ENTRY
                   END-IF
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
           IF WS-NOT-LISTED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING '                     ' WS-NOT-LISTED
                   ' MORE NOT LISTED'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-DIGEST-LINE
           END-IF.
       WRITE-DIGEST-ENTRY.
           MOVE SPACES TO WS-RPT-LINE.
           IF RS-CHANGED(k)
               STRING '                     ' RS-ID(k)
                   ' ' RS-SEQ(k)
                   ' ' RS-OLD-DATE(k)
                   '  ' RS-ADDED(k)
                   '  ' RS-REMOVED(k)
                   '  ' RS-ROWS(k)
                   '   ' RS-CAPS-ADDED(k)
                   '   ' RS-CAPS-DROPPED(k)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE IF RS-NEW(k)
               STRING '                     ' RS-ID(k)
                   ' ' RS-SEQ(k)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING '                     ' RS-ID(k)
                   ' ' RS-SEQ(k)
                   ' ' RS-OLD-DATE(k)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           END-IF.
           PERFORM WRITE-DIGEST-LINE.
       WRITE-DIGEST-LINE.
           MOVE WS-RPT-LINE TO DIGEST-RPT-RECORD.
           WRITE DIGEST-RPT-RECORD.
           ADD 1 TO WS-PAGE-LINES.
      * every change-history record of the month, by identifier -
      * the file's key order - with the captions each change added
      * and dropped.
       WRITE-MONTHLY-HISTORY.
           OPEN OUTPUT CHG-MON-FILE.
           IF CHGMON-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CHGMON OPEN FAILED, STATUS=' CHGMON-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DIAGRAM CHANGE HISTORY FOR MONTH ' WS-HIST-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-MON-LINE.
           MOVE SPACES TO WS-MON-ID.
           MOVE 0 TO WS-MON-CHANGES.
           MOVE LOW-VALUES TO CH-KEY.
           START CHG-HIST-FILE KEY NOT < CH-KEY
               INVALID KEY
                   SET END-OF-CHGHIST TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CHGHIST
               READ CHG-HIST-FILE NEXT RECORD
                   AT END
                       SET END-OF-CHGHIST TO TRUE
                   NOT AT END
                       DIVIDE CH-NEW-DATE BY 100 GIVING WS-REC-MONTH
                       IF WS-REC-MONTH = WS-HIST-MONTH
                           PERFORM REPORT-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MON-ID NOT = SPACES
               PERFORM END-HISTORY-ID
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-MON-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MONTH TOTAL - DIAGRAMS CHANGED ' WS-MON-IDS
               '  CHANGES ' WS-MON-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-MON-LINE.
           CLOSE CHG-MON-FILE.
       REPORT-HISTORY-RECORD.
           IF CH-DIAGRAM-ID NOT = WS-MON-ID
               IF WS-MON-ID NOT = SPACES
                   PERFORM END-HISTORY-ID
               END-IF
               MOVE CH-DIAGRAM-ID TO WS-MON-ID
               MOVE 0 TO WS-MON-CHANGES
               ADD 1 TO WS-MON-IDS
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WRITE-MON-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'DIAGRAM ' CH-DIAGRAM-ID
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-MON-LINE
           END-IF.
           ADD 1 TO WS-MON-CHANGES.
           ADD 1 TO WS-MON-TOTAL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ' CH-NEW-DATE ' SEQ ' CH-NEW-SEQ
               ' FROM ' CH-OLD-DATE ' SEQ ' CH-OLD-SEQ
               ' MARKS +' CH-MARKS-ADDED ' -' CH-MARKS-REMOVED
               ' ROWS ' CH-ROWS-TOUCHED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-MON-LINE.
           COMPUTE k = 1.
           PERFORM UNTIL k > CH-CAPS-ADDED-CNT OR k > 10
               MOVE SPACES TO WS-RPT-LINE
               STRING '      CAPTION ADDED   ' CH-CAPS-ADDED(k)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-MON-LINE
               ADD 1 TO k GIVING k
           END-PERFORM.
           IF CH-CAPS-ADDED-CNT > 10
               MOVE SPACES TO WS-RPT-LINE
               STRING '      CAPTIONS ADDED  ' CH-CAPS-ADDED-CNT
                   ' IN ALL'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-MON-LINE
           END-IF.
           COMPUTE k = 1.
           PERFORM UNTIL k > CH-CAPS-DROPPED-CNT OR k > 10
               MOVE SPACES TO WS-RPT-LINE
               STRING '      CAPTION DROPPED ' CH-CAPS-DROPPED(k)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-MON-LINE
               ADD 1 TO k GIVING k
           END-PERFORM.
           IF CH-CAPS-DROPPED-CNT > 10
               MOVE SPACES TO WS-RPT-LINE
               STRING '      CAPTIONS DROPPED ' CH-CAPS-DROPPED-CNT
                   ' IN ALL'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-MON-LINE
           END-IF.
       END-HISTORY-ID.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  CHANGES THIS MONTH ' WS-MON-CHANGES
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-MON-LINE.
       WRITE-MON-LINE.
           MOVE WS-RPT-LINE TO CHG-MON-RECORD.
           WRITE CHG-MON-RECORD.
      * end-of-run control record to the chain journal; a record
      * already there for this date (a rerun) is rewritten. a RUNLOG
      * that cannot be opened is reported but does not fail the run.
       WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE.
           IF RUNLOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN I-O RUN-LOG-FILE
           END-IF.
           IF RUNLOG-STATUS NOT = '00'
               DISPLAY 'RUNLOG OPEN FAILED, STATUS=' RUNLOG-STATUS
                   ' - RUN NOT JOURNALED'
           ELSE
               INITIALIZE RUN-LOG-RECORD
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE 05 TO RL-STEP-SEQ
               MOVE '8025digest  ' TO RL-PROGRAM-ID
               MOVE SPACES TO RL-RUN-ID
               MOVE WS-EXAMINED TO RL-DIAGRAMS
               MOVE WS-CHANGED TO RL-CHANGED-DIAGS
               MOVE WS-NEW TO RL-NEW-DIAGS
               WRITE RUN-LOG-RECORD
               IF RUNLOG-STATUS = '22'
                   REWRITE RUN-LOG-RECORD
               END-IF
               IF RUNLOG-STATUS NOT = '00'
                   DISPLAY 'RUNLOG WRITE FAILED, STATUS='
                       RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.
      * the caption index's scan.
           COPY CAPSCAN.
       END PROGRAM 8025digest.
