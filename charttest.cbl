      *     plot time (CHART WIDTH EXCEEDED) counts as a reject
      *     only and READ = PLOTTED + REJECTED ties again; its
      *     legend line is flagged NOT PLOTTED.
      *   2026-10-14 jl371 - capacity threshold alerting. Warning and
      *     critical levels per series come from the keyed THRESHIN
      *     file (optional; copybook THRESHLD) and draw as reference
      *     lines at their height on the series' own scale - '.' for
      *     warning, ':' for critical, tagged with the series mark
      *     beside the scale labels. Every observation over a level
      *     is written to ALERTOUT (copybook ALERTREC) with the
      *     higher level it exceeds and the percent over. A critical
      *     breach ends the run with return code 16, warnings only
      *     with 4; both counts are journaled to RUNLOG.
      *   2026-10-15 jl371 - a series' full scale is now the largest
      *     of its highest observation and its warning and critical
      *     levels, so every threshold draws as a reference line
      *     before the series reaches it, on the same scale as its
      *     bars.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025chart.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO "CHRTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHRTEXCP-STATUS.
           SELECT THRESH-IN-FILE ASSIGN TO "THRESHIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-SERIES
               FILE STATUS IS THRESHIN-STATUS.
           SELECT ALERT-OUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERTOUT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01 CHART-OUT-RECORD PIC X(135).
       FD  EXCEPTION-RPT-FILE.
       01 EXCEPTION-RPT-RECORD PIC X(80).
       FD  THRESH-IN-FILE.
           COPY THRESHLD.
       FD  ALERT-OUT-FILE.
           COPY ALERTREC.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01 CHARTOUT-STATUS PIC X(2) VALUE '00'.
       01 CHRTEXCP-STATUS PIC X(2) VALUE '00'.
       01 RUNLOG-STATUS PIC X(2) VALUE '00'.
       01 THRESHIN-STATUS PIC X(2) VALUE '00'.
       01 ALERTOUT-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-SERIESIN VALUE 'Y'.
               10 SR-NAME  PIC X(8).
               10 SR-MAX   PIC 9(7)V99.
               10 SR-COUNT PIC 9(3).
               10 SR-WARN  PIC 9(7)V99.
               10 SR-CRIT  PIC 9(7)V99.
               10 SR-WARN-ROW PIC 9(3).
               10 SR-CRIT-ROW PIC 9(3).
       01 WS-SER-CNT PIC 9(2) VALUE 0.
       01 WS-SER-IX PIC 9(2).
       01 WS-SER-FOUND-SW PIC X VALUE 'N'.
       01 WS-BARNUM PIC 9(2).
       01 WS-VALUE-ED PIC 9(7).99.
       01 k PIC 9(3).
       01 WS-WARN-ALERTS PIC 9(5) VALUE 0.
       01 WS-CRIT-ALERTS PIC 9(5) VALUE 0.
       01 WS-THR-LEVEL PIC 9(7)V99.
       01 WS-THR-HEIGHT PIC 9(7).
       01 WS-THR-ROW PIC 9(3).
       01 WS-THR-CHAR PIC X.
       01 WS-THR-NAME PIC X(8).
       01 WS-THR-ED PIC 9(7).99.
       01 WS-PCT-ED PIC ZZZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CHART-PARMS.
           PERFORM LOAD-OBSERVATIONS.
           PERFORM LOAD-SERIES-THRESHOLDS.
           PERFORM RAISE-SERIES-FULL-SCALE.
           MOVE WS-OBS-COUNT TO WS-OBS-PLOTTED.
           PERFORM CLEARSCREEN.
           PERFORM DRAW-AXES.
           PERFORM LABEL-SCALE-ROWS.
           IF WS-OBS-COUNT > 0 AND WS-MAX-VALUE > 0
               PERFORM PLOT-OBSERVATIONS
               PERFORM DRAW-THRESHOLD-LINES
           END-IF.
           PERFORM CHECK-THRESHOLD-ALERTS.
           PERFORM DISPLAY-PROCEDURE.
           PERFORM WRITE-LEGEND.
           IF EXCP-OPENED
           DISPLAY 'CHART RECONCILIATION - READ=' WS-OBS-READ
               ' PLOTTED=' WS-OBS-PLOTTED
               ' REJECTED=' WS-OBS-REJECTED.
           DISPLAY 'THRESHOLD ALERTS - WARNING=' WS-WARN-ALERTS
               ' CRITICAL=' WS-CRIT-ALERTS.
           IF WS-CRIT-ALERTS > 0
               DISPLAY 'CHART RUN CRITICAL - SERIES OVER CRITICAL '
                   'THRESHOLD, SEE ALERTOUT'
               MOVE 16 TO RETURN-CODE
           ELSE IF WS-WARN-ALERTS > 0
               DISPLAY 'CHART RUN WARNING - SERIES OVER WARNING '
                   'THRESHOLD, SEE ALERTOUT'
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           PERFORM WRITE-RUN-LOG.
           STOP RUN.
       READ-CHART-PARMS.
               MOVE SO-SERIES TO SR-NAME(WS-SER-IX)
               MOVE 0 TO SR-MAX(WS-SER-IX)
               MOVE 0 TO SR-COUNT(WS-SER-IX)
               MOVE 0 TO SR-WARN(WS-SER-IX)
               MOVE 0 TO SR-CRIT(WS-SER-IX)
               MOVE 0 TO SR-WARN-ROW(WS-SER-IX)
               MOVE 0 TO SR-CRIT-ROW(WS-SER-IX)
           END-IF
           END-IF.
      * each charted series looks up its own warning and critical
      * levels. THRESHIN is optional, and a series with no record
      * (or a level of zero) is charted without that line or alert.
       LOAD-SERIES-THRESHOLDS.
           OPEN INPUT THRESH-IN-FILE.
           IF THRESHIN-STATUS = '35'
               CONTINUE
           ELSE IF THRESHIN-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'THRESHIN OPEN FAILED, STATUS=' THRESHIN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               COMPUTE k = 1
               PERFORM UNTIL k > WS-SER-CNT
                   MOVE SR-NAME(k) TO TH-SERIES
                   READ THRESH-IN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM STORE-SERIES-THRESHOLD
                   END-READ
                   ADD 1 TO k GIVING k
               END-PERFORM
               CLOSE THRESH-IN-FILE
           END-IF
           END-IF.
       STORE-SERIES-THRESHOLD.
           IF TH-WARN-LEVEL NUMERIC
               MOVE TH-WARN-LEVEL TO SR-WARN(k)
           END-IF.
           IF TH-CRIT-LEVEL NUMERIC
               MOVE TH-CRIT-LEVEL TO SR-CRIT(k)
           END-IF.
      * a level the series has not yet reached still needs its line,
      * so the full scale the bars and lines share is raised to the
      * higher of the two levels when either is over the highest
      * observation.
       RAISE-SERIES-FULL-SCALE.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-SER-CNT
               IF SR-WARN(k) > SR-MAX(k)
                   MOVE SR-WARN(k) TO SR-MAX(k)
               END-IF
               IF SR-CRIT(k) > SR-MAX(k)
                   MOVE SR-CRIT(k) TO SR-MAX(k)
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
       FIND-DATE-SLOT.
           MOVE 'N' TO WS-DATE-FOUND-SW.
           COMPUTE WS-DATE-IX = 1.
       PLOT-TREND-POINT.
           COMPUTE WS-MARK-ROW = WS-AXIS-ROW - WS-BAR-HEIGHT.
           MOVE WS-MARK TO SCRENCHRT(WS-MARK-ROW, WS-BAR-COL).
      * each level draws as a reference line at its height on the
      * series' own scale - '.' for warning, ':' for critical - over
      * blank cells only, so the bars stay solid. the series mark
      * and level character tag the line in the two columns left of
      * the axis, beside the scale row labels. the full scale takes
      * in both levels, so every level has a row; a level that still
      * lands past the top (row left zero) is reported as such in
      * the legend.
       DRAW-THRESHOLD-LINES.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-SER-CNT
               MOVE WS-MARK-CHARS(k:1) TO WS-MARK
               MOVE SR-WARN(k) TO WS-THR-LEVEL
               MOVE '.' TO WS-THR-CHAR
               PERFORM PLOT-THRESHOLD-LINE
               MOVE WS-THR-ROW TO SR-WARN-ROW(k)
               MOVE SR-CRIT(k) TO WS-THR-LEVEL
               MOVE ':' TO WS-THR-CHAR
               PERFORM PLOT-THRESHOLD-LINE
               MOVE WS-THR-ROW TO SR-CRIT-ROW(k)
               ADD 1 TO k GIVING k
           END-PERFORM.
       PLOT-THRESHOLD-LINE.
           MOVE 0 TO WS-THR-ROW.
           IF WS-THR-LEVEL > 0 AND SR-MAX(k) > 0
               COMPUTE WS-THR-HEIGHT ROUNDED =
                   (WS-THR-LEVEL * WS-CHART-ROWS) / SR-MAX(k)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-THR-HEIGHT
               END-COMPUTE
               IF WS-THR-HEIGHT <= WS-CHART-ROWS
                   IF WS-THR-HEIGHT = 0
                       MOVE 1 TO WS-THR-HEIGHT
                   END-IF
                   COMPUTE WS-THR-ROW = WS-AXIS-ROW - WS-THR-HEIGHT
                   MOVE WS-MARK TO SCRENCHRT(WS-THR-ROW, 1)
                   MOVE WS-THR-CHAR TO SCRENCHRT(WS-THR-ROW, 2)
                   COMPUTE j = WS-AXIS-COL + 1
                   PERFORM UNTIL j > WS-MAX-COL
                       IF SCRENCHRT(WS-THR-ROW, j) = SPACE
                           MOVE WS-THR-CHAR TO
                               SCRENCHRT(WS-THR-ROW, j)
                       END-IF
                       ADD 1 TO j GIVING j
                   END-PERFORM
                   COMPUTE j = 1
               END-IF
           END-IF.
      * every observation over a level goes to ALERTOUT, plotted or
      * not - a breach is a breach whether or not the canvas had
      * room for its bar - under the higher level it exceeds.
      * ALERTOUT is written fresh each run, so an empty file means
      * no alerts.
       CHECK-THRESHOLD-ALERTS.
           OPEN OUTPUT ALERT-OUT-FILE.
           IF ALERTOUT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'ALERTOUT OPEN FAILED, STATUS=' ALERTOUT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-OBS-COUNT
               MOVE OB-SER-IX(k) TO WS-SER-IX
               IF SR-CRIT(WS-SER-IX) > 0 AND
                  OB-VALUE(k) > SR-CRIT(WS-SER-IX)
                   MOVE 'CRITICAL' TO AL-LEVEL
                   MOVE SR-CRIT(WS-SER-IX) TO AL-THRESHOLD
                   ADD 1 TO WS-CRIT-ALERTS
                   PERFORM WRITE-ALERT-RECORD
               ELSE IF SR-WARN(WS-SER-IX) > 0 AND
                  OB-VALUE(k) > SR-WARN(WS-SER-IX)
                   MOVE 'WARNING ' TO AL-LEVEL
                   MOVE SR-WARN(WS-SER-IX) TO AL-THRESHOLD
                   ADD 1 TO WS-WARN-ALERTS
                   PERFORM WRITE-ALERT-RECORD
               END-IF
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
           CLOSE ALERT-OUT-FILE.
       WRITE-ALERT-RECORD.
           MOVE OB-DATE(k) TO AL-DATE.
           MOVE OB-SERIES(k) TO AL-SERIES.
           MOVE OB-VALUE(k) TO AL-VALUE.
           COMPUTE AL-PCT-OVER ROUNDED =
               ((OB-VALUE(k) - AL-THRESHOLD) * 100) / AL-THRESHOLD
               ON SIZE ERROR
                   MOVE 99999.99 TO AL-PCT-OVER
           END-COMPUTE.
           WRITE ALERT-RECORD.
           MOVE AL-VALUE TO WS-VALUE-ED.
           MOVE AL-THRESHOLD TO WS-THR-ED.
           MOVE AL-PCT-OVER TO WS-PCT-ED.
           DISPLAY 'ALERT ' AL-DATE ' ' AL-SERIES ' ' AL-LEVEL
               ' VALUE ' WS-VALUE-ED ' THRESHOLD ' WS-THR-ED
               ' PCT OVER ' WS-PCT-ED.
       DISPLAY-PROCEDURE.
           OPEN OUTPUT CHART-OUT-FILE.
           IF CHARTOUT-STATUS NOT = '00'
               ADD 1 TO k GIVING k
           END-PERFORM.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-SER-CNT
               MOVE WS-MARK-CHARS(k:1) TO WS-MARK
               IF SR-WARN(k) > 0
                   MOVE 'WARNING ' TO WS-THR-NAME
                   MOVE SR-WARN(k) TO WS-THR-LEVEL
                   MOVE SR-WARN-ROW(k) TO WS-THR-ROW
                   MOVE '.' TO WS-THR-CHAR
                   PERFORM WRITE-THRESHOLD-LEGEND
               END-IF
               IF SR-CRIT(k) > 0
                   MOVE 'CRITICAL' TO WS-THR-NAME
                   MOVE SR-CRIT(k) TO WS-THR-LEVEL
                   MOVE SR-CRIT-ROW(k) TO WS-THR-ROW
                   MOVE ':' TO WS-THR-CHAR
                   PERFORM WRITE-THRESHOLD-LEGEND
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-OBS-COUNT
               MOVE k TO WS-BARNUM
               MOVE OB-VALUE(k) TO WS-VALUE-ED
               ADD 1 TO k GIVING k
           END-PERFORM.
           CLOSE CHART-OUT-FILE.
       WRITE-THRESHOLD-LEGEND.
           MOVE WS-THR-LEVEL TO WS-THR-ED.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-THR-ROW = 0
               STRING 'THRESHOLD ' SR-NAME(k)
                   '  ' WS-THR-NAME ' = ' WS-THR-ED
                   '  NO LINE - ABOVE FULL SCALE'
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           ELSE
               STRING 'THRESHOLD ' SR-NAME(k)
                   '  ' WS-THR-NAME ' = ' WS-THR-ED
                   '  LINE ROW ' WS-THR-ROW
                   '  TAG ' WS-MARK WS-THR-CHAR
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF.
           DISPLAY WS-OUT-LINE.
           MOVE WS-OUT-LINE TO CHART-OUT-RECORD.
           WRITE CHART-OUT-RECORD.
       CLEARSCREEN.
           COMPUTE i = 1.
           PERFORM UNTIL i > WS-MAX-ROW
               DISPLAY 'RUNLOG OPEN FAILED, STATUS=' RUNLOG-STATUS
                   ' - RUN NOT JOURNALED'
           ELSE
               INITIALIZE RUN-LOG-RECORD
               MOVE WS-RUN-DATE TO RL-RUN-DATE
               MOVE 02 TO RL-STEP-SEQ
               MOVE '8025chart   ' TO RL-PROGRAM-ID
               MOVE 0 TO RL-PAGES
               MOVE 0 TO RL-ROWS-LOADED
               MOVE 0 TO RL-DIFFS
               MOVE WS-WARN-ALERTS TO RL-WARN-ALERTS
               MOVE WS-CRIT-ALERTS TO RL-CRIT-ALERTS
               WRITE RUN-LOG-RECORD
               IF RUNLOG-STATUS = '22'
                   REWRITE RUN-LOG-RECORD
