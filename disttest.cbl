      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Split the render's PRTOUT report into one bundle per
      *          recipient, so the operators no longer pull pages
      *          apart by hand for facilities, the network team and
      *          the site managers. The distribution control file
      *          DISTCTL (copybook DISTCTL) maps diagram identifiers
      *          - exact, or a prefix ending in '*' - to recipients
      *          with a copy count. Each PRTOUT page is known by the
      *          heading 8025test's WRITE-PAGE-HEADING writes. Every
      *          recipient with pages gets a bundle in DISTOUT: a
      *          banner page with a contents list, then its pages,
      *          each as many times as its copy count. Pages that
      *          match no recipient are listed and reproduced in
      *          DISTUNRT. Each page put in a bundle is recorded in
      *          the keyed distribution log DISTLOG (copybook
      *          DISTLOG) by recipient, identifier, run date and
      *          page.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. Bundles follow DISTCTL's order
      *     of recipients and PRTOUT's order of pages. A page whose
      *     heading carries no identifier (a PRTOUT rendered before
      *     the heading carried one) is unrouted. A rerun rewrites
      *     the run's DISTLOG records. Return code 4 when any page
      *     went unrouted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025dist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CTL-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTCTL-STATUS.
           SELECT PRINT-RPT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRTOUT-STATUS.
           SELECT DIST-OUT-FILE ASSIGN TO "DISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTOUT-STATUS.
           SELECT DIST-UNRT-FILE ASSIGN TO "DISTUNRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTUNRT-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-KEY
               FILE STATUS IS DISTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CTL-FILE.
           COPY DISTCTL.
       FD  PRINT-RPT-FILE.
       01 PRINT-RPT-RECORD PIC X(135).
       FD  DIST-OUT-FILE.
       01 DIST-OUT-RECORD PIC X(135).
       FD  DIST-UNRT-FILE.
       01 DIST-UNRT-RECORD PIC X(135).
       FD  DIST-LOG-FILE.
           COPY DISTLOG.
       WORKING-STORAGE SECTION.
       01 i PIC 9(3).
       01 k PIC 9(4).
       01 WS-ABEND-MSG PIC X(60).
       01 DISTCTL-STATUS PIC X(2) VALUE '00'.
       01 PRTOUT-STATUS PIC X(2) VALUE '00'.
       01 DISTOUT-STATUS PIC X(2) VALUE '00'.
       01 DISTUNRT-STATUS PIC X(2) VALUE '00'.
       01 DISTLOG-STATUS PIC X(2) VALUE '00'.
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           88 END-OF-DISTCTL VALUE 'Y'.
       01 WS-PRT-EOF-SW PIC X VALUE 'N'.
           88 END-OF-PRTOUT VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
      * the heading 8025test writes at the top of every PRTOUT page;
      * a page after the first starts with the form feed of its page
      * eject, which is stripped before the line is looked at.
       01 WS-PRT-LINE PIC X(135).
       01 WS-PAGE-HEADING REDEFINES WS-PRT-LINE.
           05 PH-TAG         PIC X(9).
           05 PH-TITLE       PIC X(40).
           05 FILLER         PIC X(11).
           05 PH-RUN-DATE    PIC X(8).
           05 FILLER         PIC X(7).
           05 PH-PAGE-NUM    PIC X(3).
           05 PH-ID-TAG      PIC X(5).
           05 PH-DIAGRAM-ID  PIC X(8).
           05 FILLER         PIC X(44).
       01 WS-FORM-FEED PIC X VALUE X'0C'.
      * distribution control entries and the recipients they name.
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 200 TIMES.
               10 CT-PATTERN    PIC X(8).
               10 CT-MATCH-LEN  PIC 9(1).
               10 CT-RCP-IX     PIC 9(3).
               10 CT-COPIES     PIC 9(2).
       01 WS-CTL-COUNT PIC 9(3) VALUE 0.
       01 WS-CTL-REJECTS PIC 9(3) VALUE 0.
       01 WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 50 TIMES.
               10 RC-RECIPIENT  PIC X(12).
               10 RC-DELIVER-TO PIC X(30).
               10 RC-DIAGRAMS   PIC 9(3).
               10 RC-PAGES      PIC 9(4).
       01 WS-RCP-COUNT PIC 9(3) VALUE 0.
       01 WS-RCP-IX PIC 9(3).
       01 WS-RCP-FOUND-SW PIC X.
           88 RECIPIENT-FOUND VALUE 'Y'.
       01 WS-STAR-POS PIC 9(2).
      * the pages of PRTOUT, in order.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 500 TIMES.
               10 PG-DIAGRAM-ID PIC X(8).
               10 PG-TITLE      PIC X(40).
               10 PG-RUN-DATE   PIC 9(8).
               10 PG-PAGE-NUM   PIC 9(3).
               10 PG-ROUTES     PIC 9(3).
       01 WS-PAGE-COUNT PIC 9(3) VALUE 0.
       01 WS-PAGE-FULL-SW PIC X VALUE 'N'.
           88 PAGE-TABLE-FULL VALUE 'Y'.
       01 WS-PAGE-IX PIC 9(3).
      * one route per page and recipient, at its copy count.
       01 WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 2000 TIMES.
               10 RT-PAGE-IX    PIC 9(3).
               10 RT-RCP-IX     PIC 9(3).
               10 RT-COPIES     PIC 9(2).
       01 WS-ROUTE-COUNT PIC 9(4) VALUE 0.
       01 WS-ROUTE-FULL-SW PIC X VALUE 'N'.
           88 ROUTE-TABLE-FULL VALUE 'Y'.
       01 WS-ROUTE-IX PIC 9(4).
       01 WS-ROUTE-FOUND-SW PIC X.
           88 ROUTE-FOUND VALUE 'Y'.
       01 WS-ID-MATCH-SW PIC X.
           88 ID-MATCHES VALUE 'Y'.
      * the page being copied, held so it can go out more than once.
       01 WS-PAGE-BUFFER.
           05 PB-LINE OCCURS 70 TIMES PIC X(135).
       01 WS-PB-COUNT PIC 9(3) VALUE 0.
       01 WS-PB-OVERFLOW PIC 9(3) VALUE 0.
       01 WS-COPY-IX PIC 9(2).
       01 WS-COPIES PIC 9(2).
      * which bundle a copy pass is building; zero is the unrouted
      * pages.
       01 WS-TARGET-RCP PIC 9(3) VALUE 0.
       01 WS-OUT-FILE-SW PIC X VALUE 'B'.
           88 WRITING-BUNDLES VALUE 'B'.
           88 WRITING-UNROUTED VALUE 'U'.
       01 WS-CUR-PAGE-IX PIC 9(3).
       01 WS-OUT-STARTED-SW PIC X VALUE 'N'.
           88 DISTOUT-STARTED VALUE 'Y'.
       01 WS-UNRT-STARTED-SW PIC X VALUE 'N'.
           88 DISTUNRT-STARTED VALUE 'Y'.
       01 WS-OUT-LINE PIC X(135).
       01 WS-EJECT-SW PIC X.
           88 EJECT-BEFORE VALUE 'Y'.
       01 WS-BUNDLES PIC 9(3) VALUE 0.
       01 WS-PAGES-SENT PIC 9(5) VALUE 0.
       01 WS-UNROUTED PIC 9(3) VALUE 0.
       01 WS-LOGGED PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DIST-CONTROL.
           PERFORM INDEX-PRINT-PAGES.
           PERFORM ROUTE-PAGES.
           OPEN OUTPUT DIST-OUT-FILE.
           IF DISTOUT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DISTOUT OPEN FAILED, STATUS=' DISTOUT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM OPEN-DIST-LOG.
           COMPUTE WS-RCP-IX = 1.
           PERFORM UNTIL WS-RCP-IX > WS-RCP-COUNT
               IF RC-DIAGRAMS(WS-RCP-IX) > 0
                   PERFORM WRITE-RECIPIENT-BUNDLE
               END-IF
               ADD 1 TO WS-RCP-IX GIVING WS-RCP-IX
           END-PERFORM.
           CLOSE DIST-LOG-FILE.
           CLOSE DIST-OUT-FILE.
           PERFORM WRITE-UNROUTED-PAGES.
           DISPLAY 'DISTRIBUTION COMPLETE - RUN DATE ' WS-RUN-DATE
               ' PAGES ' WS-PAGE-COUNT
               ' BUNDLES ' WS-BUNDLES
               ' PAGES SENT ' WS-PAGES-SENT
               ' UNROUTED ' WS-UNROUTED
               ' LOGGED ' WS-LOGGED.
           IF WS-UNROUTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * a record with no identifier or recipient is skipped; a copy
      * count that is missing or zero means one copy.
       LOAD-DIST-CONTROL.
           OPEN INPUT DIST-CTL-FILE.
           IF DISTCTL-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DISTCTL OPEN FAILED, STATUS=' DISTCTL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-DISTCTL
               READ DIST-CTL-FILE
                   AT END
                       SET END-OF-DISTCTL TO TRUE
                   NOT AT END
                       IF DC-DIAGRAM-ID = SPACES OR
                          DC-RECIPIENT = SPACES
                           ADD 1 TO WS-CTL-REJECTS
                       ELSE IF WS-CTL-COUNT >= 200
                           ADD 1 TO WS-CTL-REJECTS
                       ELSE
                           PERFORM ADD-CONTROL-ENTRY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-CTL-FILE.
           IF WS-CTL-REJECTS > 0
               DISPLAY 'DISTCTL: ' WS-CTL-REJECTS
                   ' RECORDS SKIPPED - BLANK OR OVER LIMITS'
           END-IF.
       ADD-CONTROL-ENTRY.
           PERFORM FIND-RECIPIENT.
           IF WS-RCP-IX > WS-RCP-COUNT
               IF WS-RCP-COUNT >= 50
                   ADD 1 TO WS-CTL-REJECTS
               ELSE
                   ADD 1 TO WS-RCP-COUNT
                   MOVE DC-RECIPIENT TO RC-RECIPIENT(WS-RCP-COUNT)
                   MOVE DC-DELIVER-TO TO RC-DELIVER-TO(WS-RCP-COUNT)
                   MOVE 0 TO RC-DIAGRAMS(WS-RCP-COUNT)
                   MOVE 0 TO RC-PAGES(WS-RCP-COUNT)
               END-IF
           ELSE IF RC-DELIVER-TO(WS-RCP-IX) = SPACES
               MOVE DC-DELIVER-TO TO RC-DELIVER-TO(WS-RCP-IX)
           END-IF
           END-IF.
           IF WS-RCP-IX <= WS-RCP-COUNT
               ADD 1 TO WS-CTL-COUNT
               MOVE DC-DIAGRAM-ID TO CT-PATTERN(WS-CTL-COUNT)
               MOVE WS-RCP-IX TO CT-RCP-IX(WS-CTL-COUNT)
               IF DC-COPIES NUMERIC AND DC-COPIES > 0
                   MOVE DC-COPIES TO CT-COPIES(WS-CTL-COUNT)
               ELSE
                   MOVE 1 TO CT-COPIES(WS-CTL-COUNT)
               END-IF
      * an exact identifier compares all 8 characters; a prefix
      * compares those before the '*'.
               MOVE 0 TO WS-STAR-POS
               INSPECT DC-DIAGRAM-ID TALLYING WS-STAR-POS
                   FOR CHARACTERS BEFORE INITIAL '*'
               MOVE WS-STAR-POS TO CT-MATCH-LEN(WS-CTL-COUNT)
               IF WS-STAR-POS = 8
                   MOVE 9 TO CT-MATCH-LEN(WS-CTL-COUNT)
               END-IF
           END-IF.
       FIND-RECIPIENT.
           MOVE 'N' TO WS-RCP-FOUND-SW.
           COMPUTE WS-RCP-IX = 1.
           PERFORM UNTIL WS-RCP-IX > WS-RCP-COUNT OR RECIPIENT-FOUND
               IF RC-RECIPIENT(WS-RCP-IX) = DC-RECIPIENT
                   SET RECIPIENT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RCP-IX GIVING WS-RCP-IX
               END-IF
           END-PERFORM.
      * first pass over PRTOUT: one entry per page heading.
       INDEX-PRINT-PAGES.
           PERFORM OPEN-PRINT-REPORT.
           PERFORM UNTIL END-OF-PRTOUT
               READ PRINT-RPT-FILE
                   AT END
                       SET END-OF-PRTOUT TO TRUE
                   NOT AT END
                       PERFORM GET-PRINT-LINE
                       IF PH-TAG = 'DIAGRAM: '
                           PERFORM ADD-PAGE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRINT-RPT-FILE.
       OPEN-PRINT-REPORT.
           MOVE 'N' TO WS-PRT-EOF-SW.
           OPEN INPUT PRINT-RPT-FILE.
           IF PRTOUT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'PRTOUT OPEN FAILED, STATUS=' PRTOUT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
       GET-PRINT-LINE.
           IF PRINT-RPT-RECORD(1:1) = WS-FORM-FEED
               MOVE PRINT-RPT-RECORD(2:134) TO WS-PRT-LINE
           ELSE
               MOVE PRINT-RPT-RECORD TO WS-PRT-LINE
           END-IF.
       ADD-PAGE-ENTRY.
           IF WS-PAGE-COUNT >= 500
               IF NOT PAGE-TABLE-FULL
                   DISPLAY 'PRTOUT: PAGE TABLE FULL, PAGES PAST 500 '
                       'NOT DISTRIBUTED'
                   SET PAGE-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-PAGE-COUNT
               MOVE PH-TITLE TO PG-TITLE(WS-PAGE-COUNT)
               MOVE 0 TO PG-ROUTES(WS-PAGE-COUNT)
               IF PH-ID-TAG = '  ID '
                   MOVE PH-DIAGRAM-ID TO PG-DIAGRAM-ID(WS-PAGE-COUNT)
               ELSE
                   MOVE SPACES TO PG-DIAGRAM-ID(WS-PAGE-COUNT)
               END-IF
               IF PH-RUN-DATE NUMERIC
                   MOVE PH-RUN-DATE TO PG-RUN-DATE(WS-PAGE-COUNT)
               ELSE
                   MOVE 0 TO PG-RUN-DATE(WS-PAGE-COUNT)
               END-IF
               IF PH-PAGE-NUM NUMERIC
                   MOVE PH-PAGE-NUM TO PG-PAGE-NUM(WS-PAGE-COUNT)
               ELSE
                   MOVE WS-PAGE-COUNT TO PG-PAGE-NUM(WS-PAGE-COUNT)
               END-IF
               IF WS-RUN-DATE = 0
                   MOVE PG-RUN-DATE(WS-PAGE-COUNT) TO WS-RUN-DATE
               END-IF
           END-IF.
      * each page against every control entry; the same recipient
      * reached twice keeps the larger copy count.
       ROUTE-PAGES.
           COMPUTE WS-PAGE-IX = 1.
           PERFORM UNTIL WS-PAGE-IX > WS-PAGE-COUNT
               IF PG-DIAGRAM-ID(WS-PAGE-IX) NOT = SPACES
                   COMPUTE k = 1
                   PERFORM UNTIL k > WS-CTL-COUNT
                       PERFORM MATCH-CONTROL-ENTRY
                       IF ID-MATCHES
                           PERFORM ADD-PAGE-ROUTE
                       END-IF
                       ADD 1 TO k GIVING k
                   END-PERFORM
               END-IF
               IF PG-ROUTES(WS-PAGE-IX) = 0
                   ADD 1 TO WS-UNROUTED
               END-IF
               ADD 1 TO WS-PAGE-IX GIVING WS-PAGE-IX
           END-PERFORM.
       MATCH-CONTROL-ENTRY.
           MOVE 'N' TO WS-ID-MATCH-SW.
           IF CT-MATCH-LEN(k) = 0
               SET ID-MATCHES TO TRUE
           ELSE IF CT-MATCH-LEN(k) = 9
               IF PG-DIAGRAM-ID(WS-PAGE-IX) = CT-PATTERN(k)
                   SET ID-MATCHES TO TRUE
               END-IF
           ELSE
               IF PG-DIAGRAM-ID(WS-PAGE-IX)(1:CT-MATCH-LEN(k)) =
                  CT-PATTERN(k)(1:CT-MATCH-LEN(k))
                   SET ID-MATCHES TO TRUE
               END-IF
           END-IF
           END-IF.
       ADD-PAGE-ROUTE.
           MOVE 'N' TO WS-ROUTE-FOUND-SW.
           COMPUTE WS-ROUTE-IX = WS-ROUTE-COUNT.
           PERFORM UNTIL WS-ROUTE-IX = 0 OR ROUTE-FOUND
               IF RT-PAGE-IX(WS-ROUTE-IX) NOT = WS-PAGE-IX
                   MOVE 0 TO WS-ROUTE-IX
               ELSE IF RT-RCP-IX(WS-ROUTE-IX) = CT-RCP-IX(k)
                   SET ROUTE-FOUND TO TRUE
               ELSE
                   SUBTRACT 1 FROM WS-ROUTE-IX
               END-IF
               END-IF
           END-PERFORM.
           IF ROUTE-FOUND
               IF CT-COPIES(k) > RT-COPIES(WS-ROUTE-IX)
                   MOVE RT-RCP-IX(WS-ROUTE-IX) TO WS-RCP-IX
                   COMPUTE RC-PAGES(WS-RCP-IX) = RC-PAGES(WS-RCP-IX)
                       + CT-COPIES(k) - RT-COPIES(WS-ROUTE-IX)
                   MOVE CT-COPIES(k) TO RT-COPIES(WS-ROUTE-IX)
               END-IF
           ELSE IF WS-ROUTE-COUNT >= 2000
               IF NOT ROUTE-TABLE-FULL
                   DISPLAY 'DISTCTL: ROUTE TABLE FULL, ROUTES PAST '
                       '2000 NOT MADE'
                   SET ROUTE-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-ROUTE-COUNT
               MOVE WS-PAGE-IX TO RT-PAGE-IX(WS-ROUTE-COUNT)
               MOVE CT-RCP-IX(k) TO RT-RCP-IX(WS-ROUTE-COUNT)
               MOVE CT-COPIES(k) TO RT-COPIES(WS-ROUTE-COUNT)
               ADD 1 TO PG-ROUTES(WS-PAGE-IX)
               MOVE CT-RCP-IX(k) TO WS-RCP-IX
               ADD 1 TO RC-DIAGRAMS(WS-RCP-IX)
               ADD CT-COPIES(k) TO RC-PAGES(WS-RCP-IX)
           END-IF
           END-IF.
      * a bundle: banner page with the contents list, then each
      * routed page at its copy count, each logged to DISTLOG.
       WRITE-RECIPIENT-BUNDLE.
           ADD 1 TO WS-BUNDLES.
           ADD RC-PAGES(WS-RCP-IX) TO WS-PAGES-SENT.
           SET EJECT-BEFORE TO TRUE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'DISTRIBUTION BUNDLE FOR ' RC-RECIPIENT(WS-RCP-IX)
               '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'DELIVER TO ' RC-DELIVER-TO(WS-RCP-IX)
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'DIAGRAMS ' RC-DIAGRAMS(WS-RCP-IX)
               '  PAGES IN BUNDLE ' RC-PAGES(WS-RCP-IX)
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE 'CONTENTS  PAGE ID       COPIES TITLE' TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           COMPUTE WS-ROUTE-IX = 1.
           PERFORM UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
               IF RT-RCP-IX(WS-ROUTE-IX) = WS-RCP-IX
                   MOVE RT-PAGE-IX(WS-ROUTE-IX) TO WS-PAGE-IX
                   MOVE SPACES TO WS-OUT-LINE
                   STRING '          ' PG-PAGE-NUM(WS-PAGE-IX)
                       '  ' PG-DIAGRAM-ID(WS-PAGE-IX)
                       ' ' RT-COPIES(WS-ROUTE-IX)
                       '     ' PG-TITLE(WS-PAGE-IX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-OUT-LINE
                   PERFORM LOG-PAGE-SENT
               END-IF
               ADD 1 TO WS-ROUTE-IX GIVING WS-ROUTE-IX
           END-PERFORM.
           MOVE WS-RCP-IX TO WS-TARGET-RCP.
           PERFORM COPY-ROUTED-PAGES.
       LOG-PAGE-SENT.
           INITIALIZE DIST-LOG-RECORD.
           MOVE RC-RECIPIENT(WS-RCP-IX) TO DG-RECIPIENT.
           MOVE PG-DIAGRAM-ID(WS-PAGE-IX) TO DG-DIAGRAM-ID.
           MOVE PG-RUN-DATE(WS-PAGE-IX) TO DG-RUN-DATE.
           MOVE PG-PAGE-NUM(WS-PAGE-IX) TO DG-PAGE-NUM.
           MOVE PG-TITLE(WS-PAGE-IX) TO DG-TITLE.
           MOVE RT-COPIES(WS-ROUTE-IX) TO DG-COPIES.
           MOVE WS-TODAY TO DG-DIST-DATE.
           WRITE DIST-LOG-RECORD.
           IF DISTLOG-STATUS = '22'
               REWRITE DIST-LOG-RECORD
           END-IF.
           IF DISTLOG-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DISTLOG WRITE FAILED, STATUS=' DISTLOG-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOGGED.
       OPEN-DIST-LOG.
           OPEN I-O DIST-LOG-FILE.
           IF DISTLOG-STATUS = '35'
               OPEN OUTPUT DIST-LOG-FILE
               CLOSE DIST-LOG-FILE
               OPEN I-O DIST-LOG-FILE
           END-IF.
           IF DISTLOG-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DISTLOG OPEN FAILED, STATUS=' DISTLOG-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
      * pages nobody is sent: a list, then the pages themselves so
      * the operators can hand them on.
       WRITE-UNROUTED-PAGES.
           OPEN OUTPUT DIST-UNRT-FILE.
           IF DISTUNRT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DISTUNRT OPEN FAILED, STATUS=' DISTUNRT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE 0 TO WS-TARGET-RCP.
           SET WRITING-UNROUTED TO TRUE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'UNROUTED DIAGRAM PAGES - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE 'PAGE ID       TITLE' TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           COMPUTE WS-PAGE-IX = 1.
           PERFORM UNTIL WS-PAGE-IX > WS-PAGE-COUNT
               IF PG-ROUTES(WS-PAGE-IX) = 0
                   MOVE SPACES TO WS-OUT-LINE
                   IF PG-DIAGRAM-ID(WS-PAGE-IX) = SPACES
                       STRING PG-PAGE-NUM(WS-PAGE-IX)
                           '  ' 'NO ID   '
                           ' ' PG-TITLE(WS-PAGE-IX)
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                   ELSE
                       STRING PG-PAGE-NUM(WS-PAGE-IX)
                           '  ' PG-DIAGRAM-ID(WS-PAGE-IX)
                           ' ' PG-TITLE(WS-PAGE-IX)
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-IF
                   PERFORM WRITE-OUT-LINE
               END-IF
               ADD 1 TO WS-PAGE-IX GIVING WS-PAGE-IX
           END-PERFORM.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING 'PAGES UNROUTED ' WS-UNROUTED
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-OUT-LINE.
           IF WS-UNROUTED > 0
               PERFORM COPY-ROUTED-PAGES
           END-IF.
           CLOSE DIST-UNRT-FILE.
      * one pass over PRTOUT per bundle: each page is held in the
      * buffer until its last line and then written once for every
      * copy its route asks for.
       COPY-ROUTED-PAGES.
           MOVE 0 TO WS-CUR-PAGE-IX.
           MOVE 0 TO WS-PB-COUNT.
           MOVE 0 TO WS-PB-OVERFLOW.
           PERFORM OPEN-PRINT-REPORT.
           PERFORM UNTIL END-OF-PRTOUT
               READ PRINT-RPT-FILE
                   AT END
                       SET END-OF-PRTOUT TO TRUE
                   NOT AT END
                       PERFORM GET-PRINT-LINE
                       IF PH-TAG = 'DIAGRAM: '
                           PERFORM FLUSH-PAGE-BUFFER
                           ADD 1 TO WS-CUR-PAGE-IX
                       END-IF
                       IF WS-CUR-PAGE-IX > 0
                           PERFORM BUFFER-PAGE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FLUSH-PAGE-BUFFER.
           CLOSE PRINT-RPT-FILE.
       BUFFER-PAGE-LINE.
           IF WS-PB-COUNT < 70
               ADD 1 TO WS-PB-COUNT
               MOVE WS-PRT-LINE TO PB-LINE(WS-PB-COUNT)
           ELSE
               ADD 1 TO WS-PB-OVERFLOW
           END-IF.
       FLUSH-PAGE-BUFFER.
           IF WS-PB-COUNT > 0 AND WS-CUR-PAGE-IX <= WS-PAGE-COUNT
               PERFORM FIND-PAGE-COPIES
               COMPUTE WS-COPY-IX = 1
               PERFORM UNTIL WS-COPY-IX > WS-COPIES
                   SET EJECT-BEFORE TO TRUE
                   COMPUTE i = 1
                   PERFORM UNTIL i > WS-PB-COUNT
                       MOVE PB-LINE(i) TO WS-OUT-LINE
                       PERFORM WRITE-OUT-LINE
                       ADD 1 TO i GIVING i
                   END-PERFORM
                   ADD 1 TO WS-COPY-IX GIVING WS-COPY-IX
               END-PERFORM
               IF WS-PB-OVERFLOW > 0 AND WS-COPIES > 0
                   DISPLAY 'PRTOUT: PAGE ' PG-PAGE-NUM(WS-CUR-PAGE-IX)
                       ' LONGER THAN 70 LINES, ' WS-PB-OVERFLOW
                       ' LINES NOT COPIED'
               END-IF
           END-IF.
           MOVE 0 TO WS-PB-COUNT.
           MOVE 0 TO WS-PB-OVERFLOW.
      * copies of the buffered page in the bundle being built; an
      * unrouted page goes to DISTUNRT once.
       FIND-PAGE-COPIES.
           MOVE 0 TO WS-COPIES.
           IF WS-TARGET-RCP = 0
               IF PG-ROUTES(WS-CUR-PAGE-IX) = 0
                   MOVE 1 TO WS-COPIES
               END-IF
           ELSE
               COMPUTE WS-ROUTE-IX = 1
               PERFORM UNTIL WS-ROUTE-IX > WS-ROUTE-COUNT
                   IF RT-PAGE-IX(WS-ROUTE-IX) = WS-CUR-PAGE-IX AND
                      RT-RCP-IX(WS-ROUTE-IX) = WS-TARGET-RCP
                       MOVE RT-COPIES(WS-ROUTE-IX) TO WS-COPIES
                   END-IF
                   ADD 1 TO WS-ROUTE-IX GIVING WS-ROUTE-IX
               END-PERFORM
           END-IF.
      * every page, banner or copied, starts on a new sheet, and
      * like 8025test's page heading the ejecting line is followed
      * by a spacer line. the very first line of each file needs no
      * eject.
       WRITE-OUT-LINE.
           IF WRITING-UNROUTED
               MOVE WS-OUT-LINE TO DIST-UNRT-RECORD
               IF EJECT-BEFORE AND DISTUNRT-STARTED
                   WRITE DIST-UNRT-RECORD AFTER ADVANCING PAGE
                   MOVE SPACES TO DIST-UNRT-RECORD
               END-IF
               WRITE DIST-UNRT-RECORD
               SET DISTUNRT-STARTED TO TRUE
           ELSE
               MOVE WS-OUT-LINE TO DIST-OUT-RECORD
               IF EJECT-BEFORE AND DISTOUT-STARTED
                   WRITE DIST-OUT-RECORD AFTER ADVANCING PAGE
                   MOVE SPACES TO DIST-OUT-RECORD
               END-IF
               WRITE DIST-OUT-RECORD
               SET DISTOUT-STARTED TO TRUE
           END-IF.
           MOVE 'N' TO WS-EJECT-SW.
       END PROGRAM 8025dist.
