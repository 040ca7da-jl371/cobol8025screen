      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Monthly retrieval and export audit report. Reads the
      *          keyed audit trail AUDTRAIL (copybook AUDTRAIL), which
      *          8025fetch and 8025export write for every diagram
      *          version they reprint or export, and lists the
      *          month's deliveries to AUDRPT twice - by requester
      *          and by diagram identifier - with the ticket or
      *          reason each was asked under, the rows delivered and
      *          subtotals, so records management can account for
      *          every copy of a floor plan that left the library.
      *          Exports of identifiers on the restricted list
      *          RESTRICT are flagged on the report and end the run
      *          with return code 4.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. AUDPARM (optional) names the
      *     month as YYYYMM; the default is the month before today,
      *     the month just closed. RESTRICT (optional) holds one
      *     identifier per record, exactly, or as a prefix ending in
      *     '*' the way DISTCTL routes (a lone * restricts them
      *     all); it is applied as the report runs, so the flag
      *     follows the list in force rather than the one in force
      *     on the day. Reprints are listed but never flagged. The
      *     month's entries are held in a 2000-entry table; entries
      *     past it are counted and reported as not listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025audrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-PARM-FILE ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDPARM-STATUS.
           SELECT RESTRICT-FILE ASSIGN TO "RESTRICT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTRICT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS AUDTRAIL-STATUS.
           SELECT AUD-RPT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-PARM-FILE.
       01 AUD-PARM-RECORD.
           05 AP-MONTH      PIC 9(6).
       FD  RESTRICT-FILE.
       01 RESTRICT-RECORD.
           05 RX-DIAGRAM-ID PIC X(8).
       FD  AUDIT-TRAIL-FILE.
           COPY AUDTRAIL.
       FD  AUD-RPT-FILE.
       01 AUD-RPT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 k PIC 9(3).
       01 WS-ABEND-MSG PIC X(60).
       01 AUDPARM-STATUS PIC X(2) VALUE '00'.
       01 RESTRICT-STATUS PIC X(2) VALUE '00'.
       01 AUDTRAIL-STATUS PIC X(2) VALUE '00'.
       01 AUDRPT-STATUS PIC X(2) VALUE '00'.
       01 WS-RX-EOF-SW PIC X VALUE 'N'.
           88 END-OF-RESTRICT VALUE 'Y'.
       01 WS-AUD-EOF-SW PIC X VALUE 'N'.
           88 END-OF-AUDTRAIL VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-AUD-MONTH PIC 9(6).
       01 WS-AUD-YEAR PIC 9(4).
       01 WS-AUD-MM PIC 9(2).
       01 WS-REC-MONTH PIC 9(6).
      * the restricted list: an exact identifier compares all 8
      * characters (match length 9), a prefix those before the '*'.
       01 WS-RX-TABLE.
           05 WS-RX-ENTRY OCCURS 200 TIMES.
               10 RT-PATTERN    PIC X(8).
               10 RT-MATCH-LEN  PIC 9(1).
       01 WS-RX-COUNT PIC 9(3) VALUE 0.
       01 WS-RX-REJECTS PIC 9(3) VALUE 0.
       01 WS-STAR-POS PIC 9(2).
       01 WS-ID-MATCH-SW PIC X.
           88 ID-MATCHES VALUE 'Y'.
      * the month's trail entries, in the order they were written.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 2000 TIMES.
               10 AE-STAMP-DATE  PIC 9(8).
               10 AE-PROGRAM-ID  PIC X(12).
               10 AE-REQUESTER   PIC X(8).
               10 AE-TICKET      PIC X(12).
               10 AE-DIAGRAM-ID  PIC X(8).
               10 AE-RUN-DATE    PIC 9(8).
               10 AE-DIAGRAM-SEQ PIC 9(3).
               10 AE-ROWS        PIC 9(5).
               10 AE-KIND        PIC X.
                   88 AE-REPRINT VALUE 'F'.
                   88 AE-EXPORT VALUE 'X'.
               10 AE-RESTRICT-SW PIC X.
                   88 AE-RESTRICTED VALUE 'Y'.
       01 WS-ENT-COUNT PIC 9(4) VALUE 0.
       01 WS-ENT-DROPPED PIC 9(4) VALUE 0.
       01 WS-ENT-IX PIC 9(4).
      * requesters and identifiers seen in the month, each kept in
      * ascending order as it is added.
       01 WS-RQ-TABLE.
           05 RQ-NAME OCCURS 2000 TIMES PIC X(8).
       01 WS-RQ-COUNT PIC 9(4) VALUE 0.
       01 WS-ID-TABLE.
           05 ID-NAME OCCURS 2000 TIMES PIC X(8).
       01 WS-ID-COUNT PIC 9(4) VALUE 0.
       01 WS-LST-IX PIC 9(4).
       01 WS-SHIFT-IX PIC 9(4).
       01 WS-GRP-IX PIC 9(4).
       01 WS-GRP-NAME PIC X(8).
       01 WS-GRP-DELIVERIES PIC 9(4).
       01 WS-GRP-REPRINTS PIC 9(4).
       01 WS-GRP-EXPORTS PIC 9(4).
       01 WS-GRP-ROWS PIC 9(7).
       01 WS-GRP-RESTRICTED PIC 9(4).
       01 WS-TOT-REPRINTS PIC 9(4) VALUE 0.
       01 WS-TOT-EXPORTS PIC 9(4) VALUE 0.
       01 WS-TOT-ROWS PIC 9(7) VALUE 0.
       01 WS-TOT-RESTRICTED PIC 9(4) VALUE 0.
       01 WS-FLAG PIC X(10).
       01 WS-RPT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-AUD-PARM.
           PERFORM LOAD-RESTRICT-LIST.
           PERFORM LOAD-AUDIT-ENTRIES.
           OPEN OUTPUT AUD-RPT-FILE.
           IF AUDRPT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'AUDRPT OPEN FAILED, STATUS=' AUDRPT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'RETRIEVAL AND EXPORT AUDIT FOR MONTH ' WS-AUD-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM REPORT-BY-REQUESTER.
           PERFORM REPORT-BY-DIAGRAM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AUD-RPT-FILE.
           DISPLAY 'AUDIT REPORT COMPLETE - MONTH ' WS-AUD-MONTH
               ' DELIVERIES ' WS-ENT-COUNT
               ' RESTRICTED EXPORTS ' WS-TOT-RESTRICTED.
           IF WS-TOT-RESTRICTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * the month defaults to the one before today's, so the report
      * run early in a month covers the month just closed.
       READ-AUD-PARM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-AUD-MONTH.
           OPEN INPUT AUD-PARM-FILE.
           IF AUDPARM-STATUS = '35'
               CONTINUE
           ELSE IF AUDPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'AUDPARM OPEN FAILED, STATUS=' AUDPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               READ AUD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-MONTH NUMERIC AND AP-MONTH > 0
                           MOVE AP-MONTH TO WS-AUD-MONTH
                       END-IF
               END-READ
               CLOSE AUD-PARM-FILE
           END-IF
           END-IF.
           IF WS-AUD-MONTH = 0
               DIVIDE WS-TODAY BY 100 GIVING WS-AUD-MONTH
               DIVIDE WS-AUD-MONTH BY 100 GIVING WS-AUD-YEAR
                   REMAINDER WS-AUD-MM
               IF WS-AUD-MM = 1
                   COMPUTE WS-AUD-MONTH = (WS-AUD-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-AUD-MONTH = WS-AUD-MONTH - 1
               END-IF
           END-IF.
      * no RESTRICT file means nothing is restricted; a blank record
      * is skipped.
       LOAD-RESTRICT-LIST.
           OPEN INPUT RESTRICT-FILE.
           IF RESTRICT-STATUS = '35'
               DISPLAY 'RESTRICT ABSENT - NO IDENTIFIERS RESTRICTED'
           ELSE IF RESTRICT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'RESTRICT OPEN FAILED, STATUS=' RESTRICT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               PERFORM UNTIL END-OF-RESTRICT
                   READ RESTRICT-FILE
                       AT END
                           SET END-OF-RESTRICT TO TRUE
                       NOT AT END
                           IF RX-DIAGRAM-ID = SPACES OR
                              WS-RX-COUNT >= 200
                               ADD 1 TO WS-RX-REJECTS
                           ELSE
                               PERFORM ADD-RESTRICT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTRICT-FILE
           END-IF
           END-IF.
           IF WS-RX-REJECTS > 0
               DISPLAY 'RESTRICT: ' WS-RX-REJECTS
                   ' RECORDS SKIPPED - BLANK OR OVER LIMITS'
           END-IF.
       ADD-RESTRICT-ENTRY.
           ADD 1 TO WS-RX-COUNT.
           MOVE RX-DIAGRAM-ID TO RT-PATTERN(WS-RX-COUNT).
           MOVE 0 TO WS-STAR-POS.
           INSPECT RX-DIAGRAM-ID TALLYING WS-STAR-POS
               FOR CHARACTERS BEFORE INITIAL '*'.
           MOVE WS-STAR-POS TO RT-MATCH-LEN(WS-RX-COUNT).
           IF WS-STAR-POS = 8
               MOVE 9 TO RT-MATCH-LEN(WS-RX-COUNT)
           END-IF.
      * the trail is keyed by the date each entry was written, so the
      * month starts at its first day and ends at the first entry
      * stamped in a later month.
       LOAD-AUDIT-ENTRIES.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF AUDTRAIL-STATUS = '35'
               DISPLAY 'AUDTRAIL ABSENT - NOTHING DELIVERED'
               SET END-OF-AUDTRAIL TO TRUE
           ELSE IF AUDTRAIL-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'AUDTRAIL OPEN FAILED, STATUS=' AUDTRAIL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               MOVE LOW-VALUES TO AU-KEY
               COMPUTE AU-STAMP-DATE = WS-AUD-MONTH * 100 + 1
               START AUDIT-TRAIL-FILE KEY NOT < AU-KEY
                   INVALID KEY
                       SET END-OF-AUDTRAIL TO TRUE
               END-START
           END-IF
           END-IF.
           PERFORM UNTIL END-OF-AUDTRAIL
               READ AUDIT-TRAIL-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDTRAIL TO TRUE
                   NOT AT END
                       DIVIDE AU-STAMP-DATE BY 100
                           GIVING WS-REC-MONTH
                       IF WS-REC-MONTH > WS-AUD-MONTH
                           SET END-OF-AUDTRAIL TO TRUE
                       ELSE IF WS-ENT-COUNT >= 2000
                           ADD 1 TO WS-ENT-DROPPED
                       ELSE
                           PERFORM TABLE-AUDIT-ENTRY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF AUDTRAIL-STATUS NOT = '35'
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
           IF WS-ENT-DROPPED > 0
               DISPLAY 'AUDRPT: ENTRY TABLE FULL AT 2000, '
                   WS-ENT-DROPPED ' ENTRIES NOT LISTED'
           END-IF.
       TABLE-AUDIT-ENTRY.
           ADD 1 TO WS-ENT-COUNT.
           MOVE WS-ENT-COUNT TO WS-ENT-IX.
           MOVE AU-STAMP-DATE TO AE-STAMP-DATE(WS-ENT-IX).
           MOVE AU-PROGRAM-ID TO AE-PROGRAM-ID(WS-ENT-IX).
           MOVE AU-REQUESTER TO AE-REQUESTER(WS-ENT-IX).
           MOVE AU-TICKET TO AE-TICKET(WS-ENT-IX).
           MOVE AU-DIAGRAM-ID TO AE-DIAGRAM-ID(WS-ENT-IX).
           MOVE AU-RUN-DATE TO AE-RUN-DATE(WS-ENT-IX).
           MOVE AU-DIAGRAM-SEQ TO AE-DIAGRAM-SEQ(WS-ENT-IX).
           MOVE AU-ROWS TO AE-ROWS(WS-ENT-IX).
           MOVE 'N' TO AE-RESTRICT-SW(WS-ENT-IX).
           IF AU-PROGRAM-ID = '8025export'
               SET AE-EXPORT(WS-ENT-IX) TO TRUE
               ADD 1 TO WS-TOT-EXPORTS
               PERFORM CHECK-RESTRICTED
           ELSE
               SET AE-REPRINT(WS-ENT-IX) TO TRUE
               ADD 1 TO WS-TOT-REPRINTS
           END-IF.
           ADD AU-ROWS TO WS-TOT-ROWS.
           PERFORM ADD-REQUESTER-NAME.
           PERFORM ADD-IDENTIFIER-NAME.
       CHECK-RESTRICTED.
           MOVE 'N' TO WS-ID-MATCH-SW.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-RX-COUNT OR ID-MATCHES
               IF RT-MATCH-LEN(k) = 0
                   SET ID-MATCHES TO TRUE
               ELSE IF RT-MATCH-LEN(k) = 9
                   IF AU-DIAGRAM-ID = RT-PATTERN(k)
                       SET ID-MATCHES TO TRUE
                   END-IF
               ELSE
                   IF AU-DIAGRAM-ID(1:RT-MATCH-LEN(k)) =
                      RT-PATTERN(k)(1:RT-MATCH-LEN(k))
                       SET ID-MATCHES TO TRUE
                   END-IF
               END-IF
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
           IF ID-MATCHES
               SET AE-RESTRICTED(WS-ENT-IX) TO TRUE
               ADD 1 TO WS-TOT-RESTRICTED
           END-IF.
      * a name not yet in the list is inserted at its place in
      * ascending order, the names after it moving down one.
       ADD-REQUESTER-NAME.
           COMPUTE WS-LST-IX = 1.
           PERFORM UNTIL WS-LST-IX > WS-RQ-COUNT
               OR RQ-NAME(WS-LST-IX) NOT < AU-REQUESTER
               ADD 1 TO WS-LST-IX GIVING WS-LST-IX
           END-PERFORM.
           IF WS-LST-IX > WS-RQ-COUNT
              OR RQ-NAME(WS-LST-IX) NOT = AU-REQUESTER
               MOVE WS-RQ-COUNT TO WS-SHIFT-IX
               PERFORM UNTIL WS-SHIFT-IX < WS-LST-IX
                   MOVE RQ-NAME(WS-SHIFT-IX) TO RQ-NAME(WS-SHIFT-IX + 1)
                   SUBTRACT 1 FROM WS-SHIFT-IX
               END-PERFORM
               MOVE AU-REQUESTER TO RQ-NAME(WS-LST-IX)
               ADD 1 TO WS-RQ-COUNT
           END-IF.
       ADD-IDENTIFIER-NAME.
           COMPUTE WS-LST-IX = 1.
           PERFORM UNTIL WS-LST-IX > WS-ID-COUNT
               OR ID-NAME(WS-LST-IX) NOT < AU-DIAGRAM-ID
               ADD 1 TO WS-LST-IX GIVING WS-LST-IX
           END-PERFORM.
           IF WS-LST-IX > WS-ID-COUNT
              OR ID-NAME(WS-LST-IX) NOT = AU-DIAGRAM-ID
               MOVE WS-ID-COUNT TO WS-SHIFT-IX
               PERFORM UNTIL WS-SHIFT-IX < WS-LST-IX
                   MOVE ID-NAME(WS-SHIFT-IX) TO ID-NAME(WS-SHIFT-IX + 1)
                   SUBTRACT 1 FROM WS-SHIFT-IX
               END-PERFORM
               MOVE AU-DIAGRAM-ID TO ID-NAME(WS-LST-IX)
               ADD 1 TO WS-ID-COUNT
           END-IF.
      * each requester's deliveries in the order they happened,
      * then the requester's subtotal.
       REPORT-BY-REQUESTER.
           MOVE 'BY REQUESTER' TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'REQUESTR TICKET       PROGRAM    '
               'DIAGRAM  RUN DATE SEQ ROWS  DATE'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           COMPUTE WS-GRP-IX = 1.
           PERFORM UNTIL WS-GRP-IX > WS-RQ-COUNT
               MOVE RQ-NAME(WS-GRP-IX) TO WS-GRP-NAME
               PERFORM START-GROUP
               COMPUTE WS-ENT-IX = 1
               PERFORM UNTIL WS-ENT-IX > WS-ENT-COUNT
                   IF AE-REQUESTER(WS-ENT-IX) = WS-GRP-NAME
                       PERFORM SET-ENTRY-FLAG
                       MOVE SPACES TO WS-RPT-LINE
                       STRING AE-REQUESTER(WS-ENT-IX) ' '
                           AE-TICKET(WS-ENT-IX) ' '
                           AE-PROGRAM-ID(WS-ENT-IX)(1:10) ' '
                           AE-DIAGRAM-ID(WS-ENT-IX) ' '
                           AE-RUN-DATE(WS-ENT-IX) ' '
                           AE-DIAGRAM-SEQ(WS-ENT-IX) ' '
                           AE-ROWS(WS-ENT-IX) ' '
                           AE-STAMP-DATE(WS-ENT-IX) ' '
                           WS-FLAG
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-RPT-LINE
                       PERFORM ADD-TO-GROUP
                   END-IF
                   ADD 1 TO WS-ENT-IX GIVING WS-ENT-IX
               END-PERFORM
               PERFORM END-GROUP
               ADD 1 TO WS-GRP-IX GIVING WS-GRP-IX
           END-PERFORM.
      * each identifier's deliveries in the order they happened,
      * then the identifier's subtotal.
       REPORT-BY-DIAGRAM.
           MOVE 'BY DIAGRAM' TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DIAGRAM  RUN DATE SEQ REQUESTR '
               'TICKET       PROGRAM    ROWS  DATE'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           COMPUTE WS-GRP-IX = 1.
           PERFORM UNTIL WS-GRP-IX > WS-ID-COUNT
               MOVE ID-NAME(WS-GRP-IX) TO WS-GRP-NAME
               PERFORM START-GROUP
               COMPUTE WS-ENT-IX = 1
               PERFORM UNTIL WS-ENT-IX > WS-ENT-COUNT
                   IF AE-DIAGRAM-ID(WS-ENT-IX) = WS-GRP-NAME
                       PERFORM SET-ENTRY-FLAG
                       MOVE SPACES TO WS-RPT-LINE
                       STRING AE-DIAGRAM-ID(WS-ENT-IX) ' '
                           AE-RUN-DATE(WS-ENT-IX) ' '
                           AE-DIAGRAM-SEQ(WS-ENT-IX) ' '
                           AE-REQUESTER(WS-ENT-IX) ' '
                           AE-TICKET(WS-ENT-IX) ' '
                           AE-PROGRAM-ID(WS-ENT-IX)(1:10) ' '
                           AE-ROWS(WS-ENT-IX) ' '
                           AE-STAMP-DATE(WS-ENT-IX) ' '
                           WS-FLAG
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM WRITE-RPT-LINE
                       PERFORM ADD-TO-GROUP
                   END-IF
                   ADD 1 TO WS-ENT-IX GIVING WS-ENT-IX
               END-PERFORM
               PERFORM END-GROUP
               ADD 1 TO WS-GRP-IX GIVING WS-GRP-IX
           END-PERFORM.
       SET-ENTRY-FLAG.
           IF AE-RESTRICTED(WS-ENT-IX)
               MOVE 'RESTRICTED' TO WS-FLAG
           ELSE
               MOVE SPACES TO WS-FLAG
           END-IF.
       START-GROUP.
           MOVE 0 TO WS-GRP-DELIVERIES.
           MOVE 0 TO WS-GRP-REPRINTS.
           MOVE 0 TO WS-GRP-EXPORTS.
           MOVE 0 TO WS-GRP-ROWS.
           MOVE 0 TO WS-GRP-RESTRICTED.
       ADD-TO-GROUP.
           ADD 1 TO WS-GRP-DELIVERIES.
           IF AE-EXPORT(WS-ENT-IX)
               ADD 1 TO WS-GRP-EXPORTS
           ELSE
               ADD 1 TO WS-GRP-REPRINTS
           END-IF.
           ADD AE-ROWS(WS-ENT-IX) TO WS-GRP-ROWS.
           IF AE-RESTRICTED(WS-ENT-IX)
               ADD 1 TO WS-GRP-RESTRICTED
           END-IF.
       END-GROUP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  SUBTOTAL ' WS-GRP-NAME
               ' DELIVERIES ' WS-GRP-DELIVERIES
               ' REPRINTS ' WS-GRP-REPRINTS
               ' EXPORTS ' WS-GRP-EXPORTS
               ' ROWS ' WS-GRP-ROWS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-GRP-RESTRICTED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING '  ** ' WS-GRP-RESTRICTED
                   ' EXPORTS OF RESTRICTED IDENTIFIERS'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'MONTH TOTAL - DELIVERIES ' WS-ENT-COUNT
               ' REPRINTS ' WS-TOT-REPRINTS
               ' EXPORTS ' WS-TOT-EXPORTS
               ' ROWS ' WS-TOT-ROWS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '              REQUESTERS ' WS-RQ-COUNT
               ' DIAGRAMS ' WS-ID-COUNT
               ' RESTRICTED EXPORTS ' WS-TOT-RESTRICTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-ENT-DROPPED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING 'WARNING: ' WS-ENT-DROPPED
                   ' ENTRIES NOT LISTED - ENTRY TABLE FULL AT 2000'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
       WRITE-RPT-LINE.
           MOVE WS-RPT-LINE TO AUD-RPT-RECORD.
           WRITE AUD-RPT-RECORD.
       END PROGRAM 8025audrpt.
