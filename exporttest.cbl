      *     way library mode already reports missing library rows,
      *     so a mistyped identifier no longer looks like a clean
      *     empty export.
      *   2026-10-14 jl371 - EXPPARM also carries the requester and a
      *     ticket or reason reference; a selection without both is
      *     refused (not exported) and the run ends with return code
      *     8. Each diagram page exported is written to the keyed
      *     audit trail AUDTRAIL (copybook AUDTRAIL) with the
      *     requester, ticket and rows delivered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025export.
           SELECT EXPORT-FILE ASSIGN TO "EXPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS AUDTRAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXP-PARM-FILE.
           05 XP-DIAGRAM-ID PIC X(8).
           05 XP-RUN-DATE   PIC 9(8).
           05 XP-STRIP-SW   PIC X(1).
           05 XP-REQUESTER  PIC X(8).
           05 XP-TICKET     PIC X(12).
       FD  DIAG-LIB-FILE.
           COPY DIAGLIB.
       FD  CANVAS-IN-FILE.
           RECORD IS VARYING IN SIZE FROM 1 TO 135
           DEPENDING ON WS-OUT-LEN.
       01 EXPORT-RECORD PIC X(135).
       FD  AUDIT-TRAIL-FILE.
           COPY AUDTRAIL.
       WORKING-STORAGE SECTION.
       01 WS-ABEND-MSG PIC X(60).
       01 EXPPARM-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 CANVOUT-STATUS PIC X(2) VALUE '00'.
       01 EXPORT-STATUS PIC X(2) VALUE '00'.
       01 AUDTRAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-OUT-LEN PIC 9(3).
       01 WS-PARM-EOF-SW PIC X VALUE 'N'.
           88 END-OF-EXPPARM VALUE 'Y'.
       01 WS-PG-ID PIC X(8).
       01 WS-PG-DATE PIC 9(8).
       01 WS-PG-SEQ PIC 9(3).
       01 WS-PG-ROWS PIC 9(5) VALUE 0.
       01 WS-AUD-ID PIC X(8).
       01 WS-AUD-DATE PIC 9(8).
       01 WS-AUD-SEQ PIC 9(3).
       01 WS-PG-AUDIT-SW PIC X VALUE 'N'.
           88 PAGE-TO-AUDIT VALUE 'Y'.
       01 WS-REQUESTER PIC X(8).
       01 WS-TICKET PIC X(12).
       01 WS-REFUSED PIC 9(3) VALUE 0.
       01 WS-AUDIT-ENTRIES PIC 9(4) VALUE 0.
       01 WS-IDX-TABLE.
           05 WS-IDX-ENTRY OCCURS 200 TIMES.
               10 IX-ID   PIC X(8).
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM UNTIL END-OF-EXPPARM
               READ EXP-PARM-FILE
                   AT END
           CLOSE EXP-PARM-FILE.
           PERFORM WRITE-INDEX-SECTION.
           CLOSE EXPORT-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           DISPLAY 'EXPORT COMPLETE - DIAGRAMS ' WS-IDX-CNT
               ' ROWS ' WS-ROWS-OUT.
           IF WS-REFUSED > 0
               DISPLAY 'EXPORT: ' WS-REFUSED
                   ' SELECTIONS REFUSED - REQUESTER OR TICKET BLANK'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * a selection must name who asked for it and why before
      * anything is exported for it.
       EXPORT-ONE-REQUEST.
           IF XP-REQUESTER = SPACES OR XP-TICKET = SPACES
               DISPLAY 'EXPPARM REQUESTER OR TICKET BLANK - '
                   'REQUEST REFUSED FOR ID ' XP-DIAGRAM-ID
               ADD 1 TO WS-REFUSED
           ELSE
               PERFORM EXPORT-ONE-SELECTION
           END-IF.
       EXPORT-ONE-SELECTION.
           MOVE XP-REQUESTER TO WS-REQUESTER.
           MOVE XP-TICKET TO WS-TICKET.
           MOVE XP-SOURCE TO WS-REQ-SOURCE.
           MOVE XP-DIAGRAM-ID TO WS-REQ-ID.
           IF XP-RUN-DATE NUMERIC
           ELSE
               PERFORM EXPORT-FROM-LIBRARY
           END-IF.
           PERFORM FINISH-AUDIT-PAGE.
      * every sequence stored under the identifier and date goes
      * out as its own page; a date of zero takes the latest date
      * the library holds for the identifier.
      * opened. the page is also entered in the index table for
      * the trailer section.
       START-EXPORT-PAGE.
           PERFORM FINISH-AUDIT-PAGE.
           SET PAGE-TO-AUDIT TO TRUE.
           MOVE WS-PG-ID TO WS-AUD-ID.
           MOVE WS-PG-DATE TO WS-AUD-DATE.
           MOVE WS-PG-SEQ TO WS-AUD-SEQ.
           MOVE SPACES TO WS-EXP-LINE.
           MOVE ALL '=' TO WS-EXP-LINE(1:78).
           PERFORM WRITE-EXPORT-LINE.
           END-IF.
           PERFORM WRITE-EXPORT-LINE.
           ADD 1 TO WS-ROWS-OUT.
           ADD 1 TO WS-PG-ROWS.
           IF PAGE-INDEXED
               ADD 1 TO IX-ROWS(WS-IDX-CNT)
           END-IF.
           END-PERFORM.
           MOVE WS-EXP-LINE TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
      * the trail is opened before anything is exported, so a page
      * can never go out unrecorded.
       OPEN-AUDIT-TRAIL.
           OPEN I-O AUDIT-TRAIL-FILE.
           IF AUDTRAIL-STATUS = '35'
               OPEN OUTPUT AUDIT-TRAIL-FILE
               CLOSE AUDIT-TRAIL-FILE
               OPEN I-O AUDIT-TRAIL-FILE
           END-IF.
           IF AUDTRAIL-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'AUDTRAIL OPEN FAILED, STATUS=' AUDTRAIL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
      * a page is recorded once its rows are all out - when the next
      * page starts or the selection ends - under the key staged when
      * it began. a key already taken in the same hundredth of a
      * second moves on to the next entry number.
       FINISH-AUDIT-PAGE.
           IF PAGE-TO-AUDIT
               INITIALIZE AUDIT-TRAIL-RECORD
               ACCEPT AU-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT AU-STAMP-TIME FROM TIME
               MOVE '8025export  ' TO AU-PROGRAM-ID
               MOVE WS-REQUESTER TO AU-REQUESTER
               MOVE WS-TICKET TO AU-TICKET
               MOVE WS-AUD-ID TO AU-DIAGRAM-ID
               MOVE WS-AUD-DATE TO AU-RUN-DATE
               MOVE WS-AUD-SEQ TO AU-DIAGRAM-SEQ
               MOVE WS-PG-ROWS TO AU-ROWS
               MOVE '22' TO AUDTRAIL-STATUS
               PERFORM UNTIL AUDTRAIL-STATUS NOT = '22'
                   ADD 1 TO WS-AUDIT-ENTRIES
                   MOVE WS-AUDIT-ENTRIES TO AU-ENTRY-NUM
                   WRITE AUDIT-TRAIL-RECORD
               END-PERFORM
               IF AUDTRAIL-STATUS NOT = '00'
                   MOVE SPACES TO WS-ABEND-MSG
                   STRING 'AUDTRAIL WRITE FAILED, STATUS='
                       AUDTRAIL-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MSG
                   DISPLAY WS-ABEND-MSG
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N' TO WS-PG-AUDIT-SW.
           MOVE 0 TO WS-PG-ROWS.
       END PROGRAM 8025export.
