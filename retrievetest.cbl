      *     diagram stored under that identifier and date. Matching
      *     rows are re-displayed and written to REPRINT with a
      *     heading line per diagram.
      *   2026-10-14 jl371 - RETPARM also carries the requester and a
      *     ticket or reason reference; a request without both is
      *     refused with return code 8. Each diagram version
      *     reprinted is written to the keyed audit trail AUDTRAIL
      *     (copybook AUDTRAIL) with the requester, ticket and rows.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025fetch.
           SELECT REPRINT-FILE ASSIGN TO "REPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS AUDTRAIL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RET-PARM-FILE.
           05 RP-DIAGRAM-ID PIC X(8).
           05 RP-RUN-DATE   PIC 9(8).
           05 RP-SEQ        PIC 9(3).
           05 RP-REQUESTER  PIC X(8).
           05 RP-TICKET     PIC X(12).
       FD  DIAG-LIB-FILE.
           COPY DIAGLIB.
       FD  REPRINT-FILE.
       01 REPRINT-RECORD PIC X(135).
       FD  AUDIT-TRAIL-FILE.
           COPY AUDTRAIL.
       WORKING-STORAGE SECTION.
       01 WS-ABEND-MSG PIC X(60).
       01 RETPARM-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 REPRINT-STATUS PIC X(2) VALUE '00'.
       01 AUDTRAIL-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-LIBRARY VALUE 'Y'.
       01 WS-REQ-ID PIC X(8).
       01 WS-REQ-DATE PIC 9(8).
       01 WS-REQ-SEQ PIC 9(3).
       01 WS-REQUESTER PIC X(8).
       01 WS-TICKET PIC X(12).
       01 WS-VER-SEQ PIC 9(3) VALUE 0.
       01 WS-VER-ROWS PIC 9(5) VALUE 0.
       01 WS-AUDIT-ENTRIES PIC 9(4) VALUE 0.
       01 WS-CUR-SEQ PIC 9(3) VALUE 0.
       01 WS-ROWS-FOUND PIC 9(5) VALUE 0.
       01 WS-HDG-LINE PIC X(80).
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM POSITION-LIBRARY.
           PERFORM UNTIL END-OF-LIBRARY
               READ DIAG-LIB-FILE NEXT RECORD
                       PERFORM FETCH-LIBRARY-ROW
               END-READ
           END-PERFORM.
           IF WS-VER-ROWS > 0
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           CLOSE DIAG-LIB-FILE.
           CLOSE REPRINT-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           IF WS-ROWS-FOUND = 0
               DISPLAY 'DIAGRAM NOT FOUND FOR ID ' WS-REQ-ID
                   ' DATE ' WS-REQ-DATE ' SEQ ' WS-REQ-SEQ
                   MOVE RP-DIAGRAM-ID TO WS-REQ-ID
                   MOVE RP-RUN-DATE TO WS-REQ-DATE
                   MOVE RP-SEQ TO WS-REQ-SEQ
                   MOVE RP-REQUESTER TO WS-REQUESTER
                   MOVE RP-TICKET TO WS-TICKET
           END-READ.
           CLOSE RET-PARM-FILE.
           IF WS-REQUESTER = SPACES OR WS-TICKET = SPACES
               DISPLAY 'RETPARM REQUESTER OR TICKET BLANK - '
                   'REQUEST REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       POSITION-LIBRARY.
           MOVE WS-REQ-ID TO DL-DIAGRAM-ID.
           MOVE WS-REQ-DATE TO DL-RUN-DATE.
               SET END-OF-LIBRARY TO TRUE
           ELSE
               IF DL-DIAGRAM-SEQ NOT = WS-CUR-SEQ
                   IF WS-VER-ROWS > 0
                       PERFORM WRITE-AUDIT-ENTRY
                   END-IF
                   MOVE DL-DIAGRAM-SEQ TO WS-CUR-SEQ
                   MOVE SPACES TO WS-HDG-LINE
                   STRING 'DIAGRAM ' DL-DIAGRAM-ID
               MOVE DL-ROW-DATA TO REPRINT-RECORD
               WRITE REPRINT-RECORD
               ADD 1 TO WS-ROWS-FOUND
               MOVE DL-DIAGRAM-SEQ TO WS-VER-SEQ
               ADD 1 TO WS-VER-ROWS
           END-IF
           END-IF.
      * the trail is opened before anything is reprinted, so a
      * reprint can never go out unrecorded.
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
      * one entry per diagram version reprinted; a key already taken
      * in the same hundredth of a second moves on to the next entry
      * number.
       WRITE-AUDIT-ENTRY.
           INITIALIZE AUDIT-TRAIL-RECORD.
           ACCEPT AU-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-STAMP-TIME FROM TIME.
           MOVE '8025fetch   ' TO AU-PROGRAM-ID.
           MOVE WS-REQUESTER TO AU-REQUESTER.
           MOVE WS-TICKET TO AU-TICKET.
           MOVE WS-REQ-ID TO AU-DIAGRAM-ID.
           MOVE WS-REQ-DATE TO AU-RUN-DATE.
           MOVE WS-VER-SEQ TO AU-DIAGRAM-SEQ.
           MOVE WS-VER-ROWS TO AU-ROWS.
           MOVE '22' TO AUDTRAIL-STATUS.
           PERFORM UNTIL AUDTRAIL-STATUS NOT = '22'
               ADD 1 TO WS-AUDIT-ENTRIES
               MOVE WS-AUDIT-ENTRIES TO AU-ENTRY-NUM
               WRITE AUDIT-TRAIL-RECORD
           END-PERFORM.
           IF AUDTRAIL-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'AUDTRAIL WRITE FAILED, STATUS=' AUDTRAIL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE 0 TO WS-VER-ROWS.
       END PROGRAM 8025fetch.
