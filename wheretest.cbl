      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: "Where is it" inquiry across the diagram library.
      *          Takes a full or leading-partial caption from WHRPARM
      *          and reads the keyed caption index CAPINDEX (built by
      *          8025libload as it loads DIAGLIB) to list every
      *          stored diagram version the caption is lettered on -
      *          identifier, run date, sequence, and the row and
      *          column it stands at - with the first and last dates
      *          it was seen and each version where its position
      *          moved, so a field engineer's "which diagram and
      *          which date did this server first appear on" no
      *          longer means paging through 8025fetch reprints one
      *          identifier at a time.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. WHRPARM holds one caption per
      *     record, each a separate inquiry; a caption ending in '*'
      *     is a leading-partial caption and lists every caption
      *     that starts with the text before the '*'. Report to
      *     WHERERPT. A version lettering the caption more than once
      *     shows its first position and the number of times it is
      *     lettered; MOVED marks a version whose first position
      *     differs from the previous version of the same
      *     identifier. Return code 4 when any caption is not found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025where.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHERE-PARM-FILE ASSIGN TO "WHRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHRPARM-STATUS.
           SELECT CAPTION-INDEX-FILE ASSIGN TO "CAPINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS CAPINDEX-STATUS.
           SELECT WHERE-RPT-FILE ASSIGN TO "WHERERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHERERPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WHERE-PARM-FILE.
       01 WHERE-PARM-RECORD.
           05 WP-CAPTION PIC X(40).
       FD  CAPTION-INDEX-FILE.
           COPY CAPINDEX.
       FD  WHERE-RPT-FILE.
       01 WHERE-RPT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ABEND-MSG PIC X(60).
       01 WHRPARM-STATUS PIC X(2) VALUE '00'.
       01 CAPINDEX-STATUS PIC X(2) VALUE '00'.
       01 WHERERPT-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-EOF-SW PIC X VALUE 'N'.
           88 END-OF-WHRPARM VALUE 'Y'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-INDEX VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REQ-CAPTION PIC X(40).
       01 WS-REQ-LEN PIC 9(2).
       01 WS-MATCH-SW PIC X VALUE 'F'.
           88 MATCH-FULL VALUE 'F'.
           88 MATCH-PARTIAL VALUE 'P'.
      * the caption and the version currently being reported, and
      * the version before it for the MOVED comparison.
       01 WS-CAPTION-SW PIC X VALUE 'N'.
           88 CAPTION-OPEN VALUE 'Y'.
       01 WS-VERSION-SW PIC X VALUE 'N'.
           88 VERSION-OPEN VALUE 'Y'.
       01 WS-CUR-CAPTION PIC X(40).
       01 WS-VER-ID PIC X(8).
       01 WS-VER-DATE PIC 9(8).
       01 WS-VER-SEQ PIC 9(3).
       01 WS-VER-ROW PIC 9(3).
       01 WS-VER-COL PIC 9(3).
       01 WS-VER-OCCURS PIC 9(3).
       01 WS-PRV-ID PIC X(8).
       01 WS-PRV-ROW PIC 9(3).
       01 WS-PRV-COL PIC 9(3).
       01 WS-FIRST-DATE PIC 9(8).
       01 WS-FIRST-ID PIC X(8).
       01 WS-LAST-DATE PIC 9(8).
       01 WS-LAST-ID PIC X(8).
       01 WS-CAP-VERSIONS PIC 9(5).
       01 WS-CAP-MOVES PIC 9(5).
       01 WS-REQ-CAPTIONS PIC 9(5).
       01 WS-INQUIRIES PIC 9(5) VALUE 0.
       01 WS-FOUND PIC 9(5) VALUE 0.
       01 WS-NOT-FOUND PIC 9(5) VALUE 0.
       01 WS-RPT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WHERE-PARM-FILE.
           IF WHRPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'WHRPARM OPEN FAILED, STATUS=' WHRPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           OPEN INPUT CAPTION-INDEX-FILE.
           IF CAPINDEX-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CAPINDEX OPEN FAILED, STATUS=' CAPINDEX-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           OPEN OUTPUT WHERE-RPT-FILE.
           IF WHERERPT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'WHERERPT OPEN FAILED, STATUS=' WHERERPT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CAPTION INDEX INQUIRY ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM UNTIL END-OF-WHRPARM
               READ WHERE-PARM-FILE
                   AT END
                       SET END-OF-WHRPARM TO TRUE
                   NOT AT END
                       IF WP-CAPTION NOT = SPACES
                           PERFORM RUN-CAPTION-INQUIRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WHERE-PARM-FILE.
           CLOSE CAPTION-INDEX-FILE.
           CLOSE WHERE-RPT-FILE.
           IF WS-INQUIRIES = 0
               DISPLAY 'WHRPARM EMPTY - NO CAPTION SUPPLIED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'WHERE INQUIRY COMPLETE - INQUIRIES ' WS-INQUIRIES
               ' FOUND ' WS-FOUND ' NOT FOUND ' WS-NOT-FOUND.
           IF WS-NOT-FOUND > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      * a trailing '*' makes the caption a leading-partial one; the
      * index is positioned at the first key at or after the text
      * and read forward while the caption still matches.
       RUN-CAPTION-INQUIRY.
           ADD 1 TO WS-INQUIRIES.
           MOVE WP-CAPTION TO WS-REQ-CAPTION.
           MOVE 40 TO WS-REQ-LEN.
           PERFORM UNTIL WS-REQ-LEN = 0 OR
                   WS-REQ-CAPTION(WS-REQ-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-REQ-LEN
           END-PERFORM.
           SET MATCH-FULL TO TRUE.
           IF WS-REQ-CAPTION(WS-REQ-LEN:1) = '*'
               SET MATCH-PARTIAL TO TRUE
               MOVE SPACE TO WS-REQ-CAPTION(WS-REQ-LEN:1)
               SUBTRACT 1 FROM WS-REQ-LEN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF MATCH-PARTIAL
               STRING 'CAPTION INQUIRY ' WP-CAPTION
                   DELIMITED BY '  '
                   ' (LEADING PARTIAL)' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               STRING 'CAPTION INQUIRY ' WP-CAPTION
                   DELIMITED BY '  '
                   ' (FULL CAPTION)' DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE 0 TO WS-REQ-CAPTIONS.
           MOVE 'N' TO WS-CAPTION-SW.
           MOVE 'N' TO WS-VERSION-SW.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-REQ-LEN = 0
               MOVE '  NO CAPTION TEXT BEFORE THE *' TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               SET END-OF-INDEX TO TRUE
           ELSE
               MOVE LOW-VALUES TO CI-KEY
               MOVE WS-REQ-CAPTION(1:WS-REQ-LEN) TO
                   CI-CAPTION(1:WS-REQ-LEN)
               START CAPTION-INDEX-FILE KEY NOT < CI-KEY
                   INVALID KEY
                       SET END-OF-INDEX TO TRUE
               END-START
           END-IF.
           PERFORM UNTIL END-OF-INDEX
               READ CAPTION-INDEX-FILE NEXT RECORD
                   AT END
                       SET END-OF-INDEX TO TRUE
                   NOT AT END
                       PERFORM MATCH-INDEX-ENTRY
               END-READ
           END-PERFORM.
           IF CAPTION-OPEN
               PERFORM END-CAPTION-GROUP
           END-IF.
           IF WS-REQ-CAPTIONS = 0
               ADD 1 TO WS-NOT-FOUND
               IF WS-REQ-LEN > 0
                   MOVE '  CAPTION NOT FOUND IN THE CAPTION INDEX' TO
                       WS-RPT-LINE
                   PERFORM WRITE-RPT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-FOUND
           END-IF.
      * entries stream back in key order - caption, identifier, run
      * date, sequence, row, column - so a change of caption or of
      * version closes the group before it.
       MATCH-INDEX-ENTRY.
           IF MATCH-FULL AND CI-CAPTION NOT = WS-REQ-CAPTION
               SET END-OF-INDEX TO TRUE
           ELSE IF MATCH-PARTIAL AND CI-CAPTION(1:WS-REQ-LEN) NOT =
                   WS-REQ-CAPTION(1:WS-REQ-LEN)
               SET END-OF-INDEX TO TRUE
           ELSE
               IF CAPTION-OPEN AND CI-CAPTION NOT = WS-CUR-CAPTION
                   PERFORM END-CAPTION-GROUP
               END-IF
               IF NOT CAPTION-OPEN
                   PERFORM START-CAPTION-GROUP
               END-IF
               IF VERSION-OPEN AND
                  (CI-DIAGRAM-ID NOT = WS-VER-ID OR
                   CI-RUN-DATE NOT = WS-VER-DATE OR
                   CI-DIAGRAM-SEQ NOT = WS-VER-SEQ)
                   PERFORM END-VERSION-GROUP
               END-IF
               IF VERSION-OPEN
                   ADD 1 TO WS-VER-OCCURS
               ELSE
                   PERFORM START-VERSION-GROUP
               END-IF
           END-IF
           END-IF.
       START-CAPTION-GROUP.
           SET CAPTION-OPEN TO TRUE.
           ADD 1 TO WS-REQ-CAPTIONS.
           MOVE CI-CAPTION TO WS-CUR-CAPTION.
           MOVE SPACES TO WS-PRV-ID.
           MOVE 99999999 TO WS-FIRST-DATE.
           MOVE 0 TO WS-LAST-DATE.
           MOVE 0 TO WS-CAP-VERSIONS.
           MOVE 0 TO WS-CAP-MOVES.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CAPTION ' WS-CUR-CAPTION
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
       START-VERSION-GROUP.
           SET VERSION-OPEN TO TRUE.
           MOVE CI-DIAGRAM-ID TO WS-VER-ID.
           MOVE CI-RUN-DATE TO WS-VER-DATE.
           MOVE CI-DIAGRAM-SEQ TO WS-VER-SEQ.
           MOVE CI-ROW-NUM TO WS-VER-ROW.
           MOVE CI-COL-NUM TO WS-VER-COL.
           MOVE 1 TO WS-VER-OCCURS.
      * one line per version. MOVED compares the first position
      * with the previous version of the same identifier; the first
      * version of an identifier has nothing to move from.
       END-VERSION-GROUP.
           MOVE 'N' TO WS-VERSION-SW.
           ADD 1 TO WS-CAP-VERSIONS.
           IF WS-VER-DATE < WS-FIRST-DATE
               MOVE WS-VER-DATE TO WS-FIRST-DATE
               MOVE WS-VER-ID TO WS-FIRST-ID
           END-IF.
           IF WS-VER-DATE > WS-LAST-DATE
               MOVE WS-VER-DATE TO WS-LAST-DATE
               MOVE WS-VER-ID TO WS-LAST-ID
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  ID ' WS-VER-ID
               ' DATE ' WS-VER-DATE
               ' SEQ ' WS-VER-SEQ
               ' ROW ' WS-VER-ROW
               ' COL ' WS-VER-COL
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-VER-OCCURS > 1
               STRING ' X' WS-VER-OCCURS
                   DELIMITED BY SIZE INTO WS-RPT-LINE(53:5)
           END-IF.
           IF WS-VER-ID = WS-PRV-ID AND
              (WS-VER-ROW NOT = WS-PRV-ROW OR
               WS-VER-COL NOT = WS-PRV-COL)
               MOVE 'MOVED' TO WS-RPT-LINE(59:5)
               ADD 1 TO WS-CAP-MOVES
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-VER-ID TO WS-PRV-ID.
           MOVE WS-VER-ROW TO WS-PRV-ROW.
           MOVE WS-VER-COL TO WS-PRV-COL.
       END-CAPTION-GROUP.
           IF VERSION-OPEN
               PERFORM END-VERSION-GROUP
           END-IF.
           MOVE 'N' TO WS-CAPTION-SW.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  FIRST SEEN ' WS-FIRST-DATE ' ON ' WS-FIRST-ID
               '  LAST SEEN ' WS-LAST-DATE ' ON ' WS-LAST-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING '  VERSIONS ' WS-CAP-VERSIONS
               '  POSITION MOVES ' WS-CAP-MOVES
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
       WRITE-RPT-LINE.
           MOVE WS-RPT-LINE TO WHERE-RPT-RECORD.
           WRITE WHERE-RPT-RECORD.
       END PROGRAM 8025where.
