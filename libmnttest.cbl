      *     non-numeric) retention days is now announced on SYSOUT
      *     instead of silently skipping the purge, so a refused
      *     purge can be told from a purge that found nothing.
      *   2026-10-14 jl371 - a purge now also deletes the purged
      *     versions' entries from the caption index CAPINDEX, found by
      *     reading each row back and scanning it as the load did; the
      *     purge audit totals the index entries removed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025libmnt.
           SELECT LIB-CAT-FILE ASSIGN TO "LIBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBCAT-STATUS.
           SELECT CAPTION-INDEX-FILE ASSIGN TO "CAPINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS CAPINDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MNT-PARM-FILE.
       01 PURGE-AUD-RECORD PIC X(80).
       FD  LIB-CAT-FILE.
       01 LIB-CAT-RECORD PIC X(80).
       FD  CAPTION-INDEX-FILE.
           COPY CAPINDEX.
       WORKING-STORAGE SECTION.
       01 WS-ABEND-MSG PIC X(60).
       01 MNTPARM-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 PURGAUD-STATUS PIC X(2) VALUE '00'.
       01 LIBCAT-STATUS PIC X(2) VALUE '00'.
       01 CAPINDEX-STATUS PIC X(2) VALUE '00'.
       01 WS-CAPINDEX-SW PIC X VALUE 'N'.
           88 CAPINDEX-OPEN VALUE 'Y'.
       01 WS-CAPTIONS-PURGED PIC 9(5) VALUE 0.
           COPY CAPSCANW.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-LIBRARY VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
               ') KEEP LAST ' WS-KEEP-VERS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-AUD-LINE.
           PERFORM OPEN-CAPTION-INDEX.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-VER-COUNT
               IF VT-PURGE-SW(k) = 'Y'
           END-PERFORM.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'PURGED ' WS-VERS-PURGED
               ' VERSIONS, ' WS-ROWS-PURGED ' ROWS, '
               WS-CAPTIONS-PURGED ' CAPTION INDEX ENTRIES'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-AUD-LINE.
           CLOSE PURGE-AUD-FILE.
           IF CAPINDEX-OPEN
               CLOSE CAPTION-INDEX-FILE
           END-IF.
      * the caption index is opened before anything is deleted, so a
      * purge never removes library rows while their index entries
      * stay behind. a library that has never been indexed (no
      * CAPINDEX yet) is purged without index maintenance.
       OPEN-CAPTION-INDEX.
           OPEN I-O CAPTION-INDEX-FILE.
           IF CAPINDEX-STATUS = '35'
               DISPLAY 'CAPINDEX NOT FOUND - NO CAPTION INDEX ENTRIES'
                   ' TO REMOVE'
           ELSE IF CAPINDEX-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CAPINDEX OPEN FAILED, STATUS=' CAPINDEX-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               SET CAPINDEX-OPEN TO TRUE
           END-IF
           END-IF.
       PURGE-ONE-VERSION.
           COMPUTE WS-ROW-IX = 1.
           PERFORM UNTIL WS-ROW-IX > VT-ROWS(k)
               MOVE VT-DATE(k) TO DL-RUN-DATE
               MOVE VT-SEQ(k) TO DL-DIAGRAM-SEQ
               MOVE WS-ROW-IX TO DL-ROW-NUM
               IF CAPINDEX-OPEN
                   PERFORM UNINDEX-PURGED-ROW
               END-IF
               DELETE DIAG-LIB-FILE RECORD
                   INVALID KEY
                       CONTINUE
               ' ROWS ' VT-ROWS(k)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-AUD-LINE.
      * the row is read back and scanned exactly as the load scanned
      * it, which gives the keys of its index entries.
       UNINDEX-PURGED-ROW.
           READ DIAG-LIB-FILE RECORD KEY IS DL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DIAGLIB-STATUS = '00'
               MOVE DL-ROW-DATA TO CS-ROW-DATA
               PERFORM SCAN-CAPTIONS-PROCEDURE
           END-IF.
       CAPTION-FOUND-PROCEDURE.
           MOVE CS-CAPTION TO CI-CAPTION.
           MOVE DL-DIAGRAM-ID TO CI-DIAGRAM-ID.
           MOVE DL-RUN-DATE TO CI-RUN-DATE.
           MOVE DL-DIAGRAM-SEQ TO CI-DIAGRAM-SEQ.
           MOVE DL-ROW-NUM TO CI-ROW-NUM.
           MOVE CS-CAPTION-COL TO CI-COL-NUM.
           DELETE CAPTION-INDEX-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF CAPINDEX-STATUS = '00'
               ADD 1 TO WS-CAPTIONS-PURGED
           END-IF.
       WRITE-AUD-LINE.
           MOVE WS-RPT-LINE TO PURGE-AUD-RECORD.
           WRITE PURGE-AUD-RECORD.
      * the shared caption scan.
           COPY CAPSCAN.
       END PROGRAM 8025libmnt.
