      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Integrity check, unload and reload of the keyed
      *          diagram library DIAGLIB, now the system of record for
      *          every historical diagram. The load step only adds
      *          to it and 8025libmnt only purges, so this is how the
      *          library is proved sound and rebuilt if the indexed
      *          file is damaged. UTLPARM selects the mode:
      *            V - verify: walk DL-KEY and report each version
      *                with gaps in its row numbers, a row count
      *                other than 25 or 60, or rows past its last
      *                expected row;
      *            U - unload: write the whole library to the
      *                sequential backup DIAGBKUP (copybook DIAGBKUP)
      *                with a control trailer of version count, row
      *                count and a hash total of the row data;
      *            R - reload: rebuild DIAGLIB from DIAGBKUP, refused
      *                before DIAGLIB is touched when the backup does
      *                not tie to its trailer, and rebuild the caption
      *                index CAPINDEX from the reloaded rows.
      *          Every mode lists its work and totals in UTLRPT and
      *          journals its counts to RUNLOG (verify step 06,
      *          unload 07, reload 08) so the weekly backup shows in
      *          8025runrpt.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. UTLPARM carries the mode and,
      *     optionally, the date to journal under (default today).
      *     The last expected row of a version is 60 when it holds a
      *     row past 25 or marks past the 80th column, otherwise 25.
      *     The hash total adds, for every row, each character's
      *     collating value times its position in DL-ROW-DATA, so a
      *     shifted or altered mark changes it. Return code 4 when
      *     verify finds an exception, 12 when the run is refused.
      *   2026-10-15 jl371 - reload now re-creates CAPINDEX and indexes
      *     every reloaded row with the caption scan (copybook
      *     CAPSCAN), keyed as 8025libload keys it, so the index
      *     matches the restored library: no entries for versions
      *     loaded after the unload, and entries again for versions
      *     purged since. An unload followed by a reload also indexes
      *     versions loaded before the caption index existed. The
      *     entry count is listed in UTLRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025libutl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTL-PARM-FILE ASSIGN TO "UTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UTLPARM-STATUS.
           SELECT DIAG-LIB-FILE ASSIGN TO "DIAGLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS DIAGLIB-STATUS.
           SELECT DIAG-BKUP-FILE ASSIGN TO "DIAGBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAGBKUP-STATUS.
           SELECT CAPTION-INDEX-FILE ASSIGN TO "CAPINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-KEY
               FILE STATUS IS CAPINDEX-STATUS.
           SELECT UTIL-RPT-FILE ASSIGN TO "UTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UTLRPT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UTL-PARM-FILE.
       01 UTL-PARM-RECORD.
           05 UP-MODE       PIC X(1).
           05 UP-RUN-DATE   PIC 9(8).
       FD  DIAG-LIB-FILE.
           COPY DIAGLIB.
       FD  DIAG-BKUP-FILE.
           COPY DIAGBKUP.
       FD  CAPTION-INDEX-FILE.
           COPY CAPINDEX.
       FD  UTIL-RPT-FILE.
       01 UTIL-RPT-RECORD PIC X(80).
       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01 j PIC 9(3).
       01 WS-ABEND-MSG PIC X(60).
       01 UTLPARM-STATUS PIC X(2) VALUE '00'.
       01 DIAGLIB-STATUS PIC X(2) VALUE '00'.
       01 DIAGBKUP-STATUS PIC X(2) VALUE '00'.
       01 CAPINDEX-STATUS PIC X(2) VALUE '00'.
       01 UTLRPT-STATUS PIC X(2) VALUE '00'.
       01 RUNLOG-STATUS PIC X(2) VALUE '00'.
       01 WS-MODE PIC X(1) VALUE SPACE.
           88 VERIFY-MODE VALUE 'V'.
           88 UNLOAD-MODE VALUE 'U'.
           88 RELOAD-MODE VALUE 'R'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LIB-EOF-SW PIC X VALUE 'N'.
           88 END-OF-DIAGLIB VALUE 'Y'.
       01 WS-BKUP-EOF-SW PIC X VALUE 'N'.
           88 END-OF-DIAGBKUP VALUE 'Y'.
       01 WS-REFUSED-SW PIC X VALUE 'N'.
           88 RUN-REFUSED VALUE 'Y'.
      * the version being walked.
       01 WS-CUR-ID PIC X(8) VALUE SPACES.
       01 WS-CUR-DATE PIC 9(8) VALUE 0.
       01 WS-CUR-SEQ PIC 9(3) VALUE 0.
       01 WS-VER-ROWS PIC 9(5).
       01 WS-VER-LAST-ROW PIC 9(3).
       01 WS-VER-MISSING PIC 9(3).
       01 WS-VER-FIRST-GAP PIC 9(3).
       01 WS-VER-EXPECTED PIC 9(3).
       01 WS-VER-WIDE-SW PIC X.
           88 VERSION-IS-WIDE VALUE 'Y'.
       01 WS-VER-BAD-SW PIC X.
           88 VERSION-IS-BAD VALUE 'Y'.
      * library totals, and the hash of the row data.
       01 WS-VERSIONS PIC 9(7) VALUE 0.
       01 WS-ROWS PIC 9(9) VALUE 0.
       01 WS-HASH PIC 9(15) VALUE 0.
       01 WS-ROW-HASH PIC 9(9).
       01 WS-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-BAD-VERSIONS PIC 9(7) VALUE 0.
      * the backup's trailer, and what the reload found.
       01 WS-TRAILER-SW PIC X VALUE 'N'.
           88 TRAILER-FOUND VALUE 'Y'.
       01 WS-TRL-UNLOAD-DATE PIC 9(8) VALUE 0.
       01 WS-TRL-VERSIONS PIC 9(7) VALUE 0.
       01 WS-TRL-ROWS PIC 9(9) VALUE 0.
       01 WS-TRL-HASH PIC 9(15) VALUE 0.
       01 WS-PAST-TRAILER PIC 9(7) VALUE 0.
       01 WS-BAD-TYPES PIC 9(7) VALUE 0.
       01 WS-OUT-OF-SEQ PIC 9(7) VALUE 0.
       01 WS-PREV-KEY PIC X(22).
       01 WS-LOADED PIC 9(9) VALUE 0.
       01 WS-CAPTIONS-INDEXED PIC 9(9) VALUE 0.
           COPY CAPSCANW.
       01 WS-RPT-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-UTL-PARM.
           OPEN OUTPUT UTIL-RPT-FILE.
           IF UTLRPT-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'UTLRPT OPEN FAILED, STATUS=' UTLRPT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF VERIFY-MODE
               STRING 'DIAGRAM LIBRARY VERIFY - ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE IF UNLOAD-MODE
               STRING 'DIAGRAM LIBRARY UNLOAD - ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'DIAGRAM LIBRARY RELOAD - ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF VERIFY-MODE
               PERFORM VERIFY-LIBRARY
           ELSE IF UNLOAD-MODE
               PERFORM UNLOAD-LIBRARY
           ELSE
               PERFORM RELOAD-LIBRARY
           END-IF
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE UTIL-RPT-FILE.
           PERFORM WRITE-RUN-LOG.
           IF RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.
      * UTLPARM is required: without a valid mode nothing is run.
       READ-UTL-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT UTL-PARM-FILE.
           IF UTLPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'UTLPARM OPEN FAILED, STATUS=' UTLPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ UTL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE UP-MODE TO WS-MODE
                   IF UP-RUN-DATE NUMERIC AND UP-RUN-DATE > 0
                       MOVE UP-RUN-DATE TO WS-RUN-DATE
                   END-IF
           END-READ.
           CLOSE UTL-PARM-FILE.
           IF NOT VERIFY-MODE AND NOT UNLOAD-MODE AND
              NOT RELOAD-MODE
               DISPLAY 'UTLPARM MODE ''' WS-MODE
                   ''' IS NOT V, U OR R - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       OPEN-LIBRARY-INPUT.
           OPEN INPUT DIAG-LIB-FILE.
           IF DIAGLIB-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DIAGLIB OPEN FAILED, STATUS=' DIAGLIB-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO DL-KEY.
           START DIAG-LIB-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET END-OF-DIAGLIB TO TRUE
           END-START.
      * rows come back in key order, so a change of identifier, run
      * date or sequence closes one version and opens the next.
       VERIFY-LIBRARY.
           PERFORM OPEN-LIBRARY-INPUT.
           PERFORM UNTIL END-OF-DIAGLIB
               READ DIAG-LIB-FILE NEXT RECORD
                   AT END
                       SET END-OF-DIAGLIB TO TRUE
                   NOT AT END
                       IF DL-DIAGRAM-ID NOT = WS-CUR-ID OR
                          DL-RUN-DATE NOT = WS-CUR-DATE OR
                          DL-DIAGRAM-SEQ NOT = WS-CUR-SEQ
                           IF WS-VERSIONS > 0
                               PERFORM CHECK-VERSION
                           END-IF
                           PERFORM START-VERSION
                       END-IF
                       PERFORM VERIFY-ROW
               END-READ
           END-PERFORM.
           IF WS-VERSIONS > 0
               PERFORM CHECK-VERSION
           END-IF.
           CLOSE DIAG-LIB-FILE.
       START-VERSION.
           ADD 1 TO WS-VERSIONS.
           MOVE DL-DIAGRAM-ID TO WS-CUR-ID.
           MOVE DL-RUN-DATE TO WS-CUR-DATE.
           MOVE DL-DIAGRAM-SEQ TO WS-CUR-SEQ.
           MOVE 0 TO WS-VER-ROWS.
           MOVE 0 TO WS-VER-LAST-ROW.
           MOVE 0 TO WS-VER-MISSING.
           MOVE 0 TO WS-VER-FIRST-GAP.
           MOVE 'N' TO WS-VER-WIDE-SW.
       VERIFY-ROW.
           ADD 1 TO WS-VER-ROWS.
           ADD 1 TO WS-ROWS.
           PERFORM HASH-ROW-DATA.
           IF DL-ROW-NUM > WS-VER-LAST-ROW + 1
               IF WS-VER-MISSING = 0
                   COMPUTE WS-VER-FIRST-GAP = WS-VER-LAST-ROW + 1
               END-IF
               COMPUTE WS-VER-MISSING = WS-VER-MISSING
                   + DL-ROW-NUM - WS-VER-LAST-ROW - 1
           END-IF.
           IF DL-ROW-NUM > WS-VER-LAST-ROW
               MOVE DL-ROW-NUM TO WS-VER-LAST-ROW
           END-IF.
      * canvas column 81 sits at position 84 of the row.
           IF DL-ROW-DATA(84:52) NOT = SPACES
               SET VERSION-IS-WIDE TO TRUE
           END-IF.
       CHECK-VERSION.
           MOVE 'N' TO WS-VER-BAD-SW.
           IF WS-VER-LAST-ROW > 25 OR VERSION-IS-WIDE
               MOVE 60 TO WS-VER-EXPECTED
           ELSE
               MOVE 25 TO WS-VER-EXPECTED
           END-IF.
           IF WS-VER-MISSING > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CUR-ID ' ' WS-CUR-DATE ' ' WS-CUR-SEQ
                   '  ROW GAP - ' WS-VER-MISSING
                   ' ROWS MISSING, FIRST IS ROW ' WS-VER-FIRST-GAP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-VER-ROWS NOT = 25 AND WS-VER-ROWS NOT = 60
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CUR-ID ' ' WS-CUR-DATE ' ' WS-CUR-SEQ
                   '  ROW COUNT ' WS-VER-ROWS ' IS NOT 25 OR 60'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-VER-LAST-ROW > WS-VER-EXPECTED
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CUR-ID ' ' WS-CUR-DATE ' ' WS-CUR-SEQ
                   '  ROWS PAST LAST EXPECTED ROW ' WS-VER-EXPECTED
                   ' - LAST ROW ' WS-VER-LAST-ROW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF VERSION-IS-BAD
               ADD 1 TO WS-BAD-VERSIONS
           END-IF.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           SET VERSION-IS-BAD TO TRUE.
           PERFORM WRITE-RPT-LINE.
      * each character's collating value times its position, summed
      * over the row.
       HASH-ROW-DATA.
           MOVE 0 TO WS-ROW-HASH.
           COMPUTE j = 1.
           PERFORM UNTIL j > 135
               IF DL-ROW-DATA(j:1) NOT = SPACE
                   COMPUTE WS-ROW-HASH = WS-ROW-HASH
                       + FUNCTION ORD(DL-ROW-DATA(j:1)) * j
               END-IF
               ADD 1 TO j GIVING j
           END-PERFORM.
           ADD WS-ROW-HASH TO WS-HASH.
       UNLOAD-LIBRARY.
           PERFORM OPEN-LIBRARY-INPUT.
           OPEN OUTPUT DIAG-BKUP-FILE.
           IF DIAGBKUP-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DIAGBKUP OPEN FAILED, STATUS=' DIAGBKUP-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-DIAGLIB
               READ DIAG-LIB-FILE NEXT RECORD
                   AT END
                       SET END-OF-DIAGLIB TO TRUE
                   NOT AT END
                       IF DL-DIAGRAM-ID NOT = WS-CUR-ID OR
                          DL-RUN-DATE NOT = WS-CUR-DATE OR
                          DL-DIAGRAM-SEQ NOT = WS-CUR-SEQ
                           PERFORM START-VERSION
                       END-IF
                       ADD 1 TO WS-ROWS
                       PERFORM HASH-ROW-DATA
                       MOVE 'D' TO BK-REC-TYPE
                       MOVE DIAG-LIB-RECORD TO BK-DATA-AREA
                       WRITE DIAG-BACKUP-RECORD
               END-READ
           END-PERFORM.
           MOVE SPACES TO DIAG-BACKUP-RECORD.
           MOVE 'T' TO BK-REC-TYPE.
           MOVE WS-RUN-DATE TO BK-UNLOAD-DATE.
           MOVE WS-VERSIONS TO BK-VERSIONS.
           MOVE WS-ROWS TO BK-ROWS.
           MOVE WS-HASH TO BK-HASH.
           WRITE DIAG-BACKUP-RECORD.
           CLOSE DIAG-BKUP-FILE.
           CLOSE DIAG-LIB-FILE.
      * the backup is read through once and tied to its trailer
      * before DIAGLIB is opened for output; a backup that does not
      * tie leaves the library exactly as it was.
       RELOAD-LIBRARY.
           PERFORM OPEN-BACKUP-INPUT.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           PERFORM UNTIL END-OF-DIAGBKUP
               READ DIAG-BKUP-FILE
                   AT END
                       SET END-OF-DIAGBKUP TO TRUE
                   NOT AT END
                       PERFORM CHECK-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE DIAG-BKUP-FILE.
           PERFORM TIE-BACKUP-TRAILER.
           IF NOT RUN-REFUSED
               PERFORM LOAD-FROM-BACKUP
           END-IF.
       OPEN-BACKUP-INPUT.
           MOVE 'N' TO WS-BKUP-EOF-SW.
           OPEN INPUT DIAG-BKUP-FILE.
           IF DIAGBKUP-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DIAGBKUP OPEN FAILED, STATUS=' DIAGBKUP-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-BACKUP-RECORD.
           IF TRAILER-FOUND
               ADD 1 TO WS-PAST-TRAILER
           ELSE IF BK-TRAILER-REC
               SET TRAILER-FOUND TO TRUE
               MOVE BK-UNLOAD-DATE TO WS-TRL-UNLOAD-DATE
               MOVE BK-VERSIONS TO WS-TRL-VERSIONS
               MOVE BK-ROWS TO WS-TRL-ROWS
               MOVE BK-HASH TO WS-TRL-HASH
           ELSE IF BK-DATA-REC
               MOVE BK-DATA-AREA TO DIAG-LIB-RECORD
               IF DL-KEY NOT > WS-PREV-KEY
                   ADD 1 TO WS-OUT-OF-SEQ
               END-IF
               MOVE DL-KEY TO WS-PREV-KEY
               IF DL-DIAGRAM-ID NOT = WS-CUR-ID OR
                  DL-RUN-DATE NOT = WS-CUR-DATE OR
                  DL-DIAGRAM-SEQ NOT = WS-CUR-SEQ
                   PERFORM START-VERSION
               END-IF
               ADD 1 TO WS-ROWS
               PERFORM HASH-ROW-DATA
           ELSE
               ADD 1 TO WS-BAD-TYPES
           END-IF
           END-IF
           END-IF.
       TIE-BACKUP-TRAILER.
           IF NOT TRAILER-FOUND
               MOVE 'NO CONTROL TRAILER - BACKUP IS INCOMPLETE' TO
                   WS-RPT-LINE
               PERFORM WRITE-REFUSAL-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'BACKUP UNLOADED ' WS-TRL-UNLOAD-DATE
                   ' - TRAILER VERSIONS ' WS-TRL-VERSIONS
                   ' ROWS ' WS-TRL-ROWS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-TRL-VERSIONS NOT = WS-VERSIONS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'VERSIONS DO NOT TIE - TRAILER '
                       WS-TRL-VERSIONS ' BACKUP ' WS-VERSIONS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REFUSAL-LINE
               END-IF
               IF WS-TRL-ROWS NOT = WS-ROWS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'ROWS DO NOT TIE - TRAILER '
                       WS-TRL-ROWS ' BACKUP ' WS-ROWS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REFUSAL-LINE
               END-IF
               IF WS-TRL-HASH NOT = WS-HASH
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'HASH DOES NOT TIE - TRAILER '
                       WS-TRL-HASH ' BACKUP ' WS-HASH
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM WRITE-REFUSAL-LINE
               END-IF
           END-IF.
           IF WS-PAST-TRAILER > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-PAST-TRAILER ' RECORDS AFTER THE TRAILER'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REFUSAL-LINE
           END-IF.
           IF WS-BAD-TYPES > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-BAD-TYPES ' RECORDS NEITHER D NOR T'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REFUSAL-LINE
           END-IF.
           IF WS-OUT-OF-SEQ > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-OUT-OF-SEQ ' ROWS OUT OF KEY SEQUENCE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-REFUSAL-LINE
           END-IF.
           IF RUN-REFUSED
               MOVE 'RELOAD REFUSED - DIAGLIB NOT TOUCHED' TO
                   WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               DISPLAY 'DIAGBKUP DOES NOT TIE - RELOAD REFUSED, '
                   'SEE UTLRPT'
           END-IF.
       WRITE-REFUSAL-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           SET RUN-REFUSED TO TRUE.
           PERFORM WRITE-RPT-LINE.
      * the library is created afresh and every row written back.
      * the caption index is created afresh with it: each row is
      * scanned as it is written, so the index holds exactly the
      * restored versions.
       LOAD-FROM-BACKUP.
           OPEN OUTPUT DIAG-LIB-FILE.
           IF DIAGLIB-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'DIAGLIB OPEN FAILED, STATUS=' DIAGLIB-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           OPEN OUTPUT CAPTION-INDEX-FILE.
           IF CAPINDEX-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'CAPINDEX OPEN FAILED, STATUS=' CAPINDEX-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM UNTIL END-OF-DIAGBKUP
               READ DIAG-BKUP-FILE
                   AT END
                       SET END-OF-DIAGBKUP TO TRUE
                   NOT AT END
                       IF BK-DATA-REC
                           MOVE BK-DATA-AREA TO DIAG-LIB-RECORD
                           WRITE DIAG-LIB-RECORD
                           IF DIAGLIB-STATUS NOT = '00'
                               MOVE SPACES TO WS-ABEND-MSG
                               STRING 'DIAGLIB WRITE FAILED, STATUS='
                                   DIAGLIB-STATUS
                                   DELIMITED BY SIZE INTO WS-ABEND-MSG
                               DISPLAY WS-ABEND-MSG
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LOADED
                           MOVE DL-ROW-DATA TO CS-ROW-DATA
                           PERFORM SCAN-CAPTIONS-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIAG-BKUP-FILE.
           CLOSE DIAG-LIB-FILE.
           CLOSE CAPTION-INDEX-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'DIAGLIB RELOADED - ' WS-LOADED ' ROWS WRITTEN'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'CAPINDEX REBUILT - ' WS-CAPTIONS-INDEXED
               ' CAPTION ENTRIES WRITTEN'
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           DISPLAY 'CAPINDEX REBUILT - CAPTIONS INDEXED '
               WS-CAPTIONS-INDEXED.
      * one index entry per caption per row, keyed caption first as
      * the library load keys it.
       CAPTION-FOUND-PROCEDURE.
           MOVE CS-CAPTION TO CI-CAPTION.
           MOVE DL-DIAGRAM-ID TO CI-DIAGRAM-ID.
           MOVE DL-RUN-DATE TO CI-RUN-DATE.
           MOVE DL-DIAGRAM-SEQ TO CI-DIAGRAM-SEQ.
           MOVE DL-ROW-NUM TO CI-ROW-NUM.
           MOVE CS-CAPTION-COL TO CI-COL-NUM.
           WRITE CAPTION-INDEX-RECORD.
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
           END-IF.
       WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING 'VERSIONS ' WS-VERSIONS
               '  ROWS ' WS-ROWS
               '  HASH ' WS-HASH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF VERIFY-MODE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'EXCEPTIONS ' WS-EXCEPTIONS
                   '  VERSIONS WITH EXCEPTIONS ' WS-BAD-VERSIONS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           DISPLAY 'LIBRARY UTILITY MODE ' WS-MODE
               ' VERSIONS ' WS-VERSIONS
               ' ROWS ' WS-ROWS
               ' EXCEPTIONS ' WS-EXCEPTIONS.
       WRITE-RPT-LINE.
           MOVE WS-RPT-LINE TO UTIL-RPT-RECORD.
           WRITE UTIL-RPT-RECORD.
      * end-of-run control record to the chain journal under the
      * mode's step; a record already there for this date (a rerun)
      * is rewritten. a RUNLOG that cannot be opened is reported but
      * does not fail the run.
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
               IF VERIFY-MODE
                   MOVE 06 TO RL-STEP-SEQ
               ELSE IF UNLOAD-MODE
                   MOVE 07 TO RL-STEP-SEQ
               ELSE
                   MOVE 08 TO RL-STEP-SEQ
               END-IF
               END-IF
               MOVE '8025libutl  ' TO RL-PROGRAM-ID
               MOVE SPACES TO RL-RUN-ID
               MOVE WS-EXCEPTIONS TO RL-REJECTS
               MOVE WS-VERSIONS TO RL-LIB-VERSIONS
               IF RELOAD-MODE
                   MOVE WS-LOADED TO RL-LIB-ROWS
               ELSE
                   MOVE WS-ROWS TO RL-LIB-ROWS
               END-IF
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
      * the shared caption scan.
           COPY CAPSCAN.
       END PROGRAM 8025libutl.
