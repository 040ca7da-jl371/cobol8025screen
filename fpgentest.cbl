      ******************************************************************
      * Author: jl371
      * Date: October 2026
      * Purpose: Floor-plan generator upstream of 8025test. Reads the
      *          asset-tracking location extract (ASSETIN, copybook
      *          ASSETLOC - room, row, position, asset name, class)
      *          and writes a complete batch-controlled PLOTIN: one
      *          BH...BT batch and one CV canvas per room, each rack
      *          drawn with the standard RACKOUTL template from
      *          PLOTTMPL at its row and position, a PN pen chosen by
      *          asset class ahead of it, and the asset name lettered
      *          inside it with TX. Every trailer carries the count
      *          and hash total VERIFY-BATCH-PROCEDURE expects. A rack
      *          the room's canvas cannot hold (every template command
      *          is bounds-checked at its placed offset with the
      *          render's own check, copybook PLOTVAL) or whose
      *          footprint collides with a rack already placed is
      *          written to the GENEXCP exception report instead of
      *          PLOTIN, so a room's diagram follows the asset
      *          database without anyone keying BX/TX/CV records.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14 jl371 - created. GENPARM (optional) carries an
      *     'O' options record - canvas mode, run id, template name,
      *     origin, row and position pitch, label offset and default
      *     pen - and 'P' records mapping an asset class to its pen.
      *     Pitch defaults to the template footprint plus one blank
      *     cell. At most eight rooms go into one PLOTIN, the size of
      *     the render's canvas set; racks of a ninth room are
      *     rejected. An asset name longer than the rack interior is
      *     shortened to fit. Return code 4 when any rack was
      *     rejected; 12 when the template is missing or unusable
      *     and nothing is generated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 8025fpgen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-IN-FILE ASSIGN TO "ASSETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSETIN-STATUS.
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENPARM-STATUS.
           SELECT TMPL-LIB-FILE ASSIGN TO "PLOTTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTTMPL-STATUS.
           SELECT PLOT-CMD-FILE ASSIGN TO "PLOTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOTIN-STATUS.
           SELECT EXCEPTION-RPT-FILE ASSIGN TO "GENEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENEXCP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-IN-FILE.
           COPY ASSETLOC.
       FD  GEN-PARM-FILE.
       01 GEN-OPTION-RECORD.
           05 GP-TYPE          PIC X(1).
           05 GO-MODE          PIC X(1).
           05 GO-RUNID         PIC X(8).
           05 GO-TEMPLATE      PIC X(8).
           05 GO-ORIGIN-ROW    PIC 9(3).
           05 GO-ORIGIN-COL    PIC 9(3).
           05 GO-ROW-PITCH     PIC 9(3).
           05 GO-POS-PITCH     PIC 9(3).
           05 GO-LABEL-ROW     PIC 9(3).
           05 GO-LABEL-COL     PIC 9(3).
           05 GO-DEFAULT-PEN   PIC X(1).
       01 GEN-PEN-RECORD.
           05 FILLER           PIC X(1).
           05 GC-CLASS         PIC X(4).
           05 GC-PEN           PIC X(1).
       FD  TMPL-LIB-FILE.
       01 TMPL-LIB-RECORD PIC X(52).
       FD  PLOT-CMD-FILE.
       01 PLOT-OUT-RECORD PIC X(52).
       FD  EXCEPTION-RPT-FILE.
       01 EXCEPTION-RPT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
      * each generated record is built here in the PLOTIN layout,
      * and each template command is staged here for its fit check.
           COPY PLOTCMD.
       01 x PIC 9(3) VALUE 1.
       01 y PIC 9(3) VALUE 1.
       01 linelength PIC 9(3).
       01 k PIC 9(3).
       01 WS-ABEND-MSG PIC X(60).
       01 ASSETIN-STATUS PIC X(2) VALUE '00'.
       01 GENPARM-STATUS PIC X(2) VALUE '00'.
       01 PLOTTMPL-STATUS PIC X(2) VALUE '00'.
       01 PLOTIN-STATUS PIC X(2) VALUE '00'.
       01 GENEXCP-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 END-OF-ASSETIN VALUE 'Y'.
       01 WS-PARM-EOF-SW PIC X VALUE 'N'.
           88 END-OF-GENPARM VALUE 'Y'.
       01 WS-TMPL-EOF-SW PIC X VALUE 'N'.
           88 END-OF-PLOTTMPL VALUE 'Y'.
       01 WS-EXCP-SW PIC X VALUE 'N'.
           88 EXCP-OPENED VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
      * bounds and switches the shared PLOTVAL check works against.
       01 WS-MAX-ROW PIC 9(3) VALUE 60.
       01 WS-MAX-COL PIC 9(3) VALUE 132.
       01 WS-VALID-SW PIC X VALUE 'Y'.
           88 COORDS-VALID VALUE 'Y'.
           88 COORDS-INVALID VALUE 'N'.
       01 WS-END-ROW PIC S9(4).
       01 WS-END-COL PIC S9(4).
       01 WS-EXCP-REASON PIC X(30).
       01 WS-EXCP-DETAIL PIC X(30).
      * generation options; GENPARM's 'O' record overrides any of
      * them, and a zero or non-numeric field keeps the default.
       01 WS-OPT-MODE PIC X VALUE '2'.
       01 WS-OPT-RUNID PIC X(8) VALUE 'FPGEN   '.
       01 WS-OPT-TEMPLATE PIC X(8) VALUE 'RACKOUTL'.
       01 WS-ORIGIN-ROW PIC 9(3) VALUE 2.
       01 WS-ORIGIN-COL PIC 9(3) VALUE 2.
       01 WS-ROW-PITCH PIC 9(3) VALUE 0.
       01 WS-POS-PITCH PIC 9(3) VALUE 0.
       01 WS-LABEL-ROW PIC 9(3) VALUE 3.
       01 WS-LABEL-COL PIC 9(3) VALUE 2.
       01 WS-DEFAULT-PEN PIC X VALUE '#'.
       01 WS-CLASS-PENS.
           05 WS-CLASS-PEN OCCURS 20 TIMES.
               10 CP-CLASS PIC X(4).
               10 CP-PEN PIC X.
       01 WS-CLASS-CNT PIC 9(2) VALUE 0.
       01 WS-CLASS-IX PIC 9(2).
       01 WS-CLASS-FOUND-SW PIC X VALUE 'N'.
           88 CLASS-FOUND VALUE 'Y'.
      * the rack template's commands, and its footprint - the cells
      * its drawing commands reach, relative to the TM offset.
       01 WS-TMPL-CMDS.
           05 TP-CMD OCCURS 50 TIMES PIC X(52).
       01 WS-TMPL-CMD-COUNT PIC 9(3) VALUE 0.
       01 WS-TMPL-SW PIC X VALUE 'N'.
           88 TMPL-DEF-OPEN VALUE 'Y'.
           88 TMPL-DEF-DONE VALUE 'D'.
       01 WS-FOOT-TOP PIC S9(4) VALUE 999.
       01 WS-FOOT-BOTTOM PIC S9(4) VALUE -999.
       01 WS-FOOT-LEFT PIC S9(4) VALUE 999.
       01 WS-FOOT-RIGHT PIC S9(4) VALUE -999.
       01 WS-CMD-TOP PIC S9(4).
       01 WS-CMD-BOTTOM PIC S9(4).
       01 WS-CMD-LEFT PIC S9(4).
       01 WS-CMD-RIGHT PIC S9(4).
       01 WS-LABEL-MAX PIC S9(4).
      * rooms in arrival order - each becomes one canvas and one
      * batch - and the racks placed in them.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 8 TIMES.
               10 RM-NAME PIC X(8).
               10 RM-RACKS PIC 9(3).
       01 WS-ROOM-CNT PIC 9(2) VALUE 0.
       01 WS-ROOM-IX PIC 9(2).
       01 WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 500 TIMES.
               10 AT-ROOM-IX PIC 9(2).
               10 AT-NAME PIC X(20).
               10 AT-PEN PIC X.
               10 AT-ORG-ROW PIC 9(3).
               10 AT-ORG-COL PIC 9(3).
               10 AT-LABEL-LEN PIC 9(3).
               10 AT-TOP PIC S9(4).
               10 AT-BOTTOM PIC S9(4).
               10 AT-LEFT PIC S9(4).
               10 AT-RIGHT PIC S9(4).
       01 WS-ASSET-CNT PIC 9(3) VALUE 0.
       01 WS-ASSET-IX PIC 9(3).
       01 WS-PLACE-SW PIC X VALUE 'Y'.
           88 PLACE-ACCEPTED VALUE 'Y'.
           88 PLACE-REJECTED VALUE 'N'.
       01 WS-ORG-ROW PIC 9(3).
       01 WS-ORG-COL PIC 9(3).
       01 WS-RACK-TOP PIC S9(4).
       01 WS-RACK-BOTTOM PIC S9(4).
       01 WS-RACK-LEFT PIC S9(4).
       01 WS-RACK-RIGHT PIC S9(4).
       01 WS-NAME-LEN PIC 9(3).
       01 WS-PEN PIC X.
       01 WS-OFF-ERR-SW PIC X VALUE 'N'.
           88 OFFSET-ERROR VALUE 'Y'.
       01 WS-ASSETS-READ PIC 9(5) VALUE 0.
       01 WS-ASSETS-PLACED PIC 9(5) VALUE 0.
       01 WS-ASSETS-REJECTED PIC 9(5) VALUE 0.
       01 WS-NAMES-SHORTENED PIC 9(5) VALUE 0.
       01 WS-BATCH-CNT PIC 9(3) VALUE 0.
       01 WS-BAT-COUNT PIC 9(5) VALUE 0.
       01 WS-BAT-HASH PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-GEN-PARMS.
           IF WS-OPT-MODE = '1'
               MOVE 25 TO WS-MAX-ROW
               MOVE 80 TO WS-MAX-COL
           ELSE
               MOVE '2' TO WS-OPT-MODE
               MOVE 60 TO WS-MAX-ROW
               MOVE 132 TO WS-MAX-COL
           END-IF.
           PERFORM LOAD-RACK-TEMPLATE.
           PERFORM LOAD-ASSETS.
           PERFORM WRITE-FLOOR-PLANS.
           IF EXCP-OPENED
               CLOSE EXCEPTION-RPT-FILE
           END-IF.
           DISPLAY 'FLOOR PLAN GENERATION - ASSETS READ='
               WS-ASSETS-READ ' PLACED=' WS-ASSETS-PLACED
               ' REJECTED=' WS-ASSETS-REJECTED
               ' BATCHES=' WS-BATCH-CNT.
           IF WS-NAMES-SHORTENED > 0
               DISPLAY 'ASSET NAMES SHORTENED TO FIT THE RACK: '
                   WS-NAMES-SHORTENED
           END-IF.
           IF WS-ASSETS-REJECTED > 0
               DISPLAY 'FLOOR PLAN GENERATION WARNING - RACKS '
                   'REJECTED, SEE GENEXCP'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       READ-GEN-PARMS.
           OPEN INPUT GEN-PARM-FILE.
           IF GENPARM-STATUS = '35'
               CONTINUE
           ELSE IF GENPARM-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'GENPARM OPEN FAILED, STATUS=' GENPARM-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           ELSE
               PERFORM UNTIL END-OF-GENPARM
                   READ GEN-PARM-FILE
                       AT END
                           SET END-OF-GENPARM TO TRUE
                       NOT AT END
                           PERFORM STORE-GEN-PARM
                   END-READ
               END-PERFORM
               CLOSE GEN-PARM-FILE
           END-IF
           END-IF.
       STORE-GEN-PARM.
           IF GP-TYPE = 'O'
               PERFORM STORE-GEN-OPTIONS
           ELSE IF GP-TYPE = 'P'
               PERFORM STORE-CLASS-PEN
           ELSE
               DISPLAY 'GENPARM: RECORD TYPE ' GP-TYPE ' IGNORED'
           END-IF
           END-IF.
       STORE-GEN-OPTIONS.
           IF GO-MODE = '1' OR GO-MODE = '2'
               MOVE GO-MODE TO WS-OPT-MODE
           END-IF.
           IF GO-RUNID NOT = SPACES
               MOVE GO-RUNID TO WS-OPT-RUNID
           END-IF.
           IF GO-TEMPLATE NOT = SPACES
               MOVE GO-TEMPLATE TO WS-OPT-TEMPLATE
           END-IF.
           IF GO-ORIGIN-ROW NUMERIC AND GO-ORIGIN-ROW > 0
               MOVE GO-ORIGIN-ROW TO WS-ORIGIN-ROW
           END-IF.
           IF GO-ORIGIN-COL NUMERIC AND GO-ORIGIN-COL > 0
               MOVE GO-ORIGIN-COL TO WS-ORIGIN-COL
           END-IF.
           IF GO-ROW-PITCH NUMERIC AND GO-ROW-PITCH > 0
               MOVE GO-ROW-PITCH TO WS-ROW-PITCH
           END-IF.
           IF GO-POS-PITCH NUMERIC AND GO-POS-PITCH > 0
               MOVE GO-POS-PITCH TO WS-POS-PITCH
           END-IF.
           IF GO-LABEL-ROW NUMERIC AND GO-LABEL-ROW > 0
               MOVE GO-LABEL-ROW TO WS-LABEL-ROW
           END-IF.
           IF GO-LABEL-COL NUMERIC AND GO-LABEL-COL > 0
               MOVE GO-LABEL-COL TO WS-LABEL-COL
           END-IF.
           IF GO-DEFAULT-PEN NOT = SPACE
               MOVE GO-DEFAULT-PEN TO WS-DEFAULT-PEN
           END-IF.
      * a later 'P' record for a class already mapped replaces its
      * pen; a blank pen would draw nothing and is refused.
       STORE-CLASS-PEN.
           IF GC-PEN = SPACE
               DISPLAY 'GENPARM: BLANK PEN FOR CLASS ' GC-CLASS
                   ' IGNORED'
           ELSE
               MOVE GC-CLASS TO AS-CLASS
               PERFORM FIND-CLASS-PEN
               IF CLASS-FOUND
                   MOVE GC-PEN TO CP-PEN(WS-CLASS-IX)
               ELSE IF WS-CLASS-CNT >= 20
                   DISPLAY 'GENPARM: CLASS TABLE FULL, CLASS '
                       GC-CLASS ' IGNORED'
               ELSE
                   ADD 1 TO WS-CLASS-CNT
                   MOVE GC-CLASS TO CP-CLASS(WS-CLASS-CNT)
                   MOVE GC-PEN TO CP-PEN(WS-CLASS-CNT)
               END-IF
               END-IF
           END-IF.
       FIND-CLASS-PEN.
           MOVE 'N' TO WS-CLASS-FOUND-SW.
           COMPUTE WS-CLASS-IX = 1.
           PERFORM UNTIL WS-CLASS-IX > WS-CLASS-CNT OR CLASS-FOUND
               IF CP-CLASS(WS-CLASS-IX) = AS-CLASS
                   SET CLASS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CLASS-IX GIVING WS-CLASS-IX
               END-IF
           END-PERFORM.
      * only the rack template is kept. nothing is generated without
      * it: a PLOTIN of TM records naming a template the render
      * cannot find would reject every rack.
       LOAD-RACK-TEMPLATE.
           OPEN INPUT TMPL-LIB-FILE.
           IF PLOTTMPL-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'PLOTTMPL OPEN FAILED, STATUS=' PLOTTMPL-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-PLOTTMPL
               READ TMPL-LIB-FILE
                   AT END
                       SET END-OF-PLOTTMPL TO TRUE
                   NOT AT END
                       PERFORM STORE-RACK-TEMPLATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE TMPL-LIB-FILE.
           IF WS-TMPL-CMD-COUNT = 0 OR WS-FOOT-BOTTOM < WS-FOOT-TOP
               DISPLAY 'TEMPLATE ' WS-OPT-TEMPLATE
                   ' NOT IN PLOTTMPL OR DRAWS NOTHING'
                   ' - NOTHING GENERATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ROW-PITCH = 0
               COMPUTE WS-ROW-PITCH = WS-FOOT-BOTTOM - WS-FOOT-TOP + 2
           END-IF.
           IF WS-POS-PITCH = 0
               COMPUTE WS-POS-PITCH = WS-FOOT-RIGHT - WS-FOOT-LEFT + 2
           END-IF.
           COMPUTE WS-LABEL-MAX = WS-FOOT-RIGHT - WS-LABEL-COL.
           IF WS-LABEL-MAX < 1
               MOVE 1 TO WS-LABEL-MAX
           END-IF.
           IF WS-LABEL-MAX > 20
               MOVE 20 TO WS-LABEL-MAX
           END-IF.
           DISPLAY 'TEMPLATE ' WS-OPT-TEMPLATE ' FOOTPRINT ROWS '
               WS-FOOT-TOP ' TO ' WS-FOOT-BOTTOM ' COLS '
               WS-FOOT-LEFT ' TO ' WS-FOOT-RIGHT
               ' - PITCH ' WS-ROW-PITCH ' X ' WS-POS-PITCH.
       STORE-RACK-TEMPLATE-RECORD.
           IF TMPL-LIB-RECORD(1:2) = 'TD'
               IF TMPL-LIB-RECORD(12:8) = WS-OPT-TEMPLATE AND
                  NOT TMPL-DEF-DONE
                   SET TMPL-DEF-OPEN TO TRUE
               END-IF
           ELSE IF TMPL-LIB-RECORD(1:2) = 'TE'
               IF TMPL-DEF-OPEN
                   SET TMPL-DEF-DONE TO TRUE
               END-IF
           ELSE IF NOT TMPL-DEF-OPEN
               CONTINUE
           ELSE IF WS-TMPL-CMD-COUNT >= 50
               DISPLAY 'TEMPLATE ' WS-OPT-TEMPLATE
                   ' HAS MORE THAN 50 COMMANDS - NOTHING GENERATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               ADD 1 TO WS-TMPL-CMD-COUNT
               MOVE TMPL-LIB-RECORD TO TP-CMD(WS-TMPL-CMD-COUNT)
               MOVE TMPL-LIB-RECORD TO PLOT-COMMAND-RECORD
               PERFORM MEASURE-TEMPLATE-COMMAND
           END-IF
           END-IF
           END-IF
           END-IF.
      * the cells a template command reaches from the TM offset, by
      * the same geometry the drawing paragraphs use. LB, TL and PN
      * draw no cells. an opcode the render refuses inside a
      * template, or a non-numeric field, makes the template
      * unusable.
       MEASURE-TEMPLATE-COMMAND.
           IF PC-OPCODE = 'CS' OR PC-OPCODE = 'MD'
              OR PC-OPCODE = 'TM' OR PC-OPCODE = 'CV'
              OR PC-OPCODE = 'DL'
               DISPLAY 'TEMPLATE ' WS-OPT-TEMPLATE ' HOLDS OPCODE '
                   PC-OPCODE ' - NOTHING GENERATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PC-X NOT NUMERIC OR PC-Y NOT NUMERIC OR
              PC-LENGTH NOT NUMERIC
               DISPLAY 'TEMPLATE ' WS-OPT-TEMPLATE
                   ' HOLDS A NON-NUMERIC COMMAND - NOTHING GENERATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PC-X TO WS-CMD-TOP.
           MOVE PC-X TO WS-CMD-BOTTOM.
           MOVE PC-Y TO WS-CMD-LEFT.
           MOVE PC-Y TO WS-CMD-RIGHT.
           EVALUATE PC-OPCODE
               WHEN 'VL'
                   COMPUTE WS-CMD-BOTTOM = PC-X + PC-LENGTH
               WHEN 'HL'
                   COMPUTE WS-CMD-RIGHT = PC-Y + PC-LENGTH
               WHEN 'DB'
                   COMPUTE WS-CMD-BOTTOM = PC-X + PC-LENGTH - 1
                   COMPUTE WS-CMD-RIGHT = PC-Y + PC-LENGTH - 1
               WHEN 'DF'
                   COMPUTE WS-CMD-TOP = PC-X - PC-LENGTH
                   COMPUTE WS-CMD-RIGHT = PC-Y + PC-LENGTH
               WHEN 'BX'
                   COMPUTE WS-CMD-BOTTOM = PC-X + PC-LENGTH
                   COMPUTE WS-CMD-RIGHT = PC-Y + PC-LENGTH
               WHEN 'CI'
                   COMPUTE WS-CMD-TOP = PC-X - PC-LENGTH
                   COMPUTE WS-CMD-BOTTOM = PC-X + PC-LENGTH
                   COMPUTE WS-CMD-LEFT = PC-Y - PC-LENGTH
                   COMPUTE WS-CMD-RIGHT = PC-Y + PC-LENGTH
               WHEN 'TX'
                   COMPUTE WS-CMD-RIGHT = PC-Y + PC-LENGTH - 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF PC-OPCODE NOT = 'LB' AND PC-OPCODE NOT = 'TL' AND
              PC-OPCODE NOT = 'PN'
               IF WS-CMD-TOP < WS-FOOT-TOP
                   MOVE WS-CMD-TOP TO WS-FOOT-TOP
               END-IF
               IF WS-CMD-BOTTOM > WS-FOOT-BOTTOM
                   MOVE WS-CMD-BOTTOM TO WS-FOOT-BOTTOM
               END-IF
               IF WS-CMD-LEFT < WS-FOOT-LEFT
                   MOVE WS-CMD-LEFT TO WS-FOOT-LEFT
               END-IF
               IF WS-CMD-RIGHT > WS-FOOT-RIGHT
                   MOVE WS-CMD-RIGHT TO WS-FOOT-RIGHT
               END-IF
           END-IF.
       LOAD-ASSETS.
           OPEN INPUT ASSET-IN-FILE.
           IF ASSETIN-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'ASSETIN OPEN FAILED, STATUS=' ASSETIN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-ASSETIN
               READ ASSET-IN-FILE
                   AT END
                       SET END-OF-ASSETIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ASSETS-READ
                       PERFORM PLACE-ASSET
               END-READ
           END-PERFORM.
           CLOSE ASSET-IN-FILE.
      * racks are placed in arrival order: the first rack to claim
      * a spot keeps it and a later one that collides is rejected.
      * the room is only given a canvas once a rack in it is placed.
       PLACE-ASSET.
           SET PLACE-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-EXCP-DETAIL.
           IF AS-ROOM = SPACES
               MOVE 'ROOM MISSING' TO WS-EXCP-REASON
               SET PLACE-REJECTED TO TRUE
           ELSE IF AS-ROW NOT NUMERIC OR AS-POSITION NOT NUMERIC
               MOVE 'ROW/POSITION NOT NUMERIC' TO WS-EXCP-REASON
               SET PLACE-REJECTED TO TRUE
           ELSE IF AS-ROW = 0 OR AS-POSITION = 0
               MOVE 'ROW/POSITION ZERO' TO WS-EXCP-REASON
               SET PLACE-REJECTED TO TRUE
           ELSE IF AS-NAME = SPACES
               MOVE 'ASSET NAME MISSING' TO WS-EXCP-REASON
               SET PLACE-REJECTED TO TRUE
           ELSE IF WS-ASSET-CNT >= 500
               MOVE 'ASSET TABLE FULL' TO WS-EXCP-REASON
               SET PLACE-REJECTED TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF PLACE-ACCEPTED
               PERFORM FIND-ROOM-SLOT
               IF WS-ROOM-IX = 0 AND WS-ROOM-CNT >= 8
                   MOVE 'ROOM LIMIT REACHED' TO WS-EXCP-REASON
                   MOVE 'EIGHT CANVASES PER PLOTIN' TO
                       WS-EXCP-DETAIL
                   SET PLACE-REJECTED TO TRUE
               END-IF
           END-IF.
           IF PLACE-ACCEPTED
               PERFORM CHECK-RACK-FIT
           END-IF.
           IF PLACE-ACCEPTED AND WS-ROOM-IX > 0
               PERFORM CHECK-RACK-COLLISION
           END-IF.
           IF PLACE-ACCEPTED
               PERFORM ACCEPT-ASSET
           ELSE
               ADD 1 TO WS-ASSETS-REJECTED
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.
       FIND-ROOM-SLOT.
           MOVE 0 TO WS-ROOM-IX.
           COMPUTE k = 1.
           PERFORM UNTIL k > WS-ROOM-CNT OR WS-ROOM-IX > 0
               IF RM-NAME(k) = AS-ROOM
                   MOVE k TO WS-ROOM-IX
               END-IF
               ADD 1 TO k GIVING k
           END-PERFORM.
      * the rack's offset on the canvas, then every template command
      * and the name label run through the render's bounds check at
      * that offset; the first that fails rejects the rack.
       CHECK-RACK-FIT.
           MOVE 'N' TO WS-OFF-ERR-SW.
           COMPUTE WS-ORG-ROW = WS-ORIGIN-ROW
               + ((AS-ROW - 1) * WS-ROW-PITCH)
               ON SIZE ERROR
                   SET OFFSET-ERROR TO TRUE
           END-COMPUTE.
           COMPUTE WS-ORG-COL = WS-ORIGIN-COL
               + ((AS-POSITION - 1) * WS-POS-PITCH)
               ON SIZE ERROR
                   SET OFFSET-ERROR TO TRUE
           END-COMPUTE.
           IF OFFSET-ERROR
               MOVE 'RACK DOES NOT FIT CANVAS' TO WS-EXCP-REASON
               MOVE 'OFFSET OUT OF RANGE' TO WS-EXCP-DETAIL
               SET PLACE-REJECTED TO TRUE
           ELSE
               COMPUTE k = 1
               PERFORM UNTIL k > WS-TMPL-CMD-COUNT OR PLACE-REJECTED
                   MOVE TP-CMD(k) TO PLOT-COMMAND-RECORD
                   PERFORM CHECK-FIT-COMMAND
                   ADD 1 TO k GIVING k
               END-PERFORM
           END-IF.
           IF PLACE-ACCEPTED
               PERFORM SIZE-ASSET-LABEL
               MOVE 'TX' TO PC-OPCODE
               COMPUTE x = WS-ORG-ROW + WS-LABEL-ROW
               COMPUTE y = WS-ORG-COL + WS-LABEL-COL
               MOVE WS-NAME-LEN TO linelength
               PERFORM VALIDATE-COORDS-PROCEDURE
               IF COORDS-INVALID
                   MOVE WS-EXCP-REASON TO WS-EXCP-DETAIL
                   MOVE 'RACK DOES NOT FIT CANVAS' TO WS-EXCP-REASON
                   SET PLACE-REJECTED TO TRUE
               END-IF
           END-IF.
       CHECK-FIT-COMMAND.
           ADD WS-ORG-ROW TO PC-X
               ON SIZE ERROR
                   SET OFFSET-ERROR TO TRUE
           END-ADD.
           ADD WS-ORG-COL TO PC-Y
               ON SIZE ERROR
                   SET OFFSET-ERROR TO TRUE
           END-ADD.
           MOVE SPACES TO WS-EXCP-REASON.
           IF OFFSET-ERROR
               MOVE 'OFFSET OUT OF RANGE' TO WS-EXCP-REASON
           ELSE IF PC-OPCODE = 'LB'
               IF PC-X < 1 OR PC-X > WS-MAX-ROW
                   MOVE 'ROW LABEL OUT OF RANGE' TO WS-EXCP-REASON
               END-IF
           ELSE IF PC-OPCODE NOT = 'TL' AND PC-OPCODE NOT = 'PN'
               COMPUTE x = PC-X
               COMPUTE y = PC-Y
               COMPUTE linelength = PC-LENGTH
               PERFORM VALIDATE-COORDS-PROCEDURE
           END-IF
           END-IF
           END-IF.
           IF WS-EXCP-REASON NOT = SPACES
               MOVE WS-EXCP-REASON TO WS-EXCP-DETAIL
               MOVE 'RACK DOES NOT FIT CANVAS' TO WS-EXCP-REASON
               SET PLACE-REJECTED TO TRUE
           END-IF.
      * the label is the asset name without its trailing blanks,
      * cut to the width inside the rack outline.
       SIZE-ASSET-LABEL.
           MOVE 20 TO WS-NAME-LEN.
           PERFORM UNTIL WS-NAME-LEN = 1 OR
                   AS-NAME(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM.
           IF WS-NAME-LEN > WS-LABEL-MAX
               MOVE WS-LABEL-MAX TO WS-NAME-LEN
               ADD 1 TO WS-NAMES-SHORTENED
           END-IF.
      * two racks collide when their footprints share any cell.
       CHECK-RACK-COLLISION.
           COMPUTE WS-RACK-TOP = WS-ORG-ROW + WS-FOOT-TOP.
           COMPUTE WS-RACK-BOTTOM = WS-ORG-ROW + WS-FOOT-BOTTOM.
           COMPUTE WS-RACK-LEFT = WS-ORG-COL + WS-FOOT-LEFT.
           COMPUTE WS-RACK-RIGHT = WS-ORG-COL + WS-FOOT-RIGHT.
           COMPUTE WS-ASSET-IX = 1.
           PERFORM UNTIL WS-ASSET-IX > WS-ASSET-CNT OR PLACE-REJECTED
               IF AT-ROOM-IX(WS-ASSET-IX) = WS-ROOM-IX AND
                  WS-RACK-TOP <= AT-BOTTOM(WS-ASSET-IX) AND
                  WS-RACK-BOTTOM >= AT-TOP(WS-ASSET-IX) AND
                  WS-RACK-LEFT <= AT-RIGHT(WS-ASSET-IX) AND
                  WS-RACK-RIGHT >= AT-LEFT(WS-ASSET-IX)
                   MOVE 'POSITION COLLIDES' TO WS-EXCP-REASON
                   MOVE SPACES TO WS-EXCP-DETAIL
                   STRING 'WITH ' AT-NAME(WS-ASSET-IX)
                       DELIMITED BY SIZE INTO WS-EXCP-DETAIL
                   SET PLACE-REJECTED TO TRUE
               END-IF
               ADD 1 TO WS-ASSET-IX GIVING WS-ASSET-IX
           END-PERFORM.
       ACCEPT-ASSET.
           IF WS-ROOM-IX = 0
               ADD 1 TO WS-ROOM-CNT
               MOVE WS-ROOM-CNT TO WS-ROOM-IX
               MOVE AS-ROOM TO RM-NAME(WS-ROOM-IX)
               MOVE 0 TO RM-RACKS(WS-ROOM-IX)
           END-IF.
           PERFORM FIND-CLASS-PEN.
           IF CLASS-FOUND
               MOVE CP-PEN(WS-CLASS-IX) TO WS-PEN
           ELSE
               MOVE WS-DEFAULT-PEN TO WS-PEN
           END-IF.
           ADD 1 TO WS-ASSET-CNT.
           ADD 1 TO WS-ASSETS-PLACED.
           ADD 1 TO RM-RACKS(WS-ROOM-IX).
           MOVE WS-ROOM-IX TO AT-ROOM-IX(WS-ASSET-CNT).
           MOVE AS-NAME TO AT-NAME(WS-ASSET-CNT).
           MOVE WS-PEN TO AT-PEN(WS-ASSET-CNT).
           MOVE WS-ORG-ROW TO AT-ORG-ROW(WS-ASSET-CNT).
           MOVE WS-ORG-COL TO AT-ORG-COL(WS-ASSET-CNT).
           MOVE WS-NAME-LEN TO AT-LABEL-LEN(WS-ASSET-CNT).
           COMPUTE AT-TOP(WS-ASSET-CNT) = WS-ORG-ROW + WS-FOOT-TOP.
           COMPUTE AT-BOTTOM(WS-ASSET-CNT) =
               WS-ORG-ROW + WS-FOOT-BOTTOM.
           COMPUTE AT-LEFT(WS-ASSET-CNT) = WS-ORG-COL + WS-FOOT-LEFT.
           COMPUTE AT-RIGHT(WS-ASSET-CNT) =
               WS-ORG-COL + WS-FOOT-RIGHT.
      * one batch per room: BH (run date, run id), CV naming the
      * room's canvas, MD for the canvas size, TL, then PN, TM and
      * TX for each rack placed in it, and a BT totalled exactly as
      * VERIFY-BATCH-PROCEDURE totals it - every record between
      * header and trailer counted, PC-X + PC-Y summed into the
      * hash.
       WRITE-FLOOR-PLANS.
           OPEN OUTPUT PLOT-CMD-FILE.
           IF PLOTIN-STATUS NOT = '00'
               MOVE SPACES TO WS-ABEND-MSG
               STRING 'PLOTIN OPEN FAILED, STATUS=' PLOTIN-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MSG
               DISPLAY WS-ABEND-MSG
               STOP RUN
           END-IF.
           COMPUTE WS-ROOM-IX = 1.
           PERFORM UNTIL WS-ROOM-IX > WS-ROOM-CNT
               PERFORM WRITE-ROOM-BATCH
               ADD 1 TO WS-ROOM-IX GIVING WS-ROOM-IX
           END-PERFORM.
           CLOSE PLOT-CMD-FILE.
       WRITE-ROOM-BATCH.
           ADD 1 TO WS-BATCH-CNT.
           MOVE 0 TO WS-BAT-COUNT.
           MOVE 0 TO WS-BAT-HASH.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'BH' TO PC-OPCODE.
           MOVE WS-RUN-DATE TO PC-HDR-DATE.
           MOVE WS-OPT-RUNID TO PC-HDR-RUNID.
           MOVE PLOT-COMMAND-RECORD TO PLOT-OUT-RECORD.
           WRITE PLOT-OUT-RECORD.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'CV' TO PC-OPCODE.
           MOVE 0 TO PC-X.
           MOVE 0 TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           MOVE RM-NAME(WS-ROOM-IX) TO PC-TEXT(1:8).
           PERFORM WRITE-BATCH-COMMAND.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'MD' TO PC-OPCODE.
           IF WS-OPT-MODE = '1'
               MOVE 1 TO PC-X
           ELSE
               MOVE 2 TO PC-X
           END-IF.
           MOVE 0 TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           PERFORM WRITE-BATCH-COMMAND.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'TL' TO PC-OPCODE.
           MOVE 0 TO PC-X.
           MOVE 0 TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           STRING 'ROOM ' DELIMITED BY SIZE
               RM-NAME(WS-ROOM-IX) DELIMITED BY SPACE
               ' FLOOR PLAN' DELIMITED BY SIZE
               INTO PC-TEXT.
           PERFORM WRITE-BATCH-COMMAND.
           COMPUTE WS-ASSET-IX = 1.
           PERFORM UNTIL WS-ASSET-IX > WS-ASSET-CNT
               IF AT-ROOM-IX(WS-ASSET-IX) = WS-ROOM-IX
                   PERFORM WRITE-ASSET-COMMANDS
               END-IF
               ADD 1 TO WS-ASSET-IX GIVING WS-ASSET-IX
           END-PERFORM.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'BT' TO PC-OPCODE.
           MOVE WS-BAT-COUNT TO PC-TRL-COUNT.
           MOVE WS-BAT-HASH TO PC-TRL-HASH.
           MOVE PLOT-COMMAND-RECORD TO PLOT-OUT-RECORD.
           WRITE PLOT-OUT-RECORD.
           DISPLAY 'ROOM ' RM-NAME(WS-ROOM-IX) ' BATCH ' WS-BATCH-CNT
               ' RACKS ' RM-RACKS(WS-ROOM-IX)
               ' RECORDS ' WS-BAT-COUNT ' HASH ' WS-BAT-HASH.
       WRITE-ASSET-COMMANDS.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'PN' TO PC-OPCODE.
           MOVE 0 TO PC-X.
           MOVE 0 TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           MOVE AT-PEN(WS-ASSET-IX) TO PC-PEN.
           PERFORM WRITE-BATCH-COMMAND.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'TM' TO PC-OPCODE.
           MOVE AT-ORG-ROW(WS-ASSET-IX) TO PC-X.
           MOVE AT-ORG-COL(WS-ASSET-IX) TO PC-Y.
           MOVE 0 TO PC-LENGTH.
           MOVE WS-OPT-TEMPLATE TO PC-TEXT(1:8).
           PERFORM WRITE-BATCH-COMMAND.
           MOVE SPACES TO PLOT-COMMAND-RECORD.
           MOVE 'TX' TO PC-OPCODE.
           COMPUTE PC-X = AT-ORG-ROW(WS-ASSET-IX) + WS-LABEL-ROW.
           COMPUTE PC-Y = AT-ORG-COL(WS-ASSET-IX) + WS-LABEL-COL.
           MOVE AT-LABEL-LEN(WS-ASSET-IX) TO PC-LENGTH.
           MOVE AT-NAME(WS-ASSET-IX)(1:AT-LABEL-LEN(WS-ASSET-IX))
               TO PC-TEXT.
           PERFORM WRITE-BATCH-COMMAND.
       WRITE-BATCH-COMMAND.
           ADD 1 TO WS-BAT-COUNT.
           ADD PC-X TO WS-BAT-HASH.
           ADD PC-Y TO WS-BAT-HASH.
           MOVE PLOT-COMMAND-RECORD TO PLOT-OUT-RECORD.
           WRITE PLOT-OUT-RECORD.
       LOG-EXCEPTION-PROCEDURE.
           IF NOT EXCP-OPENED
               OPEN OUTPUT EXCEPTION-RPT-FILE
               SET EXCP-OPENED TO TRUE
               IF GENEXCP-STATUS NOT = '00'
                   MOVE SPACES TO WS-ABEND-MSG
                   STRING 'GENEXCP OPEN FAILED, STATUS='
                       GENEXCP-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MSG
                   DISPLAY WS-ABEND-MSG
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO EXCEPTION-RPT-RECORD.
           STRING 'REJECTED ROOM=' AS-ROOM
               ' ROW=' AS-ROW
               ' POS=' AS-POSITION
               ' ASSET=' AS-NAME
               ' REASON=' WS-EXCP-REASON
               ' ' WS-EXCP-DETAIL
               DELIMITED BY SIZE INTO EXCEPTION-RPT-RECORD.
           WRITE EXCEPTION-RPT-RECORD.
      * the render's own bounds check.
           COPY PLOTVAL.
       END PROGRAM 8025fpgen.
