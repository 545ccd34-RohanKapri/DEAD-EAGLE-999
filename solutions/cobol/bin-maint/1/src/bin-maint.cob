000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BIN-MAINT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. WAREHOUSE FLOOR CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. BIN-LOCATION MAINTENANCE. APPLIES
001100*                 ADD / CHANGE / DELETE TRANSACTIONS (BINTRN) TO
001200*                 THE KEYED BIN-LOCATION MASTER (BINLOC: PART
001300*                 NUMBER TO THE FLOOR CELL X/Y THE PART IS
001400*                 PICKED FROM, AND THE BIN CAPACITY). A CELL
001500*                 MUST LIE INSIDE THE FLOOR BOUNDS (RUNCTL
001600*                 ROBOT GRIDMIN/GRIDMAX, ROBOGRID CARD AS
001700*                 FALLBACK, DEFAULT -50/50 -- THE SAME BOUNDS
001800*                 THE SIMULATOR DRIVES TO) AND OUTSIDE EVERY
001900*                 OBSTACLE RECTANGLE ON OBSTMAP, AND THE PART
002000*                 MUST BE ON THE PARTS MASTER. EVERY CHANGE
002100*                 JOURNALS A BEFORE/AFTER ROW ON THE SHARED
002200*                 IMAGE JOURNAL UNDER THE RUNNING OPERATOR
002300*                 (RUNCTL BINMAINT OPERATOR, CHECKED AGAINST
002400*                 OPERSEC FOR FUNCTION BINMAINT). EACH
002500*                 TRANSACTION IS LISTED WITH ITS RESULT ON THE
002600*                 BIN MAINTENANCE REGISTER (BINMNT); A REJECT
002700*                 ENDS THE RUN WITH RETURN CODE 4. BINTRN IS
002800*                 CLEARED AFTER THE RUN SO A RERUN CANNOT APPLY
002900*                 THE SAME TRANSACTIONS TWICE.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 REPOSITORY.
003400     FUNCTION ALL INTRINSIC.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BIN-TRANS-FILE ASSIGN TO "BINTRN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-BINTRN-STATUS.
004000     SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS BL-PART-NUMBER
004400         FILE STATUS IS WS-BINLOC-STATUS.
004500     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PM-PART-NUMBER
004900         FILE STATUS IS WS-PARTSMST-STATUS.
005000     SELECT GRID-BOUNDS-CTL-FILE ASSIGN TO "ROBOGRID"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GRIDCTL-STATUS.
005300     SELECT OBSTACLE-MAP-FILE ASSIGN TO "OBSTMAP"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-OBSTMAP-STATUS.
005600     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-IMGJRNL-STATUS.
005900     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-JOBACCT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BIN-TRANS-FILE
006500     RECORDING MODE IS F.
006600 01  BIN-TRANS-RECORD.
006700     05 BT-ACTION              PIC X(06).
006800     05 FILLER                 PIC X(01).
006900     05 BT-PART-NUMBER         PIC X(06).
007000     05 FILLER                 PIC X(01).
007100     05 BT-X                   PIC S999.
007200     05 FILLER                 PIC X(01).
007300     05 BT-Y                   PIC S999.
007400     05 FILLER                 PIC X(01).
007500     05 BT-CAPACITY            PIC X(07).
007600 FD  BIN-LOCATION-FILE.
007700 01  BIN-LOCATION-RECORD.
007800     05 BL-PART-NUMBER         PIC 9(06).
007900     05 BL-X                   PIC S999.
008000     05 BL-Y                   PIC S999.
008100     05 BL-CAPACITY            PIC 9(07).
008200     05 BL-LAST-CHANGED        PIC X(08).
008300 FD  PARTS-MASTER-FILE.
008400 01  PARTS-MASTER-RECORD.
008500     05 PM-PART-NUMBER        PIC 9(6).
008600     05 PM-DESCRIPTION        PIC X(30).
008700     05 PM-ON-HAND            PIC 9(07).
008800     05 PM-REORDER-POINT      PIC 9(05).
008900     05 PM-REORDER-QTY        PIC 9(05).
009000 FD  GRID-BOUNDS-CTL-FILE.
009100 01  GRID-BOUNDS-CTL-RECORD.
009200     05 GC-GRID-MIN            PIC S999.
009300     05 FILLER                 PIC X.
009400     05 GC-GRID-MAX            PIC S999.
009500 FD  OBSTACLE-MAP-FILE.
009600 01  OBSTACLE-MAP-RECORD.
009700     05 OM-X1                  PIC S999.
009800     05 FILLER                 PIC X.
009900     05 OM-Y1                  PIC S999.
010000     05 FILLER                 PIC X.
010100     05 OM-X2                  PIC S999.
010200     05 FILLER                 PIC X.
010300     05 OM-Y2                  PIC S999.
010400 FD  IMAGE-JOURNAL-FILE.
010500 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
010600 FD  JOB-ACCT-FILE
010700     RECORDING MODE IS F.
010800 01  JOB-ACCT-FILE-RECORD      PIC X(60).
010900 WORKING-STORAGE SECTION.
011000*--------------------------------------------------------------
011100* FILE STATUS AND RUN CONTROLS
011200*--------------------------------------------------------------
011300 77  WS-BINTRN-STATUS          PIC XX.
011400 77  WS-BINLOC-STATUS          PIC XX.
011500 77  WS-PARTSMST-STATUS        PIC XX.
011600 77  WS-GRIDCTL-STATUS         PIC XX.
011700 77  WS-OBSTMAP-STATUS         PIC XX.
011800 77  WS-IMGJRNL-STATUS         PIC XX.
011900 77  WS-JOBACCT-STATUS         PIC XX.
012000 77  WS-EOF-SW                 PIC X VALUE "N".
012100     88 END-OF-INPUT           VALUE "Y".
012200 77  WS-PARTSMST-OPEN-SW       PIC X VALUE "N".
012300     88 PARTS-MASTER-AVAILABLE VALUE "Y".
012400 77  WS-JA-START-TIMESTAMP     PIC X(14).
012500 77  WS-RUN-DATE               PIC X(08).
012600 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
012700 77  WS-BEFORE-IMAGE           PIC X(60) VALUE SPACES.
012800 COPY JOBACCT.
012900 COPY RUNPARM.
013000 COPY OPERAUTH.
013100 COPY IMGJRNL.
013200 COPY RPTWRITE.
013300 01  WS-RPT-DETAIL             PIC X(100).
013400*--------------------------------------------------------------
013500* FLOOR BOUNDS AND OBSTACLES - SAME SOURCES AS THE SIMULATOR
013600*--------------------------------------------------------------
013700 77  WS-GRID-MIN               PIC S999 VALUE -50.
013800 77  WS-GRID-MAX               PIC S999 VALUE 50.
013900 77  WS-GRIDMIN-FOUND-SW       PIC X VALUE "N".
014000 77  WS-GRIDMAX-FOUND-SW       PIC X VALUE "N".
014100 01  WS-OBSTACLE-TABLE.
014200     05 WS-OBST-COUNT          PIC 9(03) VALUE ZERO.
014300     05 WS-OBST-ENTRY OCCURS 200 TIMES.
014400        10 WS-OB-X1            PIC S999.
014500        10 WS-OB-Y1            PIC S999.
014600        10 WS-OB-X2            PIC S999.
014700        10 WS-OB-Y2            PIC S999.
014800 77  WS-OBST-SCAN              PIC 9(03).
014900 77  WS-OBST-HIT-SW            PIC X VALUE "N".
015000     88 CELL-IS-BLOCKED        VALUE "Y".
015100*--------------------------------------------------------------
015200* TRANSACTION RESULT
015300*--------------------------------------------------------------
015400 77  WS-REJECT-REASON          PIC X(24) VALUE SPACES.
015500 77  WS-JRNL-ACTION            PIC X(07) VALUE SPACES.
015600*--------------------------------------------------------------
015700* RUN TOTALS
015800*--------------------------------------------------------------
015900 77  WS-TRANS-READ             PIC 9(07) BINARY VALUE ZERO.
016000 77  WS-ADDED-COUNT            PIC 9(07) BINARY VALUE ZERO.
016100 77  WS-CHANGED-COUNT          PIC 9(07) BINARY VALUE ZERO.
016200 77  WS-DELETED-COUNT          PIC 9(07) BINARY VALUE ZERO.
016300 77  WS-REJECTED-COUNT         PIC 9(07) BINARY VALUE ZERO.
016400*--------------------------------------------------------------
016500* REPORT LINES
016600*--------------------------------------------------------------
016700 01  WS-BIN-LINE.
016800     05 BN-ACTION              PIC X(06).
016900     05 FILLER                 PIC X(02) VALUE SPACES.
017000     05 BN-PART                PIC X(06).
017100     05 FILLER                 PIC X(02) VALUE SPACES.
017200     05 BN-X                   PIC -999.
017300     05 FILLER                 PIC X(02) VALUE SPACES.
017400     05 BN-Y                   PIC -999.
017500     05 FILLER                 PIC X(02) VALUE SPACES.
017600     05 BN-CAPACITY            PIC X(07).
017700     05 FILLER                 PIC X(03) VALUE SPACES.
017800     05 BN-RESULT              PIC X(35).
017900 01  WS-TOTAL-LINE.
018000     05 TT-LABEL               PIC X(20).
018100     05 TT-COUNT               PIC ZZZZZZ9.
018200 PROCEDURE DIVISION.
018300*--------------------------------------------------------------
018400* 0000-MAINLINE
018500*--------------------------------------------------------------
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018800     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-APPLY-ONE-TRANS-EXIT
018900        UNTIL END-OF-INPUT
019000     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
019100     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
019200*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY
019300*    TRANSACTION WAS REJECTED.
019400     IF WS-REJECTED-COUNT > ZERO
019500        MOVE 4 TO RETURN-CODE
019600     END-IF
019700     STOP RUN.
019800*--------------------------------------------------------------
019900* 1000-INITIALIZE
020000*--------------------------------------------------------------
020100 1000-INITIALIZE.
020200     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
020300     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
020400     MOVE "O" TO RPT-REQUEST
020500     MOVE "BINMAINT" TO RPT-PROGRAM-ID
020600     MOVE "BINMNT" TO RPT-REPORT-NAME
020700     MOVE "BIN LOCATION MAINTENANCE REGISTER" TO RPT-TITLE
020800     MOVE "ACTION  PART       X     Y  CAPACITY  RESULT"
020900        TO RPT-COL-HEADING
021000     MOVE 60 TO RPT-LINES-PER-PAGE
021100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
021200     MOVE "D" TO RPT-REQUEST
021300*    WHO IS RUNNING THIS, AND ARE THEY ALLOWED TO
021400     MOVE "BINMAINT" TO RP-PROGRAM-ID
021500     MOVE "OPERATOR" TO RP-KEYWORD
021600     MOVE "BATCH" TO RP-DEFAULT
021700     CALL "RUNPARM" USING RUN-PARM-CONTROL
021800     MOVE RP-VALUE(1:8) TO WS-OPERATOR
021900     MOVE WS-OPERATOR TO OA-OPERATOR
022000     MOVE "BINMAINT" TO OA-FUNCTION
022100     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
022200     EVALUATE TRUE
022300        WHEN OA-AUTHORIZED
022400           CONTINUE
022500        WHEN OA-NO-SECURITY
022600           MOVE "NO OPERSEC FILE - AUTHORITY NOT VERIFIED"
022700              TO WS-RPT-DETAIL
022800           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
022900        WHEN OTHER
023000           MOVE "OPERATOR NOT AUTHORIZED FOR BINMAINT - RUN ENDED"
023100              TO WS-RPT-DETAIL
023200           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
023300           MOVE "C" TO RPT-REQUEST
023400           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
023500           MOVE 8 TO RETURN-CODE
023600           STOP RUN
023700     END-EVALUATE
023800     MOVE SPACES TO WS-RPT-DETAIL
023900     STRING "OPERATOR: " DELIMITED BY SIZE
024000        WS-OPERATOR DELIMITED BY SIZE
024100        INTO WS-RPT-DETAIL
024200     END-STRING
024300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
024400     PERFORM 1050-LOAD-GRID-BOUNDS THRU 1050-LOAD-GRID-BOUNDS-EXIT
024500     PERFORM 1060-LOAD-OBSTACLES THRU 1060-LOAD-OBSTACLES-EXIT
024600     MOVE WS-GRID-MIN TO BN-X
024700     MOVE WS-GRID-MAX TO BN-Y
024800     MOVE SPACES TO WS-RPT-DETAIL
024900     STRING "FLOOR BOUNDS: " DELIMITED BY SIZE
025000        BN-X DELIMITED BY SIZE
025100        " TO " DELIMITED BY SIZE
025200        BN-Y DELIMITED BY SIZE
025300        INTO WS-RPT-DETAIL
025400     END-STRING
025500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
025600     OPEN I-O BIN-LOCATION-FILE
025700     IF WS-BINLOC-STATUS = "35"
025800        OPEN OUTPUT BIN-LOCATION-FILE
025900        CLOSE BIN-LOCATION-FILE
026000        OPEN I-O BIN-LOCATION-FILE
026100     END-IF
026200     OPEN INPUT PARTS-MASTER-FILE
026300     IF WS-PARTSMST-STATUS = "00"
026400        SET PARTS-MASTER-AVAILABLE TO TRUE
026500     END-IF
026600     OPEN EXTEND IMAGE-JOURNAL-FILE
026700     IF WS-IMGJRNL-STATUS = "35"
026800        OPEN OUTPUT IMAGE-JOURNAL-FILE
026900     END-IF
027000     OPEN INPUT BIN-TRANS-FILE
027100     IF WS-BINTRN-STATUS NOT = "00"
027200        SET END-OF-INPUT TO TRUE
027300     END-IF.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600*--------------------------------------------------------------
027700* 1050-LOAD-GRID-BOUNDS - RUNCTL ROBOT GRIDMIN/GRIDMAX, OR THE
027800*          LEGACY ROBOGRID CARD WHEN RUNCTL CARRIES NEITHER
027900*--------------------------------------------------------------
028000 1050-LOAD-GRID-BOUNDS.
028100     MOVE "ROBOT" TO RP-PROGRAM-ID
028200     MOVE "GRIDMIN" TO RP-KEYWORD
028300     MOVE SPACES TO RP-DEFAULT
028400     CALL "RUNPARM" USING RUN-PARM-CONTROL
028500     IF RP-VALUE-FOUND
028600        MOVE "Y" TO WS-GRIDMIN-FOUND-SW
028700        IF RP-VALUE(1:1) = "-" AND RP-VALUE(2:3) IS NUMERIC
028800           MOVE RP-VALUE(2:3) TO WS-GRID-MIN
028900           COMPUTE WS-GRID-MIN = 0 - WS-GRID-MIN
029000        ELSE
029100           IF RP-VALUE(1:3) IS NUMERIC
029200              MOVE RP-VALUE(1:3) TO WS-GRID-MIN
029300           END-IF
029400        END-IF
029500     END-IF
029600     MOVE "GRIDMAX" TO RP-KEYWORD
029700     CALL "RUNPARM" USING RUN-PARM-CONTROL
029800     IF RP-VALUE-FOUND
029900        MOVE "Y" TO WS-GRIDMAX-FOUND-SW
030000        IF RP-VALUE(1:3) IS NUMERIC
030100           MOVE RP-VALUE(1:3) TO WS-GRID-MAX
030200        END-IF
030300     END-IF
030400     IF WS-GRIDMIN-FOUND-SW = "Y" OR WS-GRIDMAX-FOUND-SW = "Y"
030500        GO TO 1050-LOAD-GRID-BOUNDS-EXIT
030600     END-IF
030700     OPEN INPUT GRID-BOUNDS-CTL-FILE
030800     IF WS-GRIDCTL-STATUS = "00"
030900        READ GRID-BOUNDS-CTL-FILE
031000           NOT AT END
031100              MOVE GC-GRID-MIN TO WS-GRID-MIN
031200              MOVE GC-GRID-MAX TO WS-GRID-MAX
031300        END-READ
031400        CLOSE GRID-BOUNDS-CTL-FILE
031500     END-IF.
031600 1050-LOAD-GRID-BOUNDS-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------
031900* 1060-LOAD-OBSTACLES - RACKING AND CONVEYOR RECTANGLES FROM
032000*          THE OBSTACLE MAP; A MISSING FILE MEANS AN OPEN FLOOR
032100*--------------------------------------------------------------
032200 1060-LOAD-OBSTACLES.
032300     OPEN INPUT OBSTACLE-MAP-FILE
032400     IF WS-OBSTMAP-STATUS NOT = "00"
032500        GO TO 1060-LOAD-OBSTACLES-EXIT
032600     END-IF
032700     PERFORM 1070-LOAD-ONE-OBSTACLE
032800        THRU 1070-LOAD-ONE-OBSTACLE-EXIT
032900        UNTIL WS-OBSTMAP-STATUS NOT = "00"
033000     CLOSE OBSTACLE-MAP-FILE.
033100 1060-LOAD-OBSTACLES-EXIT.
033200     EXIT.
033300 1070-LOAD-ONE-OBSTACLE.
033400     READ OBSTACLE-MAP-FILE
033500        AT END
033600           MOVE "10" TO WS-OBSTMAP-STATUS
033700        NOT AT END
033800           IF WS-OBST-COUNT < 200
033900              ADD 1 TO WS-OBST-COUNT
034000              MOVE OM-X1 TO WS-OB-X1(WS-OBST-COUNT)
034100              MOVE OM-Y1 TO WS-OB-Y1(WS-OBST-COUNT)
034200              MOVE OM-X2 TO WS-OB-X2(WS-OBST-COUNT)
034300              MOVE OM-Y2 TO WS-OB-Y2(WS-OBST-COUNT)
034400           END-IF
034500     END-READ.
034600 1070-LOAD-ONE-OBSTACLE-EXIT.
034700     EXIT.
034800*--------------------------------------------------------------
034900* 2000-APPLY-ONE-TRANS - VALIDATE, APPLY, AND LIST ONE
035000*          TRANSACTION
035100*--------------------------------------------------------------
035200 2000-APPLY-ONE-TRANS.
035300     READ BIN-TRANS-FILE
035400        AT END
035500           SET END-OF-INPUT TO TRUE
035600           GO TO 2000-APPLY-ONE-TRANS-EXIT
035700     END-READ
035800     ADD 1 TO WS-TRANS-READ
035900     MOVE SPACES TO WS-REJECT-REASON
036000     MOVE SPACES TO WS-BIN-LINE
036100     MOVE BT-ACTION TO BN-ACTION
036200     MOVE BT-PART-NUMBER TO BN-PART
036300     IF BT-X IS NUMERIC
036400        MOVE BT-X TO BN-X
036500     END-IF
036600     IF BT-Y IS NUMERIC
036700        MOVE BT-Y TO BN-Y
036800     END-IF
036900     MOVE BT-CAPACITY TO BN-CAPACITY
037000     PERFORM 2100-VALIDATE-TRANS THRU 2100-VALIDATE-TRANS-EXIT
037100     IF WS-REJECT-REASON = SPACES
037200        EVALUATE BT-ACTION
037300           WHEN "ADD"
037400              PERFORM 2300-ADD-BIN THRU 2300-ADD-BIN-EXIT
037500           WHEN "CHANGE"
037600              PERFORM 2400-CHANGE-BIN THRU 2400-CHANGE-BIN-EXIT
037700           WHEN "DELETE"
037800              PERFORM 2500-DELETE-BIN THRU 2500-DELETE-BIN-EXIT
037900        END-EVALUATE
038000     END-IF
038100     IF WS-REJECT-REASON NOT = SPACES
038200        ADD 1 TO WS-REJECTED-COUNT
038300        STRING "REJECTED - " DELIMITED BY SIZE
038400           WS-REJECT-REASON DELIMITED BY SIZE
038500           INTO BN-RESULT
038600        END-STRING
038700     END-IF
038800     MOVE WS-BIN-LINE TO WS-RPT-DETAIL
038900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
039000 2000-APPLY-ONE-TRANS-EXIT.
039100     EXIT.
039200*--------------------------------------------------------------
039300* 2100-VALIDATE-TRANS - A DELETE NEEDS ONLY A PART NUMBER; AN
039400*          ADD OR CHANGE NEEDS A CATALOG PART, A CAPACITY, AND
039500*          A CELL A ROBOT CAN ACTUALLY REACH
039600*--------------------------------------------------------------
039700 2100-VALIDATE-TRANS.
039800     IF BT-ACTION NOT = "ADD"
039900        AND BT-ACTION NOT = "CHANGE"
040000        AND BT-ACTION NOT = "DELETE"
040100        MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
040200        GO TO 2100-VALIDATE-TRANS-EXIT
040300     END-IF
040400     IF BT-PART-NUMBER IS NOT NUMERIC
040500        MOVE "BAD PART NUMBER" TO WS-REJECT-REASON
040600        GO TO 2100-VALIDATE-TRANS-EXIT
040700     END-IF
040800     IF BT-ACTION = "DELETE"
040900        GO TO 2100-VALIDATE-TRANS-EXIT
041000     END-IF
041100     IF NOT PARTS-MASTER-AVAILABLE
041200        MOVE "PARTS MASTER UNAVAILABLE" TO WS-REJECT-REASON
041300        GO TO 2100-VALIDATE-TRANS-EXIT
041400     END-IF
041500     MOVE BT-PART-NUMBER TO PM-PART-NUMBER
041600     READ PARTS-MASTER-FILE
041700        INVALID KEY
041800           MOVE "PART NOT ON MASTER" TO WS-REJECT-REASON
041900           GO TO 2100-VALIDATE-TRANS-EXIT
042000     END-READ
042100     IF BT-CAPACITY IS NOT NUMERIC
042200        OR BT-CAPACITY = ZERO
042300        MOVE "BAD CAPACITY" TO WS-REJECT-REASON
042400        GO TO 2100-VALIDATE-TRANS-EXIT
042500     END-IF
042600     IF BT-X IS NOT NUMERIC
042700        OR BT-Y IS NOT NUMERIC
042800        MOVE "BAD COORDINATES" TO WS-REJECT-REASON
042900        GO TO 2100-VALIDATE-TRANS-EXIT
043000     END-IF
043100     IF BT-X < WS-GRID-MIN OR BT-X > WS-GRID-MAX
043200        OR BT-Y < WS-GRID-MIN OR BT-Y > WS-GRID-MAX
043300        MOVE "CELL OFF THE FLOOR" TO WS-REJECT-REASON
043400        GO TO 2100-VALIDATE-TRANS-EXIT
043500     END-IF
043600     PERFORM 2200-TEST-CELL-BLOCKED
043700        THRU 2200-TEST-CELL-BLOCKED-EXIT
043800     IF CELL-IS-BLOCKED
043900        MOVE "CELL INSIDE AN OBSTACLE" TO WS-REJECT-REASON
044000     END-IF.
044100 2100-VALIDATE-TRANS-EXIT.
044200     EXIT.
044300*--------------------------------------------------------------
044400* 2200-TEST-CELL-BLOCKED - IS (BT-X, BT-Y) INSIDE ANY OBSTACLE
044500*          RECTANGLE
044600*--------------------------------------------------------------
044700 2200-TEST-CELL-BLOCKED.
044800     MOVE "N" TO WS-OBST-HIT-SW
044900     PERFORM 2210-TEST-ONE-OBSTACLE
045000        THRU 2210-TEST-ONE-OBSTACLE-EXIT
045100        VARYING WS-OBST-SCAN FROM 1 BY 1
045200        UNTIL WS-OBST-SCAN > WS-OBST-COUNT
045300           OR CELL-IS-BLOCKED.
045400 2200-TEST-CELL-BLOCKED-EXIT.
045500     EXIT.
045600 2210-TEST-ONE-OBSTACLE.
045700     IF BT-X >= WS-OB-X1(WS-OBST-SCAN)
045800        AND BT-X <= WS-OB-X2(WS-OBST-SCAN)
045900        AND BT-Y >= WS-OB-Y1(WS-OBST-SCAN)
046000        AND BT-Y <= WS-OB-Y2(WS-OBST-SCAN)
046100        SET CELL-IS-BLOCKED TO TRUE
046200     END-IF.
046300 2210-TEST-ONE-OBSTACLE-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046600* 2300-ADD-BIN
046700*--------------------------------------------------------------
046800 2300-ADD-BIN.
046900     MOVE BT-PART-NUMBER TO BL-PART-NUMBER
047000     MOVE BT-X TO BL-X
047100     MOVE BT-Y TO BL-Y
047200     MOVE BT-CAPACITY TO BL-CAPACITY
047300     MOVE WS-RUN-DATE TO BL-LAST-CHANGED
047400     WRITE BIN-LOCATION-RECORD
047500        INVALID KEY
047600           MOVE "PART ALREADY HAS A BIN" TO WS-REJECT-REASON
047700           GO TO 2300-ADD-BIN-EXIT
047800     END-WRITE
047900     MOVE SPACES TO WS-BEFORE-IMAGE
048000     MOVE "WRITE" TO WS-JRNL-ACTION
048100     PERFORM 2700-WRITE-JOURNAL THRU 2700-WRITE-JOURNAL-EXIT
048200     ADD 1 TO WS-ADDED-COUNT
048300     MOVE "ADDED" TO BN-RESULT.
048400 2300-ADD-BIN-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------
048700* 2400-CHANGE-BIN - MOVE THE PART TO A NEW CELL AND/OR RESIZE
048800*          ITS BIN
048900*--------------------------------------------------------------
049000 2400-CHANGE-BIN.
049100     MOVE BT-PART-NUMBER TO BL-PART-NUMBER
049200     READ BIN-LOCATION-FILE
049300        INVALID KEY
049400           MOVE "PART HAS NO BIN" TO WS-REJECT-REASON
049500           GO TO 2400-CHANGE-BIN-EXIT
049600     END-READ
049700     MOVE BIN-LOCATION-RECORD TO WS-BEFORE-IMAGE
049800     MOVE BT-X TO BL-X
049900     MOVE BT-Y TO BL-Y
050000     MOVE BT-CAPACITY TO BL-CAPACITY
050100     MOVE WS-RUN-DATE TO BL-LAST-CHANGED
050200     REWRITE BIN-LOCATION-RECORD
050300     MOVE "REWRITE" TO WS-JRNL-ACTION
050400     PERFORM 2700-WRITE-JOURNAL THRU 2700-WRITE-JOURNAL-EXIT
050500     ADD 1 TO WS-CHANGED-COUNT
050600     MOVE "CHANGED" TO BN-RESULT.
050700 2400-CHANGE-BIN-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------
051000* 2500-DELETE-BIN - THE PART GOES BACK TO UNASSIGNED
051100*--------------------------------------------------------------
051200 2500-DELETE-BIN.
051300     MOVE BT-PART-NUMBER TO BL-PART-NUMBER
051400     READ BIN-LOCATION-FILE
051500        INVALID KEY
051600           MOVE "PART HAS NO BIN" TO WS-REJECT-REASON
051700           GO TO 2500-DELETE-BIN-EXIT
051800     END-READ
051900     MOVE BIN-LOCATION-RECORD TO WS-BEFORE-IMAGE
052000     DELETE BIN-LOCATION-FILE
052100     MOVE SPACES TO BIN-LOCATION-RECORD
052200     MOVE BT-PART-NUMBER TO BL-PART-NUMBER
052300     MOVE "DELETE" TO WS-JRNL-ACTION
052400     PERFORM 2700-WRITE-JOURNAL THRU 2700-WRITE-JOURNAL-EXIT
052500     ADD 1 TO WS-DELETED-COUNT
052600     MOVE "DELETED" TO BN-RESULT.
052700 2500-DELETE-BIN-EXIT.
052800     EXIT.
052900*--------------------------------------------------------------
053000* 2700-WRITE-JOURNAL - SAME DISCIPLINE AS EVERY KEYED MASTER
053100*--------------------------------------------------------------
053200 2700-WRITE-JOURNAL.
053300     MOVE SPACES TO IMAGE-JOURNAL-RECORD
053400     MOVE "BINLOC" TO IJ-FILE-NAME
053500     MOVE WS-JRNL-ACTION TO IJ-ACTION
053600     MOVE BT-PART-NUMBER TO IJ-RECORD-KEY
053700     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
053800     IF WS-JRNL-ACTION NOT = "DELETE"
053900        MOVE BIN-LOCATION-RECORD TO IJ-AFTER-IMAGE
054000     END-IF
054100     MOVE "BINMAINT" TO IJ-PROGRAM
054200     MOVE WS-OPERATOR TO IJ-OPERATOR
054300     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
054400     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
054500 2700-WRITE-JOURNAL-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------
054800* 6000-WRITE-TOTALS
054900*--------------------------------------------------------------
055000 6000-WRITE-TOTALS.
055100     MOVE SPACES TO WS-RPT-DETAIL
055200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
055300     MOVE "TRANSACTIONS READ" TO TT-LABEL
055400     MOVE WS-TRANS-READ TO TT-COUNT
055500     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
055600     MOVE "BINS ADDED" TO TT-LABEL
055700     MOVE WS-ADDED-COUNT TO TT-COUNT
055800     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
055900     MOVE "BINS CHANGED" TO TT-LABEL
056000     MOVE WS-CHANGED-COUNT TO TT-COUNT
056100     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
056200     MOVE "BINS DELETED" TO TT-LABEL
056300     MOVE WS-DELETED-COUNT TO TT-COUNT
056400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
056500     MOVE "REJECTED" TO TT-LABEL
056600     MOVE WS-REJECTED-COUNT TO TT-COUNT
056700     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
056800 6000-WRITE-TOTALS-EXIT.
056900     EXIT.
057000*--------------------------------------------------------------
057100* 6900-WRITE-TOTAL
057200*--------------------------------------------------------------
057300 6900-WRITE-TOTAL.
057400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
057500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
057600 6900-WRITE-TOTAL-EXIT.
057700     EXIT.
057800*--------------------------------------------------------------
057900* 9000-FINISH - CLEAR THE TRANSACTION FILE SO A RERUN CANNOT
058000*          APPLY THE SAME CHANGES TWICE, THEN CLOSE AND LOG
058100*--------------------------------------------------------------
058200 9000-FINISH.
058300     MOVE "C" TO RPT-REQUEST
058400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
058500     CLOSE BIN-TRANS-FILE
058600     CLOSE BIN-LOCATION-FILE
058700     IF PARTS-MASTER-AVAILABLE
058800        CLOSE PARTS-MASTER-FILE
058900     END-IF
059000     CLOSE IMAGE-JOURNAL-FILE
059100     IF WS-TRANS-READ > ZERO
059200        OPEN OUTPUT BIN-TRANS-FILE
059300        CLOSE BIN-TRANS-FILE
059400     END-IF
059500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
059600 9000-FINISH-EXIT.
059700     EXIT.
059800*--------------------------------------------------------------
059900* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
060000*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
060100*--------------------------------------------------------------
060200 9100-LOG-JOB-ACCT.
060300     OPEN EXTEND JOB-ACCT-FILE
060400     IF WS-JOBACCT-STATUS = "35"
060500        OPEN OUTPUT JOB-ACCT-FILE
060600        CLOSE JOB-ACCT-FILE
060700        OPEN EXTEND JOB-ACCT-FILE
060800     END-IF
060900     MOVE "BINMAINT" TO JA-PROGRAM-NAME
061000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
061100     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
061200     MOVE "COMPLETED" TO JA-RETURN-STATUS
061300     MOVE WS-TRANS-READ TO JA-RECORD-COUNT
061400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
061500     CLOSE JOB-ACCT-FILE.
061600 9100-LOG-JOB-ACCT-EXIT.
061700     EXIT.
