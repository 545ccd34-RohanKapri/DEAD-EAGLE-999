000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORD-RELEASE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. WAREHOUSE FLOOR CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. CUSTOMER ORDER RELEASE. READS
001100*                 THE CUSTOMER ORDER FILE (ORDIN: ORDER NUMBER,
001200*                 LINE, PART, QUANTITY, PRIORITY 1-9, 1 FIRST)
001300*                 AND RELEASES EACH LINE WHOSE PART HAS THE
001400*                 QUANTITY FREE ON THE PARTS MASTER -- ON-HAND
001500*                 LESS WHAT LINES ALREADY RELEASED BUT NOT YET
001600*                 PICKED HAVE CLAIMED. A RELEASED LINE WRITES A
001700*                 DISPATCHER-MODE PICK TASK TO THE ROBOT TASK
001800*                 FEED (ROBOTASK: NO ROBOT, NO PICK CELL -- THE
001900*                 SIMULATOR PICKS FROM THE PART'S BIN -- AND THE
002000*                 ORDER REFERENCE); A LINE THAT CANNOT BE FILLED
002100*                 IS BACKORDERED. EVERY LINE IS KEPT ON THE
002200*                 KEYED ORDER STATUS FILE (ORDSTAT), WHICH
002300*                 ORD-TRACK MOVES ON TO PICKED OR SHORT-SHIPPED.
002400*                 BACKORDERED LINES ARE RETRIED FIRST ON EVERY
002500*                 RUN. LINES ARE RELEASED IN PRIORITY ORDER SO
002600*                 SCARCE STOCK GOES TO THE URGENT ORDERS. EACH
002700*                 LINE IS LISTED ON THE ORDER RELEASE REGISTER
002800*                 (ORDREL); AN UNUSABLE LINE REJECTS WITH RETURN
002900*                 CODE 4. ORDIN IS CLEARED AFTER THE RUN SO A
003000*                 RERUN CANNOT RELEASE THE SAME ORDERS TWICE.
003010* 2026-10-15 RLM  A MISSING PARTS MASTER STOPS THE RUN WITH
003020*                 RETURN CODE 8 BEFORE ORDIN OR ORDSTAT IS
003030*                 TOUCHED; ORDIN IS KEPT FOR THE RERUN. A
003040*                 RELEASED LINE PART-PICKED CLAIMS ONLY WHAT IS
003050*                 STILL TO PICK. NEW STATUS LINES CARRY A BLANK
003060*                 PICK-RUN STAMP FOR ORDER TRACKING.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 REPOSITORY.
003500     FUNCTION ALL INTRINSIC.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CUSTOMER-ORDER-FILE ASSIGN TO "ORDIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ORDIN-STATUS.
004100     SELECT ORDER-STATUS-FILE ASSIGN TO "ORDSTAT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS OS-KEY
004500         FILE STATUS IS WS-ORDSTAT-STATUS.
004600     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PM-PART-NUMBER
005000         FILE STATUS IS WS-PARTSMST-STATUS.
005100     SELECT TASK-FILE ASSIGN TO "ROBOTASK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TASK-STATUS.
005400     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-JOBACCT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUSTOMER-ORDER-FILE
006000     RECORDING MODE IS F.
006100 01  CUSTOMER-ORDER-RECORD.
006200     05 CO-ORDER-NUMBER        PIC X(08).
006300     05 FILLER                 PIC X(01).
006400     05 CO-LINE-NUMBER         PIC X(03).
006500     05 FILLER                 PIC X(01).
006600     05 CO-PART-NUMBER         PIC X(06).
006700     05 FILLER                 PIC X(01).
006800     05 CO-QTY                 PIC X(05).
006900     05 FILLER                 PIC X(01).
007000     05 CO-PRIORITY            PIC X(01).
007100 FD  ORDER-STATUS-FILE.
007200 01  ORDER-STATUS-RECORD.
007300     05 OS-KEY.
007400        10 OS-ORDER-NUMBER     PIC X(08).
007500        10 OS-LINE-NUMBER      PIC 9(03).
007600     05 OS-PART-NUMBER         PIC 9(06).
007700     05 OS-ORDER-QTY           PIC 9(05).
007800     05 OS-PICKED-QTY          PIC 9(05).
007900     05 OS-PRIORITY            PIC X(01).
008000     05 OS-STATUS              PIC X(01).
008100        88 OS-RELEASED         VALUE "R".
008200        88 OS-PICKED           VALUE "P".
008300        88 OS-SHORT-SHIPPED    VALUE "S".
008400        88 OS-BACKORDERED      VALUE "B".
008500     05 OS-ORDER-DATE          PIC X(08).
008600     05 OS-STATUS-DATE         PIC X(08).
008610     05 OS-PICK-RUN-DATE       PIC X(08).
008620     05 OS-PICK-RUN-QTY        PIC 9(05).
008700 FD  PARTS-MASTER-FILE.
008800 01  PARTS-MASTER-RECORD.
008900     05 PM-PART-NUMBER        PIC 9(6).
009000     05 PM-DESCRIPTION        PIC X(30).
009100     05 PM-ON-HAND            PIC 9(07).
009200     05 PM-REORDER-POINT      PIC 9(05).
009300     05 PM-REORDER-QTY        PIC 9(05).
009400 FD  TASK-FILE
009500     RECORDING MODE IS F.
009600 01  TASK-OUT-RECORD.
009700     05 TK-ROBOT-ID            PIC X(05).
009800     05 TK-PICK-CELL           PIC X(06).
009900     05 TK-DROP-CELL           PIC X(06).
010000     05 TK-PART-NUMBER         PIC 9(06).
010100     05 TK-QTY                 PIC 9(05).
010200     05 TK-ORDER-REF.
010300        10 TK-ORDER-NUMBER     PIC X(08).
010400        10 TK-LINE-NUMBER      PIC 9(03).
010500 FD  JOB-ACCT-FILE
010600     RECORDING MODE IS F.
010700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
010800 WORKING-STORAGE SECTION.
010900*--------------------------------------------------------------
011000* FILE STATUS AND RUN CONTROLS
011100*--------------------------------------------------------------
011200 77  WS-ORDIN-STATUS           PIC XX.
011300 77  WS-ORDSTAT-STATUS         PIC XX.
011400 77  WS-PARTSMST-STATUS        PIC XX.
011500 77  WS-TASK-STATUS            PIC XX.
011600 77  WS-JOBACCT-STATUS         PIC XX.
011700 77  WS-EOF-SW                 PIC X VALUE "N".
011800     88 END-OF-INPUT           VALUE "Y".
011900 77  WS-PARTSMST-OPEN-SW       PIC X VALUE "N".
012000     88 PARTS-MASTER-AVAILABLE VALUE "Y".
012100 77  WS-JA-START-TIMESTAMP     PIC X(14).
012200 77  WS-RUN-DATE               PIC X(08).
012300 COPY JOBACCT.
012400 COPY RPTWRITE.
012500 01  WS-RPT-DETAIL             PIC X(100).
012600*--------------------------------------------------------------
012700* ORDER LINES WAITING FOR RELEASE - BACKORDERS FIRST, THEN
012800* TONIGHT'S NEW LINES IN FILE ORDER
012900*--------------------------------------------------------------
013000 01  WS-LINE-TABLE.
013100     05 WS-LN-COUNT            PIC 9(04) BINARY VALUE ZERO.
013200     05 WS-LN-ENTRY OCCURS 2000 TIMES.
013300        10 WS-LN-ORDER         PIC X(08).
013400        10 WS-LN-LINE          PIC 9(03).
013500        10 WS-LN-PART          PIC 9(06).
013600        10 WS-LN-QTY           PIC 9(05).
013700        10 WS-LN-PRIORITY      PIC 9(01).
013800        10 WS-LN-SOURCE        PIC X(01).
013900           88 WS-LN-BACKORDER  VALUE "B".
014000           88 WS-LN-NEW        VALUE "N".
014100 77  WS-LN-SCAN                PIC 9(04) BINARY.
014200 77  WS-PRIORITY               PIC 9(02) BINARY.
014300*--------------------------------------------------------------
014400* QUANTITY ALREADY CLAIMED PER PART BY RELEASED, UNPICKED LINES
014500*--------------------------------------------------------------
014600 01  WS-CLAIM-TABLE.
014700     05 WS-CL-COUNT            PIC 9(04) BINARY VALUE ZERO.
014800     05 WS-CL-ENTRY OCCURS 2000 TIMES.
014900        10 WS-CL-PART          PIC 9(06).
015000        10 WS-CL-QTY           PIC 9(07).
015100 77  WS-CL-SCAN                PIC 9(04) BINARY.
015200 77  WS-CL-SLOT                PIC 9(04) BINARY.
015300 77  WS-CLAIM-PART             PIC 9(06).
015400 77  WS-FREE-QTY               PIC S9(08).
015500 77  WS-REJECT-REASON          PIC X(24) VALUE SPACES.
015600*--------------------------------------------------------------
015700* RUN TOTALS
015800*--------------------------------------------------------------
015900 77  WS-LINES-READ             PIC 9(07) BINARY VALUE ZERO.
016000 77  WS-RELEASED-COUNT         PIC 9(07) BINARY VALUE ZERO.
016100 77  WS-BACKORDER-COUNT        PIC 9(07) BINARY VALUE ZERO.
016200 77  WS-BO-RELEASED-COUNT      PIC 9(07) BINARY VALUE ZERO.
016300 77  WS-BO-HELD-COUNT          PIC 9(07) BINARY VALUE ZERO.
016400 77  WS-REJECTED-COUNT         PIC 9(07) BINARY VALUE ZERO.
016500*--------------------------------------------------------------
016600* REPORT LINES
016700*--------------------------------------------------------------
016800 01  WS-REL-LINE.
016900     05 RL-ORDER               PIC X(08).
017000     05 FILLER                 PIC X(02) VALUE SPACES.
017100     05 RL-LINE                PIC X(03).
017200     05 FILLER                 PIC X(02) VALUE SPACES.
017300     05 RL-PART                PIC X(06).
017400     05 FILLER                 PIC X(02) VALUE SPACES.
017500     05 RL-QTY                 PIC X(05).
017600     05 FILLER                 PIC X(02) VALUE SPACES.
017700     05 RL-PRIORITY            PIC X(01).
017800     05 FILLER                 PIC X(02) VALUE SPACES.
017900     05 RL-FREE                PIC -------9.
018000     05 FILLER                 PIC X(02) VALUE SPACES.
018100     05 RL-RESULT              PIC X(36).
018200 01  WS-TOTAL-LINE.
018300     05 TT-LABEL               PIC X(24).
018400     05 TT-COUNT               PIC ZZZZZZ9.
018500 PROCEDURE DIVISION.
018600*--------------------------------------------------------------
018700* 0000-MAINLINE
018800*--------------------------------------------------------------
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019100     PERFORM 1100-LOAD-OPEN-LINES THRU 1100-LOAD-OPEN-LINES-EXIT
019200     PERFORM 1200-LOAD-NEW-LINES THRU 1200-LOAD-NEW-LINES-EXIT
019300     PERFORM 2000-RELEASE-PRIORITY THRU 2000-RELEASE-PRIORITY-EXIT
019400        VARYING WS-PRIORITY FROM 1 BY 1
019500        UNTIL WS-PRIORITY > 9
019600     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
019700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
019800*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY ORDER
019900*    LINE WAS REJECTED.
020000     IF WS-REJECTED-COUNT > ZERO
020100        MOVE 4 TO RETURN-CODE
020200     END-IF
020300     STOP RUN.
020400*--------------------------------------------------------------
020410* 1000-INITIALIZE - NOTHING CAN BE RELEASED WITHOUT THE PARTS
020420*          MASTER, SO ITS ABSENCE STOPS THE RUN BEFORE ORDIN OR
020430*          ORDSTAT IS TOUCHED
020440*--------------------------------------------------------------
020450 1000-INITIALIZE.
020460     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
020470     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
020480     MOVE "O" TO RPT-REQUEST
020490     MOVE "ORDREL" TO RPT-PROGRAM-ID
020500     MOVE "ORDREL" TO RPT-REPORT-NAME
020510     MOVE "CUSTOMER ORDER RELEASE REGISTER" TO RPT-TITLE
020520     MOVE "ORDER     LIN  PART     QTY  P      FREE  RESULT"
020530        TO RPT-COL-HEADING
020540     MOVE 60 TO RPT-LINES-PER-PAGE
020550     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020560     MOVE "D" TO RPT-REQUEST
020570     OPEN INPUT PARTS-MASTER-FILE
020580     IF WS-PARTSMST-STATUS NOT = "00"
020590        MOVE "PARTS MASTER NOT AVAILABLE - RUN STOPPED"
020600           TO WS-RPT-DETAIL
020610        PERFORM 1900-STOP-RUN THRU 1900-STOP-RUN-EXIT
020620     END-IF
020630     SET PARTS-MASTER-AVAILABLE TO TRUE
020640     OPEN I-O ORDER-STATUS-FILE
020650     IF WS-ORDSTAT-STATUS = "35"
020660        OPEN OUTPUT ORDER-STATUS-FILE
020670        CLOSE ORDER-STATUS-FILE
020680        OPEN I-O ORDER-STATUS-FILE
020690     END-IF
020700     OPEN EXTEND TASK-FILE
020710     IF WS-TASK-STATUS = "35"
020720        OPEN OUTPUT TASK-FILE
020730     END-IF.
020740 1000-INITIALIZE-EXIT.
020750     EXIT.
020760*--------------------------------------------------------------
020770* 1900-STOP-RUN - THE REASON IN WS-RPT-DETAIL GOES ON THE
020780*          REGISTER, THE RUN IS LOGGED FAILED, AND IT ENDS WITH
020790*          RETURN CODE 8 SO THE SCHEDULER HOLDS THE PICK STEP
020800*--------------------------------------------------------------
020810 1900-STOP-RUN.
020820     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020830     MOVE "C" TO RPT-REQUEST
020840     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020850     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT
020860     MOVE 8 TO RETURN-CODE
020870     STOP RUN.
020880 1900-STOP-RUN-EXIT.
020890     EXIT.
024000*--------------------------------------------------------------
024100* 1100-LOAD-OPEN-LINES - A RELEASED LINE STILL WAITING FOR ITS
024200*          PICK CLAIMS ITS QUANTITY; A BACKORDERED LINE QUEUES
024300*          FOR ANOTHER TRY AHEAD OF TONIGHT'S NEW LINES
024400*--------------------------------------------------------------
024500 1100-LOAD-OPEN-LINES.
024600     MOVE "N" TO WS-EOF-SW
024700     MOVE LOW-VALUES TO OS-KEY
024800     START ORDER-STATUS-FILE KEY NOT < OS-KEY
024900        INVALID KEY
025000           SET END-OF-INPUT TO TRUE
025100     END-START
025200     PERFORM 1110-LOAD-ONE-OPEN-LINE
025300        THRU 1110-LOAD-ONE-OPEN-LINE-EXIT
025400        UNTIL END-OF-INPUT.
025500 1100-LOAD-OPEN-LINES-EXIT.
025600     EXIT.
025700 1110-LOAD-ONE-OPEN-LINE.
025800     READ ORDER-STATUS-FILE NEXT RECORD
025900        AT END
026000           SET END-OF-INPUT TO TRUE
026100           GO TO 1110-LOAD-ONE-OPEN-LINE-EXIT
026200     END-READ
026300     EVALUATE TRUE
026400        WHEN OS-RELEASED
026500           MOVE OS-PART-NUMBER TO WS-CLAIM-PART
026600           PERFORM 2400-FIND-CLAIM THRU 2400-FIND-CLAIM-EXIT
026700           IF WS-CL-SLOT > ZERO
026710              AND OS-ORDER-QTY > OS-PICKED-QTY
026720              COMPUTE WS-CL-QTY(WS-CL-SLOT) =
026730                 WS-CL-QTY(WS-CL-SLOT) + OS-ORDER-QTY
026735                 - OS-PICKED-QTY
026740           END-IF
027000        WHEN OS-BACKORDERED
027100           IF WS-LN-COUNT < 2000
027200              ADD 1 TO WS-LN-COUNT
027300              MOVE OS-ORDER-NUMBER TO WS-LN-ORDER(WS-LN-COUNT)
027400              MOVE OS-LINE-NUMBER TO WS-LN-LINE(WS-LN-COUNT)
027500              MOVE OS-PART-NUMBER TO WS-LN-PART(WS-LN-COUNT)
027600              MOVE OS-ORDER-QTY TO WS-LN-QTY(WS-LN-COUNT)
027700              MOVE OS-PRIORITY TO WS-LN-PRIORITY(WS-LN-COUNT)
027800              MOVE "B" TO WS-LN-SOURCE(WS-LN-COUNT)
027900           END-IF
028000     END-EVALUATE.
028100 1110-LOAD-ONE-OPEN-LINE-EXIT.
028200     EXIT.
028300*--------------------------------------------------------------
028400* 1200-LOAD-NEW-LINES - TONIGHT'S ORDER LINES; AN UNUSABLE LINE
028500*          REJECTS HERE AND NEVER REACHES THE STATUS FILE
028600*--------------------------------------------------------------
028700 1200-LOAD-NEW-LINES.
028800     MOVE "N" TO WS-EOF-SW
028900     OPEN INPUT CUSTOMER-ORDER-FILE
029000     IF WS-ORDIN-STATUS NOT = "00"
029100        GO TO 1200-LOAD-NEW-LINES-EXIT
029200     END-IF
029300     PERFORM 1210-LOAD-ONE-NEW-LINE
029400        THRU 1210-LOAD-ONE-NEW-LINE-EXIT
029500        UNTIL END-OF-INPUT
029600     CLOSE CUSTOMER-ORDER-FILE.
029700 1200-LOAD-NEW-LINES-EXIT.
029800     EXIT.
029900 1210-LOAD-ONE-NEW-LINE.
030000     READ CUSTOMER-ORDER-FILE
030100        AT END
030200           SET END-OF-INPUT TO TRUE
030300           GO TO 1210-LOAD-ONE-NEW-LINE-EXIT
030400     END-READ
030500     ADD 1 TO WS-LINES-READ
030600     MOVE SPACES TO WS-REJECT-REASON
030700     EVALUATE TRUE
030800        WHEN CO-ORDER-NUMBER = SPACES
030900           MOVE "NO ORDER NUMBER" TO WS-REJECT-REASON
031000        WHEN CO-LINE-NUMBER IS NOT NUMERIC
031100           MOVE "BAD LINE NUMBER" TO WS-REJECT-REASON
031200        WHEN CO-PART-NUMBER IS NOT NUMERIC
031300           MOVE "BAD PART NUMBER" TO WS-REJECT-REASON
031400        WHEN CO-QTY IS NOT NUMERIC
031500           MOVE "BAD QUANTITY" TO WS-REJECT-REASON
031600        WHEN CO-QTY = ZERO
031700           MOVE "BAD QUANTITY" TO WS-REJECT-REASON
031800        WHEN WS-LN-COUNT NOT < 2000
031900           MOVE "TOO MANY LINES THIS RUN" TO WS-REJECT-REASON
032000     END-EVALUATE
032100     IF WS-REJECT-REASON = SPACES
032200        MOVE CO-ORDER-NUMBER TO OS-ORDER-NUMBER
032300        MOVE CO-LINE-NUMBER TO OS-LINE-NUMBER
032400        READ ORDER-STATUS-FILE
032500           NOT INVALID KEY
032600              MOVE "DUPLICATE ORDER LINE" TO WS-REJECT-REASON
032700        END-READ
032800     END-IF
032900     IF WS-REJECT-REASON NOT = SPACES
033000        MOVE SPACES TO WS-REL-LINE
033100        MOVE CO-ORDER-NUMBER TO RL-ORDER
033200        MOVE CO-LINE-NUMBER TO RL-LINE
033300        MOVE CO-PART-NUMBER TO RL-PART
033400        MOVE CO-QTY TO RL-QTY
033500        MOVE CO-PRIORITY TO RL-PRIORITY
033600        PERFORM 2800-REJECT-LINE THRU 2800-REJECT-LINE-EXIT
033700        GO TO 1210-LOAD-ONE-NEW-LINE-EXIT
033800     END-IF
033900     ADD 1 TO WS-LN-COUNT
034000     MOVE CO-ORDER-NUMBER TO WS-LN-ORDER(WS-LN-COUNT)
034100     MOVE CO-LINE-NUMBER TO WS-LN-LINE(WS-LN-COUNT)
034200     MOVE CO-PART-NUMBER TO WS-LN-PART(WS-LN-COUNT)
034300     MOVE CO-QTY TO WS-LN-QTY(WS-LN-COUNT)
034400*    A MISSING OR UNREADABLE PRIORITY RUNS MID-QUEUE
034500     IF CO-PRIORITY IS NUMERIC AND CO-PRIORITY NOT = "0"
034600        MOVE CO-PRIORITY TO WS-LN-PRIORITY(WS-LN-COUNT)
034700     ELSE
034800        MOVE 5 TO WS-LN-PRIORITY(WS-LN-COUNT)
034900     END-IF
035000     MOVE "N" TO WS-LN-SOURCE(WS-LN-COUNT).
035100 1210-LOAD-ONE-NEW-LINE-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------
035400* 2000-RELEASE-PRIORITY - EVERY WAITING LINE AT ONE PRIORITY
035500*--------------------------------------------------------------
035600 2000-RELEASE-PRIORITY.
035700     PERFORM 2100-RELEASE-ONE-LINE THRU 2100-RELEASE-ONE-LINE-EXIT
035800        VARYING WS-LN-SCAN FROM 1 BY 1
035900        UNTIL WS-LN-SCAN > WS-LN-COUNT.
036000 2000-RELEASE-PRIORITY-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------
036300* 2100-RELEASE-ONE-LINE - RELEASE WHEN THE FREE QUANTITY COVERS
036400*          THE WHOLE LINE, OTHERWISE BACKORDER IT
036500*--------------------------------------------------------------
036600 2100-RELEASE-ONE-LINE.
036700     IF WS-LN-PRIORITY(WS-LN-SCAN) NOT = WS-PRIORITY
036800        GO TO 2100-RELEASE-ONE-LINE-EXIT
036900     END-IF
037000     MOVE SPACES TO WS-REL-LINE
037100     MOVE WS-LN-ORDER(WS-LN-SCAN) TO RL-ORDER
037200     MOVE WS-LN-LINE(WS-LN-SCAN) TO RL-LINE
037300     MOVE WS-LN-PART(WS-LN-SCAN) TO RL-PART
037400     MOVE WS-LN-QTY(WS-LN-SCAN) TO RL-QTY
037500     MOVE WS-LN-PRIORITY(WS-LN-SCAN) TO RL-PRIORITY
037600     MOVE ZERO TO WS-FREE-QTY
037610     MOVE WS-LN-PART(WS-LN-SCAN) TO PM-PART-NUMBER
037620     READ PARTS-MASTER-FILE
037630        INVALID KEY
037640           MOVE "23" TO WS-PARTSMST-STATUS
037650     END-READ
038500     IF WS-PARTSMST-STATUS NOT = "00"
038600        AND WS-LN-NEW(WS-LN-SCAN)
038700        MOVE "PART NOT ON MASTER" TO WS-REJECT-REASON
038800        PERFORM 2800-REJECT-LINE THRU 2800-REJECT-LINE-EXIT
038900        GO TO 2100-RELEASE-ONE-LINE-EXIT
039000     END-IF
039100     MOVE WS-LN-PART(WS-LN-SCAN) TO WS-CLAIM-PART
039200     PERFORM 2400-FIND-CLAIM THRU 2400-FIND-CLAIM-EXIT
039300     IF WS-PARTSMST-STATUS = "00" AND WS-CL-SLOT > ZERO
039400        COMPUTE WS-FREE-QTY = PM-ON-HAND - WS-CL-QTY(WS-CL-SLOT)
039500     END-IF
039600     MOVE WS-FREE-QTY TO RL-FREE
039700     IF WS-FREE-QTY NOT < WS-LN-QTY(WS-LN-SCAN)
039800        PERFORM 2200-RELEASE-LINE THRU 2200-RELEASE-LINE-EXIT
039900     ELSE
040000        PERFORM 2300-BACKORDER-LINE
040100           THRU 2300-BACKORDER-LINE-EXIT
040200     END-IF
040300     MOVE WS-REL-LINE TO WS-RPT-DETAIL
040400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040500 2100-RELEASE-ONE-LINE-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------
040800* 2200-RELEASE-LINE - STATUS FILE FIRST, THEN THE PICK TASK, SO
040900*          A DUPLICATE LINE CAN NEVER PUT A SECOND TASK ON THE
041000*          FLOOR
041100*--------------------------------------------------------------
041200 2200-RELEASE-LINE.
041300     IF WS-LN-NEW(WS-LN-SCAN)
041400        PERFORM 2500-BUILD-STATUS THRU 2500-BUILD-STATUS-EXIT
041500        MOVE "R" TO OS-STATUS
041600        WRITE ORDER-STATUS-RECORD
041700           INVALID KEY
041800              MOVE "DUPLICATE ORDER LINE" TO WS-REJECT-REASON
041900              PERFORM 2800-REJECT-LINE
042000                 THRU 2800-REJECT-LINE-EXIT
042100              GO TO 2200-RELEASE-LINE-EXIT
042200        END-WRITE
042300        ADD 1 TO WS-RELEASED-COUNT
042400        MOVE "RELEASED" TO RL-RESULT
042500     ELSE
042600        MOVE WS-LN-ORDER(WS-LN-SCAN) TO OS-ORDER-NUMBER
042700        MOVE WS-LN-LINE(WS-LN-SCAN) TO OS-LINE-NUMBER
042800        READ ORDER-STATUS-FILE
042900           INVALID KEY
043000              GO TO 2200-RELEASE-LINE-EXIT
043100        END-READ
043200        MOVE "R" TO OS-STATUS
043300        MOVE WS-RUN-DATE TO OS-STATUS-DATE
043400        REWRITE ORDER-STATUS-RECORD
043500        ADD 1 TO WS-BO-RELEASED-COUNT
043600        MOVE "RELEASED FROM BACKORDER" TO RL-RESULT
043700     END-IF
043800     ADD WS-LN-QTY(WS-LN-SCAN) TO WS-CL-QTY(WS-CL-SLOT)
043900     MOVE SPACES TO TASK-OUT-RECORD
044000     MOVE WS-LN-PART(WS-LN-SCAN) TO TK-PART-NUMBER
044100     MOVE WS-LN-QTY(WS-LN-SCAN) TO TK-QTY
044200     MOVE WS-LN-ORDER(WS-LN-SCAN) TO TK-ORDER-NUMBER
044300     MOVE WS-LN-LINE(WS-LN-SCAN) TO TK-LINE-NUMBER
044400     WRITE TASK-OUT-RECORD.
044500 2200-RELEASE-LINE-EXIT.
044600     EXIT.
044700*--------------------------------------------------------------
044800* 2300-BACKORDER-LINE - A NEW LINE GOES ON FILE BACKORDERED; A
044900*          BACKORDER STILL SHORT IS LEFT AS IT WAS
045000*--------------------------------------------------------------
045100 2300-BACKORDER-LINE.
045200     IF WS-LN-BACKORDER(WS-LN-SCAN)
045300        ADD 1 TO WS-BO-HELD-COUNT
045400        MOVE "STILL BACKORDERED" TO RL-RESULT
045500        GO TO 2300-BACKORDER-LINE-EXIT
045600     END-IF
045700     PERFORM 2500-BUILD-STATUS THRU 2500-BUILD-STATUS-EXIT
045800     MOVE "B" TO OS-STATUS
045900     WRITE ORDER-STATUS-RECORD
046000        INVALID KEY
046100           MOVE "DUPLICATE ORDER LINE" TO WS-REJECT-REASON
046200           PERFORM 2800-REJECT-LINE THRU 2800-REJECT-LINE-EXIT
046300           GO TO 2300-BACKORDER-LINE-EXIT
046400     END-WRITE
046500     ADD 1 TO WS-BACKORDER-COUNT
046600     MOVE "BACKORDERED" TO RL-RESULT.
046700 2300-BACKORDER-LINE-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------
047000* 2400-FIND-CLAIM - SLOT FOR WS-CLAIM-PART, ADDED AT ZERO WHEN
047100*          NEW (ZERO WHEN THE TABLE IS FULL)
047200*--------------------------------------------------------------
047300 2400-FIND-CLAIM.
047400     MOVE ZERO TO WS-CL-SLOT
047500     PERFORM 2410-SCAN-ONE-CLAIM THRU 2410-SCAN-ONE-CLAIM-EXIT
047600        VARYING WS-CL-SCAN FROM 1 BY 1
047700        UNTIL WS-CL-SCAN > WS-CL-COUNT
047800           OR WS-CL-SLOT > ZERO
047900     IF WS-CL-SLOT = ZERO AND WS-CL-COUNT < 2000
048000        ADD 1 TO WS-CL-COUNT
048100        MOVE WS-CL-COUNT TO WS-CL-SLOT
048200        MOVE WS-CLAIM-PART TO WS-CL-PART(WS-CL-SLOT)
048300        MOVE ZERO TO WS-CL-QTY(WS-CL-SLOT)
048400     END-IF.
048500 2400-FIND-CLAIM-EXIT.
048600     EXIT.
048700 2410-SCAN-ONE-CLAIM.
048800     IF WS-CL-PART(WS-CL-SCAN) = WS-CLAIM-PART
048900        MOVE WS-CL-SCAN TO WS-CL-SLOT
049000     END-IF.
049100 2410-SCAN-ONE-CLAIM-EXIT.
049200     EXIT.
049300*--------------------------------------------------------------
049400* 2500-BUILD-STATUS - STATUS RECORD FOR A NEW ORDER LINE
049500*--------------------------------------------------------------
049600 2500-BUILD-STATUS.
049700     MOVE WS-LN-ORDER(WS-LN-SCAN) TO OS-ORDER-NUMBER
049800     MOVE WS-LN-LINE(WS-LN-SCAN) TO OS-LINE-NUMBER
049900     MOVE WS-LN-PART(WS-LN-SCAN) TO OS-PART-NUMBER
050000     MOVE WS-LN-QTY(WS-LN-SCAN) TO OS-ORDER-QTY
050100     MOVE ZERO TO OS-PICKED-QTY
050200     MOVE WS-LN-PRIORITY(WS-LN-SCAN) TO OS-PRIORITY
050300     MOVE WS-RUN-DATE TO OS-ORDER-DATE
050310     MOVE WS-RUN-DATE TO OS-STATUS-DATE
050320     MOVE SPACES TO OS-PICK-RUN-DATE
050330     MOVE ZERO TO OS-PICK-RUN-QTY.
050500 2500-BUILD-STATUS-EXIT.
050600     EXIT.
050700*--------------------------------------------------------------
050800* 2800-REJECT-LINE - LIST A LINE THAT CANNOT BE TAKEN
050900*--------------------------------------------------------------
051000 2800-REJECT-LINE.
051100     ADD 1 TO WS-REJECTED-COUNT
051200     MOVE SPACES TO RL-RESULT
051300     STRING "REJECTED - " DELIMITED BY SIZE
051400        WS-REJECT-REASON DELIMITED BY SIZE
051500        INTO RL-RESULT
051600     END-STRING
051700     MOVE WS-REL-LINE TO WS-RPT-DETAIL
051800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
051900 2800-REJECT-LINE-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------
052200* 6000-WRITE-TOTALS
052300*--------------------------------------------------------------
052400 6000-WRITE-TOTALS.
052500     MOVE SPACES TO WS-RPT-DETAIL
052600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
052700     MOVE "NEW LINES READ" TO TT-LABEL
052800     MOVE WS-LINES-READ TO TT-COUNT
052900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
053000     MOVE "RELEASED" TO TT-LABEL
053100     MOVE WS-RELEASED-COUNT TO TT-COUNT
053200     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
053300     MOVE "BACKORDERED" TO TT-LABEL
053400     MOVE WS-BACKORDER-COUNT TO TT-COUNT
053500     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
053600     MOVE "BACKORDERS RELEASED" TO TT-LABEL
053700     MOVE WS-BO-RELEASED-COUNT TO TT-COUNT
053800     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
053900     MOVE "BACKORDERS STILL HELD" TO TT-LABEL
054000     MOVE WS-BO-HELD-COUNT TO TT-COUNT
054100     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
054200     MOVE "REJECTED" TO TT-LABEL
054300     MOVE WS-REJECTED-COUNT TO TT-COUNT
054400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
054500 6000-WRITE-TOTALS-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------
054800* 6900-WRITE-TOTAL
054900*--------------------------------------------------------------
055000 6900-WRITE-TOTAL.
055100     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
055200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
055300 6900-WRITE-TOTAL-EXIT.
055400     EXIT.
055500*--------------------------------------------------------------
055510* 9000-FINISH - ONLY A RUN THAT GOT THIS FAR HAS RECORDED EVERY
055520*          LINE ON ORDSTAT, SO ONLY NOW IS THE ORDER FILE CLEARED,
055530*          SO A RERUN CANNOT RELEASE THE SAME ORDERS TWICE
055800*--------------------------------------------------------------
055900 9000-FINISH.
056000     MOVE "C" TO RPT-REQUEST
056100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056200     CLOSE ORDER-STATUS-FILE
056300     CLOSE TASK-FILE
056310     CLOSE PARTS-MASTER-FILE
056700     IF WS-LINES-READ > ZERO
056800        OPEN OUTPUT CUSTOMER-ORDER-FILE
056900        CLOSE CUSTOMER-ORDER-FILE
057000     END-IF
057100     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
057200 9000-FINISH-EXIT.
057300     EXIT.
057400*--------------------------------------------------------------
057500* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
057600*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
057700*--------------------------------------------------------------
057800 9100-LOG-JOB-ACCT.
057900     OPEN EXTEND JOB-ACCT-FILE
058000     IF WS-JOBACCT-STATUS = "35"
058100        OPEN OUTPUT JOB-ACCT-FILE
058200        CLOSE JOB-ACCT-FILE
058300        OPEN EXTEND JOB-ACCT-FILE
058400     END-IF
058500     MOVE "ORDREL" TO JA-PROGRAM-NAME
058600     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
058700     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
058800     MOVE "COMPLETED" TO JA-RETURN-STATUS
058810     IF NOT PARTS-MASTER-AVAILABLE
058820        MOVE "FAILED" TO JA-RETURN-STATUS
058830     END-IF
058900     MOVE WS-LINES-READ TO JA-RECORD-COUNT
059000     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
059100     CLOSE JOB-ACCT-FILE.
059200 9100-LOG-JOB-ACCT-EXIT.
059300     EXIT.
