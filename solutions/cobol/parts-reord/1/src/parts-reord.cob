001400*                 WITH THE SUGGESTED ORDER QUANTITY, SO THE SHOP
001500*                 STOPS TRACKING STOCK IN A SPREADSHEET THAT
001600*                 DISAGREES WITH REALITY WEEKLY.
001610* 2026-10-15 RLM  REORDRPT NOW ASKS RPTWRITE FOR ITS COMPANION
001620*                 DELIMITED EXTRACT (REORDRPT.CSV) SO PURCHASING
001630*                 CAN LOAD THE LIST WITHOUT RE-KEYING IT.
001640* 2026-10-15 RLM  COUNT THE QUANTITY STILL DUE ON OPEN PURCHASE-
001650*                 ORDER LINES (POMAST) TOWARD THE REORDER POINT SO
001660*                 A PART ALREADY ON ORDER IS NOT SUGGESTED AGAIN;
001670*                 SHOW IT AS A NEW ON-ORDER COLUMN. EVERY
001680*                 SUGGESTION ALSO GOES TO THE REORDSUG FILE THAT
001690*                 PO-RAISE TURNS INTO PURCHASE ORDERS.
001691* 2026-10-15 RLM  THE ON-ORDER LOOKUP NOW PROBES WITH ITS OWN
001692*                 FIELD INSTEAD OF THE SLOT PAST THE TABLE'S END,
001693*                 WHICH OVERRAN A FULL TABLE. A PO LINE THAT
001694*                 WILL NOT FIT IS NOTED ON REORDRPT, TOTALLED AT
001695*                 THE END, AND RAISES RETURN CODE 4.
001700*--------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS PM-PART-NUMBER
002800         FILE STATUS IS WS-PARTSMST-STATUS.
002810     SELECT PO-MASTER-FILE ASSIGN TO "POMAST"
002820         ORGANIZATION IS INDEXED
002830         ACCESS MODE IS SEQUENTIAL
002840         RECORD KEY IS PO-KEY
002850         FILE STATUS IS WS-POMAST-STATUS.
002860     SELECT REORDER-SUGG-FILE ASSIGN TO "REORDSUG"
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-REORDSUG-STATUS.
002900     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-JOBACCT-STATUS.
003800     05 PM-ON-HAND            PIC 9(07).
003900     05 PM-REORDER-POINT      PIC 9(05).
004000     05 PM-REORDER-QTY        PIC 9(05).
004002 FD  PO-MASTER-FILE.
004004 01  PO-MASTER-RECORD.
004006     05 PO-KEY.
004008        10 PO-NUMBER           PIC 9(10).
004010        10 PO-LINE             PIC 9(03).
004012     05 PO-PART-NUMBER         PIC 9(06).
004014     05 PO-SUPPLIER            PIC X(08).
004016     05 PO-ORDER-QTY           PIC 9(05).
004018     05 PO-RECEIVED-QTY        PIC 9(05).
004020     05 PO-ORDER-DATE          PIC X(08).
004022     05 PO-EXPECTED-DATE       PIC X(08).
004024     05 PO-LINE-STATUS         PIC X(01).
004026        88 PO-LINE-OPEN        VALUE "O".
004028        88 PO-LINE-CLOSED      VALUE "C".
004030 FD  REORDER-SUGG-FILE
004032     RECORDING MODE IS F.
004034 01  REORDER-SUGG-RECORD.
004036     05 RS-PART-NUMBER         PIC 9(06).
004038     05 FILLER                 PIC X(02).
004040     05 RS-ORDER-QTY           PIC 9(05).
004042     05 FILLER                 PIC X(02).
004044     05 RS-DESCRIPTION         PIC X(30).
004100 FD  JOB-ACCT-FILE
004200     RECORDING MODE IS F.
004300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
004700*--------------------------------------------------------------
004800 77  WS-PARTSMST-STATUS        PIC XX.
004900 77  WS-JOBACCT-STATUS         PIC XX.
004910 77  WS-POMAST-STATUS          PIC XX.
004920 77  WS-REORDSUG-STATUS        PIC XX.
005000 77  WS-MASTER-EOF-SW          PIC X VALUE "N".
005100     88 END-OF-MASTER          VALUE "Y".
005110 77  WS-PO-EOF-SW              PIC X VALUE "N".
005120     88 END-OF-PO-MASTER       VALUE "Y".
005130 77  WS-PARTS-COVERED          PIC 9(05) BINARY VALUE ZERO.
005200 77  WS-PARTS-READ             PIC 9(07) BINARY VALUE ZERO.
005300 77  WS-PARTS-BELOW            PIC 9(05) BINARY VALUE ZERO.
005400 77  WS-JA-START-TIMESTAMP     PIC X(14).
005405*--------------------------------------------------------------
005410* QUANTITY STILL DUE ON OPEN PURCHASE-ORDER LINES, BY PART
005415*--------------------------------------------------------------
005420 01  WS-ON-ORDER-TABLE.
005425     05 WS-OO-COUNT            PIC 9(04) BINARY VALUE ZERO.
005430     05 WS-OO-ENTRY OCCURS 2000 TIMES.
005435        10 WS-OO-PART          PIC 9(06).
005440        10 WS-OO-QTY           PIC 9(07).
005445 77  WS-OO-SCAN                PIC 9(04) BINARY.
005450 77  WS-OO-SLOT                PIC 9(04) BINARY.
005455 77  WS-ON-ORDER               PIC 9(07).
005460 77  WS-AVAILABLE              PIC 9(08).
005461 77  WS-OO-PROBE               PIC 9(06).
005462 77  WS-OO-LINES-DROPPED       PIC 9(05) BINARY VALUE ZERO.
005463 77  WS-OO-QTY-DROPPED         PIC 9(09) VALUE ZERO.
005464 77  WS-OO-LINE-DUE            PIC 9(05).
005465 01  WS-OO-DROP-LINE.
005466     05 FILLER                 PIC X(27) VALUE
005467        "ON-ORDER TABLE FULL - PART ".
005468     05 OD-PART                PIC 9(06).
005469     05 FILLER                 PIC X(04) VALUE " PO ".
005470     05 OD-PO-NUMBER           PIC 9(10).
005471     05 FILLER                 PIC X(01) VALUE "/".
005472     05 OD-PO-LINE             PIC 9(03).
005473     05 FILLER                 PIC X(05) VALUE " DUE ".
005474     05 OD-QTY                 PIC ZZZZ9.
005475     05 FILLER                 PIC X(12) VALUE " NOT COUNTED".
005476 01  WS-OO-DROP-TOTAL.
005477     05 FILLER                 PIC X(36) VALUE
005478        "PO LINES NOT COUNTED, TABLE FULL :  ".
005479     05 OT-LINES               PIC ZZZZ9.
005480     05 FILLER                 PIC X(08) VALUE "  UNITS ".
005481     05 OT-QTY                 PIC ZZZZZZZZ9.
005500 COPY JOBACCT.
005600 COPY RPTWRITE.
005700 01  WS-RPT-DETAIL             PIC X(100).
006500     05 FILLER                 PIC X(02) VALUE SPACES.
006600     05 RO-ON-HAND             PIC ZZZZZZ9.
006700     05 FILLER                 PIC X(02) VALUE SPACES.
006710     05 RO-ON-ORDER            PIC ZZZZZZ9.
006720     05 FILLER                 PIC X(02) VALUE SPACES.
006800     05 RO-POINT               PIC ZZZZ9.
006900     05 FILLER                 PIC X(02) VALUE SPACES.
007000     05 RO-ORDER-QTY           PIC ZZZZ9.
007005*--------------------------------------------------------------
007010* COMPANION EXTRACT COLUMNS - NAME, START AND LENGTH ON THE
007015* REPORT LINE, "N" FOR A QUANTITY
007020*--------------------------------------------------------------
007025 01  WS-EXTRACT-COLUMNS.
007030     05 FILLER                 PIC X(17) VALUE
007032        "PART      001006 ".
007035     05 FILLER                 PIC X(17) VALUE
007037        "DESC      009030 ".
007040     05 FILLER                 PIC X(17) VALUE
007042        "ON_HAND   041007N".
007045     05 FILLER                 PIC X(17) VALUE
007055        "ON_ORDER  050007N".
007065     05 FILLER                 PIC X(17) VALUE
007075        "REORD_PT  059005N".
007085     05 FILLER                 PIC X(17) VALUE
007095        "ORDER_QTY 066005N".
007100 PROCEDURE DIVISION.
007200*--------------------------------------------------------------
007300* 0000-MAINLINE
007800        UNTIL END-OF-MASTER
007900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
008000*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANYTHING IS
008010*    BELOW ITS REORDER POINT OR AN OPEN PO LINE COULD NOT BE
008020*    COUNTED AS ON ORDER.
008030     IF WS-PARTS-BELOW > ZERO OR WS-OO-LINES-DROPPED > ZERO
008300        MOVE 4 TO RETURN-CODE
008400     END-IF
008500     STOP RUN.
009600     MOVE "PARTREOR" TO RPT-PROGRAM-ID
009700     MOVE "REORDRPT" TO RPT-REPORT-NAME
009800     MOVE "PARTS BELOW REORDER POINT" TO RPT-TITLE
009810     MOVE "PART    DESCRIPTION                     ON-HAND  ON-ORD
009820-         "ER POINT  ORDER" TO RPT-COL-HEADING
010100     MOVE 60 TO RPT-LINES-PER-PAGE
010110     MOVE "Y" TO RPT-EXTRACT-SW
010120     MOVE SPACES TO RPT-EXTRACT-NAME
010130     MOVE WS-EXTRACT-COLUMNS TO RPT-EXTRACT-LAYOUT
010140     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
010150     PERFORM 1100-LOAD-ON-ORDER THRU 1100-LOAD-ON-ORDER-EXIT
010160     OPEN OUTPUT REORDER-SUGG-FILE.
010300 1000-INITIALIZE-EXIT.
010400     EXIT.
010402*--------------------------------------------------------------
010404* 1100-LOAD-ON-ORDER - TOTAL THE QUANTITY STILL DUE ON EVERY
010406*          OPEN PURCHASE-ORDER LINE BY PART. NO PO MASTER YET
010407*          MEANS NOTHING IS ON ORDER. A LINE FOR A NEW PART ONCE
010408*          THE TABLE IS FULL IS NOTED ON THE REPORT AND LEFT OUT,
010409*          SO ITS PART MAY BE SUGGESTED FOR REORDER REGARDLESS.
010410*--------------------------------------------------------------
010412 1100-LOAD-ON-ORDER.
010414     OPEN INPUT PO-MASTER-FILE
010416     IF WS-POMAST-STATUS NOT = "00"
010418        GO TO 1100-LOAD-ON-ORDER-EXIT
010420     END-IF
010422     PERFORM 1110-LOAD-ONE-PO-LINE THRU 1110-LOAD-ONE-PO-LINE-EXIT
010424        UNTIL END-OF-PO-MASTER
010426     CLOSE PO-MASTER-FILE.
010428 1100-LOAD-ON-ORDER-EXIT.
010430     EXIT.
010432 1110-LOAD-ONE-PO-LINE.
010434     READ PO-MASTER-FILE NEXT RECORD
010436        AT END
010438           SET END-OF-PO-MASTER TO TRUE
010440           GO TO 1110-LOAD-ONE-PO-LINE-EXIT
010442     END-READ
010444     IF NOT PO-LINE-OPEN
010446        OR PO-RECEIVED-QTY NOT < PO-ORDER-QTY
010448        GO TO 1110-LOAD-ONE-PO-LINE-EXIT
010450     END-IF
010451     MOVE PO-PART-NUMBER TO WS-OO-PROBE
010452     PERFORM 2100-FIND-ON-ORDER THRU 2100-FIND-ON-ORDER-EXIT
010453     IF WS-OO-SLOT = ZERO
010454        IF WS-OO-COUNT NOT < 2000
010455           PERFORM 1120-NOTE-DROPPED-LINE
010456              THRU 1120-NOTE-DROPPED-LINE-EXIT
010457           GO TO 1110-LOAD-ONE-PO-LINE-EXIT
010458        END-IF
010464        ADD 1 TO WS-OO-COUNT
010466        MOVE WS-OO-COUNT TO WS-OO-SLOT
010468        MOVE PO-PART-NUMBER TO WS-OO-PART(WS-OO-SLOT)
010470        MOVE ZERO TO WS-OO-QTY(WS-OO-SLOT)
010472     END-IF
010474     COMPUTE WS-OO-QTY(WS-OO-SLOT) = WS-OO-QTY(WS-OO-SLOT)
010476        + PO-ORDER-QTY - PO-RECEIVED-QTY.
010478 1110-LOAD-ONE-PO-LINE-EXIT.
010480     EXIT.
010481 1120-NOTE-DROPPED-LINE.
010482     COMPUTE WS-OO-LINE-DUE = PO-ORDER-QTY - PO-RECEIVED-QTY
010483     ADD 1 TO WS-OO-LINES-DROPPED
010484     ADD WS-OO-LINE-DUE TO WS-OO-QTY-DROPPED
010485     MOVE PO-PART-NUMBER TO OD-PART
010486     MOVE PO-NUMBER TO OD-PO-NUMBER
010487     MOVE PO-LINE TO OD-PO-LINE
010488     MOVE WS-OO-LINE-DUE TO OD-QTY
010489     MOVE "P" TO RPT-REQUEST
010490     MOVE WS-OO-DROP-LINE TO WS-RPT-DETAIL
010491     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
010492 1120-NOTE-DROPPED-LINE-EXIT.
010493     EXIT.
010500*--------------------------------------------------------------
010600* 2000-CHECK-ONE-PART
010700*--------------------------------------------------------------
011200           GO TO 2000-CHECK-ONE-PART-EXIT
011300     END-READ
011400     ADD 1 TO WS-PARTS-READ
011410     IF PM-ON-HAND NOT < PM-REORDER-POINT
011420        GO TO 2000-CHECK-ONE-PART-EXIT
011430     END-IF
011440*    STOCK ALREADY ON ORDER COUNTS TOWARD THE REORDER POINT
011450     MOVE PM-PART-NUMBER TO WS-OO-PROBE
011460     PERFORM 2100-FIND-ON-ORDER THRU 2100-FIND-ON-ORDER-EXIT
011470     MOVE ZERO TO WS-ON-ORDER
011480     IF WS-OO-SLOT NOT = ZERO
011490        MOVE WS-OO-QTY(WS-OO-SLOT) TO WS-ON-ORDER
011500     END-IF
011510     COMPUTE WS-AVAILABLE = PM-ON-HAND + WS-ON-ORDER
011520     IF WS-AVAILABLE NOT < PM-REORDER-POINT
011530        ADD 1 TO WS-PARTS-COVERED
011540        GO TO 2000-CHECK-ONE-PART-EXIT
011550     END-IF
011560     ADD 1 TO WS-PARTS-BELOW
011570     MOVE SPACES TO WS-REORDER-LINE
011580     MOVE PM-PART-NUMBER TO RO-PART
011590     MOVE PM-DESCRIPTION TO RO-DESC
011600     MOVE PM-ON-HAND TO RO-ON-HAND
011610     MOVE WS-ON-ORDER TO RO-ON-ORDER
011620     MOVE PM-REORDER-POINT TO RO-POINT
011630     MOVE PM-REORDER-QTY TO RO-ORDER-QTY
011640     MOVE "D" TO RPT-REQUEST
011650     MOVE WS-REORDER-LINE TO WS-RPT-DETAIL
011660     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
011670     MOVE SPACES TO REORDER-SUGG-RECORD
011680     MOVE PM-PART-NUMBER TO RS-PART-NUMBER
011690     MOVE PM-REORDER-QTY TO RS-ORDER-QTY
011700     MOVE PM-DESCRIPTION TO RS-DESCRIPTION
011710     WRITE REORDER-SUGG-RECORD.
012700 2000-CHECK-ONE-PART-EXIT.
012800     EXIT.
012805*--------------------------------------------------------------
012810* 2100-FIND-ON-ORDER - SLOT OF THE PART IN WS-OO-PROBE ON THE
012815*          ON-ORDER TABLE, ZERO WHEN IT HAS NONE
012820*--------------------------------------------------------------
012825 2100-FIND-ON-ORDER.
012830     MOVE ZERO TO WS-OO-SLOT
012835     PERFORM 2110-CHECK-ONE-SLOT THRU 2110-CHECK-ONE-SLOT-EXIT
012840        VARYING WS-OO-SCAN FROM 1 BY 1
012845        UNTIL WS-OO-SCAN > WS-OO-COUNT
012850           OR WS-OO-SLOT NOT = ZERO.
012855 2100-FIND-ON-ORDER-EXIT.
012860     EXIT.
012865 2110-CHECK-ONE-SLOT.
012870     IF WS-OO-PART(WS-OO-SCAN) = WS-OO-PROBE
012875        MOVE WS-OO-SCAN TO WS-OO-SLOT
012880     END-IF.
012885 2110-CHECK-ONE-SLOT-EXIT.
012890     EXIT.
012900*--------------------------------------------------------------
013000* 9000-FINISH - CLOSE FILES AND CUT THE JOB-ACCOUNTING ROW
013100*--------------------------------------------------------------
013200 9000-FINISH.
013210     IF WS-OO-LINES-DROPPED > ZERO
013220        MOVE WS-OO-LINES-DROPPED TO OT-LINES
013230        MOVE WS-OO-QTY-DROPPED TO OT-QTY
013240        MOVE "P" TO RPT-REQUEST
013250        MOVE WS-OO-DROP-TOTAL TO WS-RPT-DETAIL
013260        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
013270     END-IF
013300     MOVE "C" TO RPT-REQUEST
013400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
013500     CLOSE PARTS-MASTER-FILE
013510     CLOSE REORDER-SUGG-FILE
013600     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
013700 9000-FINISH-EXIT.
013800     EXIT.
