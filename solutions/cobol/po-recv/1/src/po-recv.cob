000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PO-RECV.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. PARTS CATALOG SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. POSTS GOODS RECEIPTS (RCVIN)
001100*                 AGAINST THE PO MASTER (POMAST) RAISED BY
001200*                 PO-RAISE. EACH RECEIPT NAMES A PO LINE; A
001300*                 VALID ONE ADDS ITS QUANTITY TO THE PART'S
001400*                 ON-HAND ON THE PARTS MASTER AND TO THE LINE'S
001500*                 RECEIVED QUANTITY, CLOSING THE LINE ONCE ALL
001600*                 OF IT HAS ARRIVED (A PARTIAL RECEIPT LEAVES
001700*                 IT OPEN). BOTH MASTERS GET A BEFORE/AFTER ROW
001800*                 ON THE SHARED IMAGE JOURNAL. A RECEIPT FOR AN
001900*                 UNKNOWN OR CLOSED LINE, THE WRONG PART, OR
002000*                 MORE THAN IS STILL OUTSTANDING IS REJECTED ON
002100*                 THE RECEIVING REPORT (RCVRPT) WITH RETURN CODE
002200*                 4. RCVIN IS CLEARED AFTER THE RUN SO A RERUN
002300*                 CANNOT RECEIVE THE SAME DELIVERY TWICE.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RECEIPT-FILE ASSIGN TO "RCVIN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-RCVIN-STATUS.
003400     SELECT PO-MASTER-FILE ASSIGN TO "POMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PO-KEY
003800         FILE STATUS IS WS-POMAST-STATUS.
003900     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PM-PART-NUMBER
004300         FILE STATUS IS WS-PARTSMST-STATUS.
004400     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-IMGJRNL-STATUS.
004700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-JOBACCT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RECEIPT-FILE
005300     RECORDING MODE IS F.
005400 01  RECEIPT-RECORD.
005500     05 RC-PO-NUMBER           PIC X(10).
005600     05 FILLER                 PIC X(02).
005700     05 RC-PO-LINE             PIC X(03).
005800     05 FILLER                 PIC X(02).
005900     05 RC-PART-NUMBER         PIC X(06).
006000     05 FILLER                 PIC X(02).
006100     05 RC-QTY                 PIC 9(05).
006200     05 FILLER                 PIC X(02).
006300     05 RC-RECEIVED-DATE       PIC X(08).
006400 FD  PO-MASTER-FILE.
006500 01  PO-MASTER-RECORD.
006600     05 PO-KEY.
006700        10 PO-NUMBER           PIC 9(10).
006800        10 PO-LINE             PIC 9(03).
006900     05 PO-PART-NUMBER         PIC 9(06).
007000     05 PO-SUPPLIER            PIC X(08).
007100     05 PO-ORDER-QTY           PIC 9(05).
007200     05 PO-RECEIVED-QTY        PIC 9(05).
007300     05 PO-ORDER-DATE          PIC X(08).
007400     05 PO-EXPECTED-DATE       PIC X(08).
007500     05 PO-LINE-STATUS         PIC X(01).
007600        88 PO-LINE-OPEN        VALUE "O".
007700        88 PO-LINE-CLOSED      VALUE "C".
007800 FD  PARTS-MASTER-FILE.
007900 01  PARTS-MASTER-RECORD.
008000     05 PM-PART-NUMBER        PIC 9(6).
008100     05 PM-DESCRIPTION        PIC X(30).
008200     05 PM-ON-HAND            PIC 9(07).
008300     05 PM-REORDER-POINT      PIC 9(05).
008400     05 PM-REORDER-QTY        PIC 9(05).
008500 FD  IMAGE-JOURNAL-FILE.
008600 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
008700 FD  JOB-ACCT-FILE
008800     RECORDING MODE IS F.
008900 01  JOB-ACCT-FILE-RECORD      PIC X(60).
009000 WORKING-STORAGE SECTION.
009100*--------------------------------------------------------------
009200* FILE STATUS AND RUN CONTROLS
009300*--------------------------------------------------------------
009400 77  WS-RCVIN-STATUS           PIC XX.
009500 77  WS-POMAST-STATUS          PIC XX.
009600 77  WS-PARTSMST-STATUS        PIC XX.
009700 77  WS-IMGJRNL-STATUS         PIC XX.
009800 77  WS-JOBACCT-STATUS         PIC XX.
009900 77  WS-RCV-EOF-SW             PIC X VALUE "N".
010000     88 END-OF-RECEIPTS        VALUE "Y".
010100 77  WS-RCV-READ               PIC 9(07) BINARY VALUE ZERO.
010200 77  WS-RCV-POSTED             PIC 9(07) BINARY VALUE ZERO.
010300 77  WS-RCV-REJECTED           PIC 9(05) BINARY VALUE ZERO.
010400 77  WS-LINES-CLOSED           PIC 9(05) BINARY VALUE ZERO.
010500 77  WS-OUTSTANDING            PIC 9(05).
010600 77  WS-PART-BEFORE-IMAGE      PIC X(53) VALUE SPACES.
010700 77  WS-PO-BEFORE-IMAGE        PIC X(54) VALUE SPACES.
010800 77  WS-JA-START-TIMESTAMP     PIC X(14).
010900 COPY JOBACCT.
011000 COPY IMGJRNL.
011100 COPY RPTWRITE.
011200 01  WS-RPT-DETAIL             PIC X(100).
011300*--------------------------------------------------------------
011400* RECEIVING REPORT LINE
011500*--------------------------------------------------------------
011600 01  WS-RCV-LINE.
011700     05 RL-PO-NUMBER           PIC X(10).
011800     05 FILLER                 PIC X(01) VALUE "/".
011900     05 RL-PO-LINE             PIC X(03).
012000     05 FILLER                 PIC X(02) VALUE SPACES.
012100     05 RL-PART                PIC X(06).
012200     05 FILLER                 PIC X(02) VALUE SPACES.
012300     05 RL-QTY                 PIC ZZZZ9.
012400     05 FILLER                 PIC X(02) VALUE SPACES.
012500     05 RL-RECEIVED            PIC ZZZZ9.
012600     05 FILLER                 PIC X(02) VALUE SPACES.
012700     05 RL-ORDERED             PIC ZZZZ9.
012800     05 FILLER                 PIC X(02) VALUE SPACES.
012900     05 RL-RESULT              PIC X(30).
013000 PROCEDURE DIVISION.
013100*--------------------------------------------------------------
013200* 0000-MAINLINE
013300*--------------------------------------------------------------
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013600     PERFORM 2000-POST-ONE-RECEIPT
013700        THRU 2000-POST-ONE-RECEIPT-EXIT
013800        UNTIL END-OF-RECEIPTS
013900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
014000*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY RECEIPT
014100*    WAS REJECTED.
014200     IF WS-RCV-REJECTED > ZERO
014300        MOVE 4 TO RETURN-CODE
014400     END-IF
014500     STOP RUN.
014600*--------------------------------------------------------------
014700* 1000-INITIALIZE
014800*--------------------------------------------------------------
014900 1000-INITIALIZE.
015000     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
015100     OPEN INPUT RECEIPT-FILE
015200     IF WS-RCVIN-STATUS NOT = "00"
015300        SET END-OF-RECEIPTS TO TRUE
015400     END-IF
015500     OPEN I-O PO-MASTER-FILE
015600     OPEN I-O PARTS-MASTER-FILE
015700     OPEN EXTEND IMAGE-JOURNAL-FILE
015800     IF WS-IMGJRNL-STATUS = "35"
015900        OPEN OUTPUT IMAGE-JOURNAL-FILE
016000     END-IF
016100     MOVE "O" TO RPT-REQUEST
016200     MOVE "PORECV" TO RPT-PROGRAM-ID
016300     MOVE "RCVRPT" TO RPT-REPORT-NAME
016400     MOVE "GOODS RECEIVED AGAINST PURCHASE ORDERS" TO RPT-TITLE
016410     MOVE "PO NUMBER/LINE  PART      QTY   RCVD  ORDRD  RESULT"
016600        TO RPT-COL-HEADING
016700     MOVE 60 TO RPT-LINES-PER-PAGE
016800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
016900     PERFORM 2100-READ-RECEIPT THRU 2100-READ-RECEIPT-EXIT.
017000 1000-INITIALIZE-EXIT.
017100     EXIT.
017200*--------------------------------------------------------------
017300* 2000-POST-ONE-RECEIPT
017400*--------------------------------------------------------------
017500 2000-POST-ONE-RECEIPT.
017600     MOVE SPACES TO WS-RCV-LINE
017700     MOVE RC-PO-NUMBER TO RL-PO-NUMBER
017800     MOVE RC-PO-LINE TO RL-PO-LINE
017900     MOVE RC-PART-NUMBER TO RL-PART
018000     MOVE RC-QTY TO RL-QTY
018100     IF RC-PO-NUMBER IS NOT NUMERIC
018200        OR RC-PO-LINE IS NOT NUMERIC
018300        OR RC-PART-NUMBER IS NOT NUMERIC
018400        OR RC-QTY IS NOT NUMERIC
018500        OR RC-QTY = ZERO
018600        MOVE "RECEIPT RECORD UNREADABLE" TO RL-RESULT
018700        GO TO 2000-POST-ONE-RECEIPT-REJECT
018800     END-IF
018900     MOVE RC-PO-NUMBER TO PO-NUMBER
019000     MOVE RC-PO-LINE TO PO-LINE
019100     READ PO-MASTER-FILE
019200        INVALID KEY
019300           MOVE "PO LINE NOT ON FILE" TO RL-RESULT
019400           GO TO 2000-POST-ONE-RECEIPT-REJECT
019500     END-READ
019600     MOVE PO-RECEIVED-QTY TO RL-RECEIVED
019700     MOVE PO-ORDER-QTY TO RL-ORDERED
019800     IF PO-LINE-CLOSED
019900        MOVE "PO LINE ALREADY CLOSED" TO RL-RESULT
020000        GO TO 2000-POST-ONE-RECEIPT-REJECT
020100     END-IF
020200     IF RC-PART-NUMBER NOT = PO-PART-NUMBER
020300        MOVE "PART DOES NOT MATCH PO LINE" TO RL-RESULT
020400        GO TO 2000-POST-ONE-RECEIPT-REJECT
020500     END-IF
020600     COMPUTE WS-OUTSTANDING = PO-ORDER-QTY - PO-RECEIVED-QTY
020700     IF RC-QTY > WS-OUTSTANDING
020800        MOVE "OVER-RECEIPT - MORE THAN ORDERED" TO RL-RESULT
020900        GO TO 2000-POST-ONE-RECEIPT-REJECT
021000     END-IF
021100     MOVE RC-PART-NUMBER TO PM-PART-NUMBER
021200     READ PARTS-MASTER-FILE
021300        INVALID KEY
021400           MOVE "PART NOT ON FILE" TO RL-RESULT
021500           GO TO 2000-POST-ONE-RECEIPT-REJECT
021600     END-READ
021700     MOVE PARTS-MASTER-RECORD TO WS-PART-BEFORE-IMAGE
021800     ADD RC-QTY TO PM-ON-HAND
021900     REWRITE PARTS-MASTER-RECORD
022000     PERFORM 2700-JOURNAL-PART THRU 2700-JOURNAL-PART-EXIT
022100     MOVE PO-MASTER-RECORD TO WS-PO-BEFORE-IMAGE
022200     ADD RC-QTY TO PO-RECEIVED-QTY
022300     IF PO-RECEIVED-QTY = PO-ORDER-QTY
022400        SET PO-LINE-CLOSED TO TRUE
022500        ADD 1 TO WS-LINES-CLOSED
022600        MOVE "RECEIVED - LINE CLOSED" TO RL-RESULT
022700     ELSE
022800        MOVE "RECEIVED - PARTIAL" TO RL-RESULT
022900     END-IF
023000     REWRITE PO-MASTER-RECORD
023100     PERFORM 2750-JOURNAL-PO-LINE THRU 2750-JOURNAL-PO-LINE-EXIT
023200     ADD 1 TO WS-RCV-POSTED
023300     MOVE PO-RECEIVED-QTY TO RL-RECEIVED
023400     PERFORM 2900-WRITE-RCV-LINE THRU 2900-WRITE-RCV-LINE-EXIT
023500     GO TO 2000-POST-ONE-RECEIPT-NEXT.
023600 2000-POST-ONE-RECEIPT-REJECT.
023700     ADD 1 TO WS-RCV-REJECTED
023800     PERFORM 2900-WRITE-RCV-LINE THRU 2900-WRITE-RCV-LINE-EXIT.
023900 2000-POST-ONE-RECEIPT-NEXT.
024000     PERFORM 2100-READ-RECEIPT THRU 2100-READ-RECEIPT-EXIT.
024100 2000-POST-ONE-RECEIPT-EXIT.
024200     EXIT.
024300*--------------------------------------------------------------
024400* 2100-READ-RECEIPT
024500*--------------------------------------------------------------
024600 2100-READ-RECEIPT.
024700     READ RECEIPT-FILE
024800        AT END SET END-OF-RECEIPTS TO TRUE
024900     END-READ
025000     IF NOT END-OF-RECEIPTS
025100        ADD 1 TO WS-RCV-READ
025200     END-IF.
025300 2100-READ-RECEIPT-EXIT.
025400     EXIT.
025500*--------------------------------------------------------------
025600* 2700-JOURNAL-PART - SAME DISCIPLINE AS EVERY KEYED MASTER
025700*--------------------------------------------------------------
025800 2700-JOURNAL-PART.
025900     MOVE SPACES TO IMAGE-JOURNAL-RECORD
026000     MOVE "PARTSMST" TO IJ-FILE-NAME
026100     MOVE "REWRITE" TO IJ-ACTION
026200     MOVE PM-PART-NUMBER TO IJ-RECORD-KEY
026300     MOVE WS-PART-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
026400     MOVE PARTS-MASTER-RECORD TO IJ-AFTER-IMAGE
026500     MOVE "PORECV" TO IJ-PROGRAM
026600     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
026700     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
026800 2700-JOURNAL-PART-EXIT.
026900     EXIT.
027000*--------------------------------------------------------------
027100* 2750-JOURNAL-PO-LINE
027200*--------------------------------------------------------------
027300 2750-JOURNAL-PO-LINE.
027400     MOVE SPACES TO IMAGE-JOURNAL-RECORD
027500     MOVE "POMAST" TO IJ-FILE-NAME
027600     MOVE "REWRITE" TO IJ-ACTION
027700     MOVE PO-KEY TO IJ-RECORD-KEY
027800     MOVE WS-PO-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
027900     MOVE PO-MASTER-RECORD TO IJ-AFTER-IMAGE
028000     MOVE "PORECV" TO IJ-PROGRAM
028100     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
028200     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
028300 2750-JOURNAL-PO-LINE-EXIT.
028400     EXIT.
028500*--------------------------------------------------------------
028600* 2900-WRITE-RCV-LINE
028700*--------------------------------------------------------------
028800 2900-WRITE-RCV-LINE.
028900     MOVE "D" TO RPT-REQUEST
029000     MOVE WS-RCV-LINE TO WS-RPT-DETAIL
029100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
029200 2900-WRITE-RCV-LINE-EXIT.
029300     EXIT.
029400*--------------------------------------------------------------
029500* 9000-FINISH - CLEAR THE RECEIPT FILE SO A RERUN CANNOT
029600*          RECEIVE THE SAME DELIVERY TWICE, THEN CLOSE AND LOG
029700*--------------------------------------------------------------
029800 9000-FINISH.
029900     MOVE "C" TO RPT-REQUEST
030000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
030100     CLOSE RECEIPT-FILE
030200     CLOSE PO-MASTER-FILE
030300     CLOSE PARTS-MASTER-FILE
030400     CLOSE IMAGE-JOURNAL-FILE
030500     IF WS-RCV-READ > ZERO
030600        OPEN OUTPUT RECEIPT-FILE
030700        CLOSE RECEIPT-FILE
030800     END-IF
030900     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
031000 9000-FINISH-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------
031300* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
031400*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
031500*--------------------------------------------------------------
031600 9100-LOG-JOB-ACCT.
031700     OPEN EXTEND JOB-ACCT-FILE
031800     IF WS-JOBACCT-STATUS = "35"
031900        OPEN OUTPUT JOB-ACCT-FILE
032000        CLOSE JOB-ACCT-FILE
032100        OPEN EXTEND JOB-ACCT-FILE
032200     END-IF
032300     MOVE "PORECV" TO JA-PROGRAM-NAME
032400     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
032500     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
032600     MOVE "COMPLETED" TO JA-RETURN-STATUS
032700     MOVE WS-RCV-READ TO JA-RECORD-COUNT
032800     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
032900     CLOSE JOB-ACCT-FILE.
033000 9100-LOG-JOB-ACCT-EXIT.
033100     EXIT.
