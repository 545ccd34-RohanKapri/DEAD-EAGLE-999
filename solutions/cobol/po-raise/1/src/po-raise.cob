000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PO-RAISE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. PARTS CATALOG SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. RAISES PURCHASE ORDERS FROM THE
001100*                 REORDER SUGGESTIONS PARTS-REORD LEAVES ON
001200*                 REORDSUG. EACH PART'S SUPPLIER AND LEAD TIME
001300*                 COME FROM THE PART-SUPPLIER FILE (PARTSUPL);
001400*                 A PART NOT ON IT GOES TO THE RUNCTL PORAISE
001500*                 DEFSUPPLIER SUPPLIER AT LEADDAYS DAYS. ONE PO
001600*                 IS RAISED PER SUPPLIER PER RUN, ITS NUMBER
001700*                 DRAWN FROM THE SERRANGE SERVICE (RUNCTL RANGE,
001800*                 DEFAULT PURCHORD), ONE LINE PER PART, WRITTEN
001900*                 TO THE KEYED PO MASTER (POMAST) WITH A ROW ON
002000*                 THE SHARED IMAGE JOURNAL AND LISTED ON THE PO
002100*                 REGISTER (POREG). REORDSUG IS CLEARED AFTER
002200*                 THE RUN; A SUGGESTION NOT RAISED (RANGE
002300*                 EXHAUSTED OR UNKNOWN) COMES BACK FROM THE NEXT
002400*                 PARTS-REORD RUN BECAUSE NO OPEN LINE COVERS IT,
002500*                 AND ENDS THIS RUN WITH RETURN CODE 8.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REORDER-SUGG-FILE ASSIGN TO "REORDSUG"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-REORDSUG-STATUS.
003600     SELECT PART-SUPPLIER-FILE ASSIGN TO "PARTSUPL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARTSUPL-STATUS.
003900     SELECT PO-MASTER-FILE ASSIGN TO "POMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PO-KEY
004300         FILE STATUS IS WS-POMAST-STATUS.
004400     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-IMGJRNL-STATUS.
004700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-JOBACCT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REORDER-SUGG-FILE
005300     RECORDING MODE IS F.
005400 01  REORDER-SUGG-RECORD.
005500     05 RS-PART-NUMBER         PIC 9(06).
005600     05 FILLER                 PIC X(02).
005700     05 RS-ORDER-QTY           PIC 9(05).
005800     05 FILLER                 PIC X(02).
005900     05 RS-DESCRIPTION         PIC X(30).
006000 FD  PART-SUPPLIER-FILE
006100     RECORDING MODE IS F.
006200 01  PART-SUPPLIER-RECORD.
006300     05 PS-PART-NUMBER         PIC 9(06).
006400     05 FILLER                 PIC X(02).
006500     05 PS-SUPPLIER            PIC X(08).
006600     05 FILLER                 PIC X(02).
006700     05 PS-LEAD-DAYS           PIC 9(03).
006800 FD  PO-MASTER-FILE.
006900 01  PO-MASTER-RECORD.
007000     05 PO-KEY.
007100        10 PO-NUMBER           PIC 9(10).
007200        10 PO-LINE             PIC 9(03).
007300     05 PO-PART-NUMBER         PIC 9(06).
007400     05 PO-SUPPLIER            PIC X(08).
007500     05 PO-ORDER-QTY           PIC 9(05).
007600     05 PO-RECEIVED-QTY        PIC 9(05).
007700     05 PO-ORDER-DATE          PIC X(08).
007800     05 PO-EXPECTED-DATE       PIC X(08).
007900     05 PO-LINE-STATUS         PIC X(01).
008000        88 PO-LINE-OPEN        VALUE "O".
008100        88 PO-LINE-CLOSED      VALUE "C".
008200 FD  IMAGE-JOURNAL-FILE.
008300 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
008400 FD  JOB-ACCT-FILE
008500     RECORDING MODE IS F.
008600 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008700 WORKING-STORAGE SECTION.
008800*--------------------------------------------------------------
008900* FILE STATUS AND RUN CONTROLS
009000*--------------------------------------------------------------
009100 77  WS-REORDSUG-STATUS        PIC XX.
009200 77  WS-PARTSUPL-STATUS        PIC XX.
009300 77  WS-POMAST-STATUS          PIC XX.
009400 77  WS-IMGJRNL-STATUS         PIC XX.
009500 77  WS-JOBACCT-STATUS         PIC XX.
009600 77  WS-EOF-SW                 PIC X(01) VALUE "N".
009700     88 END-OF-INPUT           VALUE "Y".
009800 77  WS-STOP-SW                PIC X(01) VALUE "N".
009900     88 RAISING-STOPPED        VALUE "Y".
010000 77  WS-JA-START-TIMESTAMP     PIC X(14).
010100 77  WS-RUN-DATE               PIC X(08).
010200*--------------------------------------------------------------
010300* RUNCTL SETTINGS - PORAISE RANGE, DEFSUPPLIER, LEADDAYS
010400*--------------------------------------------------------------
010500 77  WS-RANGE-NAME             PIC X(12) VALUE "PURCHORD".
010600 77  WS-DEFAULT-SUPPLIER       PIC X(08) VALUE "UNASSIGN".
010700 77  WS-DEFAULT-LEAD-DAYS      PIC 9(03) VALUE 14.
010800*--------------------------------------------------------------
010900* SUPPLIER FOR EACH PART, FROM PARTSUPL
011000*--------------------------------------------------------------
011100 01  WS-SUPPLIER-TABLE.
011200     05 WS-SP-COUNT            PIC 9(04) BINARY VALUE ZERO.
011300     05 WS-SP-ENTRY OCCURS 2000 TIMES.
011400        10 WS-SP-PART          PIC 9(06).
011500        10 WS-SP-SUPPLIER      PIC X(08).
011600        10 WS-SP-LEAD-DAYS     PIC 9(03).
011700 77  WS-SP-SCAN                PIC 9(04) BINARY.
011800 77  WS-SP-SLOT                PIC 9(04) BINARY.
011900*--------------------------------------------------------------
012000* THE SUGGESTIONS, WITH THE SUPPLIER AND DATE EACH WILL GO ON
012100*--------------------------------------------------------------
012200 01  WS-SUGGESTION-TABLE.
012300     05 WS-SG-COUNT            PIC 9(04) BINARY VALUE ZERO.
012400     05 WS-SG-ENTRY OCCURS 2000 TIMES.
012500        10 WS-SG-PART          PIC 9(06).
012600        10 WS-SG-QTY           PIC 9(05).
012700        10 WS-SG-SUPPLIER      PIC X(08).
012800        10 WS-SG-EXPECTED      PIC X(08).
012900        10 WS-SG-DONE-SW       PIC X(01).
013000 77  WS-SG-SCAN                PIC 9(04) BINARY.
013100 77  WS-SG-FIRST               PIC 9(04) BINARY.
013200 77  WS-LEAD-DAYS              PIC 9(03).
013300 77  WS-DATE-INT               PIC 9(08).
013400 77  WS-DATE-NUM               PIC 9(08).
013500*--------------------------------------------------------------
013600* THE PO BEING RAISED
013700*--------------------------------------------------------------
013800 77  WS-CUR-SUPPLIER           PIC X(08).
013900 77  WS-CUR-PO-NUMBER          PIC 9(10).
014000 77  WS-CUR-LINE               PIC 9(03).
014100 COPY JOBACCT.
014200 COPY RUNPARM.
014300 COPY SERRANGE.
014400 COPY IMGJRNL.
014500 COPY RPTWRITE.
014600 01  WS-RPT-DETAIL             PIC X(100).
014700*--------------------------------------------------------------
014800* RUN TOTALS
014900*--------------------------------------------------------------
015000 77  WS-SUGG-READ              PIC 9(05) BINARY VALUE ZERO.
015100 77  WS-SUGG-REJECTED          PIC 9(05) BINARY VALUE ZERO.
015200 77  WS-POS-RAISED             PIC 9(05) BINARY VALUE ZERO.
015300 77  WS-LINES-RAISED           PIC 9(05) BINARY VALUE ZERO.
015400 77  WS-LINES-NOT-RAISED       PIC 9(05) BINARY VALUE ZERO.
015500*--------------------------------------------------------------
015600* REPORT LINES
015700*--------------------------------------------------------------
015800 01  WS-PO-LINE.
015900     05 PR-PO-NUMBER           PIC 9(10).
016000     05 FILLER                 PIC X(01) VALUE "/".
016100     05 PR-LINE                PIC 9(03).
016200     05 FILLER                 PIC X(02) VALUE SPACES.
016300     05 PR-SUPPLIER            PIC X(08).
016400     05 FILLER                 PIC X(02) VALUE SPACES.
016500     05 PR-PART                PIC 9(06).
016510     05 FILLER                 PIC X(01) VALUE SPACES.
016520     05 PR-QTY                 PIC ZZZZ9.
016800     05 FILLER                 PIC X(02) VALUE SPACES.
016900     05 PR-EXPECTED            PIC X(08).
017000     05 FILLER                 PIC X(02) VALUE SPACES.
017100     05 PR-NOTE                PIC X(30).
017200 01  WS-TOTAL-LINE.
017300     05 TT-LABEL               PIC X(20).
017400     05 TT-COUNT               PIC ZZZZ9.
017500 PROCEDURE DIVISION.
017600*--------------------------------------------------------------
017700* 0000-MAINLINE
017800*--------------------------------------------------------------
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018100     PERFORM 2000-LOAD-ONE-SUGGESTION
018200        THRU 2000-LOAD-ONE-SUGGESTION-EXIT
018300        UNTIL END-OF-INPUT
018400     PERFORM 3000-RAISE-ONE-PO THRU 3000-RAISE-ONE-PO-EXIT
018500        VARYING WS-SG-FIRST FROM 1 BY 1
018600        UNTIL WS-SG-FIRST > WS-SG-COUNT
018700           OR RAISING-STOPPED
018800     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
018900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
019000     IF WS-SUGG-REJECTED > ZERO
019100        MOVE 4 TO RETURN-CODE
019200     END-IF
019300     IF WS-LINES-NOT-RAISED > ZERO
019400        MOVE 8 TO RETURN-CODE
019500     END-IF
019600     STOP RUN.
019700*--------------------------------------------------------------
019800* 1000-INITIALIZE - SETTINGS, SUPPLIER TABLE, FILES, REPORT
019900*--------------------------------------------------------------
020000 1000-INITIALIZE.
020100     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
020200     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
020300     MOVE "PORAISE" TO RP-PROGRAM-ID
020400     MOVE "RANGE" TO RP-KEYWORD
020500     MOVE "PURCHORD" TO RP-DEFAULT
020600     CALL "RUNPARM" USING RUN-PARM-CONTROL
020700     IF RP-VALUE-FOUND
020800        MOVE RP-VALUE(1:12) TO WS-RANGE-NAME
020900     END-IF
021000     MOVE "DEFSUPPLIER" TO RP-KEYWORD
021100     MOVE "UNASSIGN" TO RP-DEFAULT
021200     CALL "RUNPARM" USING RUN-PARM-CONTROL
021300     IF RP-VALUE-FOUND
021400        MOVE RP-VALUE(1:8) TO WS-DEFAULT-SUPPLIER
021500     END-IF
021600     MOVE "LEADDAYS" TO RP-KEYWORD
021700     MOVE SPACES TO RP-DEFAULT
021800     CALL "RUNPARM" USING RUN-PARM-CONTROL
021900     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
022000        MOVE RP-VALUE(1:3) TO WS-DEFAULT-LEAD-DAYS
022100     END-IF
022200     PERFORM 1100-LOAD-SUPPLIERS THRU 1100-LOAD-SUPPLIERS-EXIT
022300     MOVE "N" TO WS-EOF-SW
022400     OPEN INPUT REORDER-SUGG-FILE
022500     IF WS-REORDSUG-STATUS NOT = "00"
022600        SET END-OF-INPUT TO TRUE
022700     END-IF
022800     OPEN I-O PO-MASTER-FILE
022900     IF WS-POMAST-STATUS = "35"
023000        OPEN OUTPUT PO-MASTER-FILE
023100        CLOSE PO-MASTER-FILE
023200        OPEN I-O PO-MASTER-FILE
023300     END-IF
023400     OPEN EXTEND IMAGE-JOURNAL-FILE
023500     IF WS-IMGJRNL-STATUS = "35"
023600        OPEN OUTPUT IMAGE-JOURNAL-FILE
023700     END-IF
023800     MOVE "O" TO RPT-REQUEST
023900     MOVE "PORAISE" TO RPT-PROGRAM-ID
024000     MOVE "POREG" TO RPT-REPORT-NAME
024100     MOVE "PURCHASE ORDERS RAISED" TO RPT-TITLE
024110     MOVE "PO NUMBER/LINE  SUPPLIER  PART     QTY  EXPECTED  NOTE"
024120        TO RPT-COL-HEADING
024400     MOVE 60 TO RPT-LINES-PER-PAGE
024500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
024600     MOVE "D" TO RPT-REQUEST.
024700 1000-INITIALIZE-EXIT.
024800     EXIT.
024900*--------------------------------------------------------------
025000* 1100-LOAD-SUPPLIERS - PARTSUPL IS OPTIONAL; EVERY PART THEN
025100*          GOES TO THE DEFAULT SUPPLIER
025200*--------------------------------------------------------------
025300 1100-LOAD-SUPPLIERS.
025400     OPEN INPUT PART-SUPPLIER-FILE
025500     IF WS-PARTSUPL-STATUS NOT = "00"
025600        GO TO 1100-LOAD-SUPPLIERS-EXIT
025700     END-IF
025800     PERFORM 1110-LOAD-ONE-SUPPLIER
025900        THRU 1110-LOAD-ONE-SUPPLIER-EXIT
026000        UNTIL END-OF-INPUT
026100     CLOSE PART-SUPPLIER-FILE.
026200 1100-LOAD-SUPPLIERS-EXIT.
026300     EXIT.
026400 1110-LOAD-ONE-SUPPLIER.
026500     READ PART-SUPPLIER-FILE
026600        AT END
026700           SET END-OF-INPUT TO TRUE
026800           GO TO 1110-LOAD-ONE-SUPPLIER-EXIT
026900     END-READ
027000     IF PS-PART-NUMBER IS NOT NUMERIC
027100        OR PS-SUPPLIER = SPACES
027200        OR WS-SP-COUNT NOT < 2000
027300        GO TO 1110-LOAD-ONE-SUPPLIER-EXIT
027400     END-IF
027500     ADD 1 TO WS-SP-COUNT
027600     MOVE PS-PART-NUMBER TO WS-SP-PART(WS-SP-COUNT)
027700     MOVE PS-SUPPLIER TO WS-SP-SUPPLIER(WS-SP-COUNT)
027800     IF PS-LEAD-DAYS IS NUMERIC
027900        MOVE PS-LEAD-DAYS TO WS-SP-LEAD-DAYS(WS-SP-COUNT)
028000     ELSE
028100        MOVE WS-DEFAULT-LEAD-DAYS TO WS-SP-LEAD-DAYS(WS-SP-COUNT)
028200     END-IF.
028300 1110-LOAD-ONE-SUPPLIER-EXIT.
028400     EXIT.
028500*--------------------------------------------------------------
028600* 2000-LOAD-ONE-SUGGESTION - STAGE ONE SUGGESTION WITH ITS
028700*          SUPPLIER AND EXPECTED DATE
028800*--------------------------------------------------------------
028900 2000-LOAD-ONE-SUGGESTION.
029000     READ REORDER-SUGG-FILE
029100        AT END
029200           SET END-OF-INPUT TO TRUE
029300           GO TO 2000-LOAD-ONE-SUGGESTION-EXIT
029400     END-READ
029500     ADD 1 TO WS-SUGG-READ
029600     IF RS-PART-NUMBER IS NOT NUMERIC
029700        OR RS-ORDER-QTY IS NOT NUMERIC
029800        OR RS-ORDER-QTY = ZERO
029900        OR WS-SG-COUNT NOT < 2000
030000        ADD 1 TO WS-SUGG-REJECTED
030100        MOVE SPACES TO WS-PO-LINE
030200        MOVE "SUGGESTION UNREADABLE - SKIPPED" TO PR-NOTE
030300        MOVE WS-PO-LINE TO WS-RPT-DETAIL
030400        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
030500        GO TO 2000-LOAD-ONE-SUGGESTION-EXIT
030600     END-IF
030700     ADD 1 TO WS-SG-COUNT
030800     MOVE RS-PART-NUMBER TO WS-SG-PART(WS-SG-COUNT)
030900     MOVE RS-ORDER-QTY TO WS-SG-QTY(WS-SG-COUNT)
031000     MOVE "N" TO WS-SG-DONE-SW(WS-SG-COUNT)
031100     MOVE WS-DEFAULT-SUPPLIER TO WS-SG-SUPPLIER(WS-SG-COUNT)
031200     MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
031300     MOVE ZERO TO WS-SP-SLOT
031400     PERFORM 2100-FIND-SUPPLIER THRU 2100-FIND-SUPPLIER-EXIT
031500        VARYING WS-SP-SCAN FROM 1 BY 1
031600        UNTIL WS-SP-SCAN > WS-SP-COUNT
031700           OR WS-SP-SLOT NOT = ZERO
031800     IF WS-SP-SLOT NOT = ZERO
031900        MOVE WS-SP-SUPPLIER(WS-SP-SLOT)
032000           TO WS-SG-SUPPLIER(WS-SG-COUNT)
032100        MOVE WS-SP-LEAD-DAYS(WS-SP-SLOT) TO WS-LEAD-DAYS
032200     END-IF
032300     MOVE WS-RUN-DATE TO WS-DATE-NUM
032400     COMPUTE WS-DATE-INT =
032500        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-LEAD-DAYS
032600     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
032700     MOVE WS-DATE-NUM TO WS-SG-EXPECTED(WS-SG-COUNT).
032800 2000-LOAD-ONE-SUGGESTION-EXIT.
032900     EXIT.
033000 2100-FIND-SUPPLIER.
033100     IF WS-SP-PART(WS-SP-SCAN) = RS-PART-NUMBER
033200        MOVE WS-SP-SCAN TO WS-SP-SLOT
033300     END-IF.
033400 2100-FIND-SUPPLIER-EXIT.
033500     EXIT.
033600*--------------------------------------------------------------
033700* 3000-RAISE-ONE-PO - THE FIRST SUGGESTION NOT YET ON A PO
033800*          OPENS A NEW PO FOR ITS SUPPLIER; EVERY LATER
033900*          SUGGESTION FOR THE SAME SUPPLIER JOINS IT AS A LINE
034000*--------------------------------------------------------------
034100 3000-RAISE-ONE-PO.
034200     IF WS-SG-DONE-SW(WS-SG-FIRST) = "Y"
034300        GO TO 3000-RAISE-ONE-PO-EXIT
034400     END-IF
034500     MOVE WS-SG-SUPPLIER(WS-SG-FIRST) TO WS-CUR-SUPPLIER
034600     MOVE WS-RANGE-NAME TO SR-RANGE-NAME
034700     MOVE "N" TO SR-REQUEST
034800     CALL "SERRANGE" USING SERIAL-RANGE-CONTROL
034900     IF SR-STATUS NOT = "00" AND SR-STATUS NOT = "WN"
035000        PERFORM 3500-REPORT-NOT-RAISED
035100           THRU 3500-REPORT-NOT-RAISED-EXIT
035200           VARYING WS-SG-SCAN FROM WS-SG-FIRST BY 1
035300           UNTIL WS-SG-SCAN > WS-SG-COUNT
035400        SET RAISING-STOPPED TO TRUE
035500        GO TO 3000-RAISE-ONE-PO-EXIT
035600     END-IF
035700     MOVE SR-SERIAL TO WS-CUR-PO-NUMBER
035800     MOVE ZERO TO WS-CUR-LINE
035900     ADD 1 TO WS-POS-RAISED
036000     PERFORM 3100-ADD-PO-LINE THRU 3100-ADD-PO-LINE-EXIT
036100        VARYING WS-SG-SCAN FROM WS-SG-FIRST BY 1
036200        UNTIL WS-SG-SCAN > WS-SG-COUNT
036300     IF SR-STATUS = "WN"
036400        MOVE SPACES TO WS-RPT-DETAIL
036500        STRING "WARNING: RANGE " DELIMITED BY SIZE
036600           WS-RANGE-NAME DELIMITED BY SPACE
036700           " IS PAST ITS WARNING LEVEL" DELIMITED BY SIZE
036800           INTO WS-RPT-DETAIL
036900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037000     END-IF.
037100 3000-RAISE-ONE-PO-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------
037400* 3100-ADD-PO-LINE - ONE PO LINE, JOURNALED AND LISTED
037500*--------------------------------------------------------------
037600 3100-ADD-PO-LINE.
037700     IF WS-SG-DONE-SW(WS-SG-SCAN) = "Y"
037800        OR WS-SG-SUPPLIER(WS-SG-SCAN) NOT = WS-CUR-SUPPLIER
037900        GO TO 3100-ADD-PO-LINE-EXIT
038000     END-IF
038100     MOVE "Y" TO WS-SG-DONE-SW(WS-SG-SCAN)
038200     ADD 1 TO WS-CUR-LINE
038300     MOVE SPACES TO PO-MASTER-RECORD
038400     MOVE WS-CUR-PO-NUMBER TO PO-NUMBER
038500     MOVE WS-CUR-LINE TO PO-LINE
038600     MOVE WS-SG-PART(WS-SG-SCAN) TO PO-PART-NUMBER
038700     MOVE WS-CUR-SUPPLIER TO PO-SUPPLIER
038800     MOVE WS-SG-QTY(WS-SG-SCAN) TO PO-ORDER-QTY
038900     MOVE ZERO TO PO-RECEIVED-QTY
039000     MOVE WS-RUN-DATE TO PO-ORDER-DATE
039100     MOVE WS-SG-EXPECTED(WS-SG-SCAN) TO PO-EXPECTED-DATE
039200     SET PO-LINE-OPEN TO TRUE
039300     MOVE SPACES TO WS-PO-LINE
039400     MOVE PO-NUMBER TO PR-PO-NUMBER
039500     MOVE PO-LINE TO PR-LINE
039600     MOVE PO-SUPPLIER TO PR-SUPPLIER
039700     MOVE PO-PART-NUMBER TO PR-PART
039800     MOVE PO-ORDER-QTY TO PR-QTY
039900     MOVE PO-EXPECTED-DATE TO PR-EXPECTED
040000     WRITE PO-MASTER-RECORD
040100        INVALID KEY
040200           ADD 1 TO WS-LINES-NOT-RAISED
040300           MOVE "PO KEY ALREADY ON FILE" TO PR-NOTE
040400           MOVE WS-PO-LINE TO WS-RPT-DETAIL
040500           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040600           GO TO 3100-ADD-PO-LINE-EXIT
040700     END-WRITE
040800     ADD 1 TO WS-LINES-RAISED
040900     PERFORM 3700-WRITE-JOURNAL THRU 3700-WRITE-JOURNAL-EXIT
041000     MOVE "RAISED" TO PR-NOTE
041100     MOVE WS-PO-LINE TO WS-RPT-DETAIL
041200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
041300 3100-ADD-PO-LINE-EXIT.
041400     EXIT.
041500*--------------------------------------------------------------
041600* 3500-REPORT-NOT-RAISED - THE RANGE COULD NOT ISSUE A PO
041700*          NUMBER; EVERY SUGGESTION STILL WAITING IS LISTED
041800*--------------------------------------------------------------
041900 3500-REPORT-NOT-RAISED.
042000     IF WS-SG-DONE-SW(WS-SG-SCAN) = "Y"
042100        GO TO 3500-REPORT-NOT-RAISED-EXIT
042200     END-IF
042300     MOVE "Y" TO WS-SG-DONE-SW(WS-SG-SCAN)
042400     ADD 1 TO WS-LINES-NOT-RAISED
042500     MOVE SPACES TO WS-PO-LINE
042600     MOVE ZERO TO PR-PO-NUMBER
042700     MOVE ZERO TO PR-LINE
042800     MOVE WS-SG-SUPPLIER(WS-SG-SCAN) TO PR-SUPPLIER
042900     MOVE WS-SG-PART(WS-SG-SCAN) TO PR-PART
043000     MOVE WS-SG-QTY(WS-SG-SCAN) TO PR-QTY
043100     MOVE WS-SG-EXPECTED(WS-SG-SCAN) TO PR-EXPECTED
043200     IF SR-STATUS = "EX"
043300        MOVE "NOT RAISED - RANGE EXHAUSTED" TO PR-NOTE
043400     ELSE
043500        MOVE "NOT RAISED - RANGE NOT FOUND" TO PR-NOTE
043600     END-IF
043700     MOVE WS-PO-LINE TO WS-RPT-DETAIL
043800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
043900 3500-REPORT-NOT-RAISED-EXIT.
044000     EXIT.
044100*--------------------------------------------------------------
044200* 3700-WRITE-JOURNAL - SAME DISCIPLINE AS EVERY KEYED MASTER
044300*--------------------------------------------------------------
044400 3700-WRITE-JOURNAL.
044500     MOVE SPACES TO IMAGE-JOURNAL-RECORD
044600     MOVE "POMAST" TO IJ-FILE-NAME
044700     MOVE "WRITE" TO IJ-ACTION
044800     MOVE PO-KEY TO IJ-RECORD-KEY
044900     MOVE PO-MASTER-RECORD TO IJ-AFTER-IMAGE
045000     MOVE "PORAISE" TO IJ-PROGRAM
045100     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
045200     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
045300 3700-WRITE-JOURNAL-EXIT.
045400     EXIT.
045500*--------------------------------------------------------------
045600* 6000-WRITE-TOTALS
045700*--------------------------------------------------------------
045800 6000-WRITE-TOTALS.
045900     MOVE SPACES TO WS-RPT-DETAIL
046000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
046100     MOVE "SUGGESTIONS READ" TO TT-LABEL
046200     MOVE WS-SUGG-READ TO TT-COUNT
046300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
046400     MOVE "SUGGESTIONS SKIPPED" TO TT-LABEL
046500     MOVE WS-SUGG-REJECTED TO TT-COUNT
046600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
046700     MOVE "PURCHASE ORDERS" TO TT-LABEL
046800     MOVE WS-POS-RAISED TO TT-COUNT
046900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
047000     MOVE "PO LINES RAISED" TO TT-LABEL
047100     MOVE WS-LINES-RAISED TO TT-COUNT
047200     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
047300     MOVE "LINES NOT RAISED" TO TT-LABEL
047400     MOVE WS-LINES-NOT-RAISED TO TT-COUNT
047500     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
047600 6000-WRITE-TOTALS-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------
047900* 6900-WRITE-TOTAL
048000*--------------------------------------------------------------
048100 6900-WRITE-TOTAL.
048200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
048300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
048400 6900-WRITE-TOTAL-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------
048700* 9000-FINISH - CLEAR THE SUGGESTIONS SO A RERUN CANNOT RAISE
048800*          THEM TWICE, THEN CLOSE AND LOG
048900*--------------------------------------------------------------
049000 9000-FINISH.
049100     MOVE "C" TO RPT-REQUEST
049200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
049300     CLOSE REORDER-SUGG-FILE
049400     CLOSE PO-MASTER-FILE
049500     CLOSE IMAGE-JOURNAL-FILE
049600     IF WS-SUGG-READ > ZERO
049700        OPEN OUTPUT REORDER-SUGG-FILE
049800        CLOSE REORDER-SUGG-FILE
049900     END-IF
050000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
050100 9000-FINISH-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------
050400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
050500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
050600*--------------------------------------------------------------
050700 9100-LOG-JOB-ACCT.
050800     OPEN EXTEND JOB-ACCT-FILE
050900     IF WS-JOBACCT-STATUS = "35"
051000        OPEN OUTPUT JOB-ACCT-FILE
051100        CLOSE JOB-ACCT-FILE
051200        OPEN EXTEND JOB-ACCT-FILE
051300     END-IF
051400     MOVE "PORAISE" TO JA-PROGRAM-NAME
051500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
051600     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
051700     MOVE "COMPLETED" TO JA-RETURN-STATUS
051800     MOVE WS-LINES-RAISED TO JA-RECORD-COUNT
051900     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
052000     CLOSE JOB-ACCT-FILE.
052100 9100-LOG-JOB-ACCT-EXIT.
052200     EXIT.
