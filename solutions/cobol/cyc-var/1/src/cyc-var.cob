000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYC-VAR.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. PARTS CATALOG SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. CYCLE-COUNT VARIANCE POSTING.
001100*                 COMPARES EACH COUNT ON THE COUNT-ENTRY FILE
001200*                 (CNTIN, THE FILLED-IN CYC-SHEET SKELETON) TO
001300*                 THE PART'S ON-HAND AND VALUES THE DIFFERENCE
001400*                 AT THE UNIT COST ON THE PART-CLASS FILE
001500*                 (PARTCLAS; NO ENTRY VALUES AT ZERO). A
001600*                 VARIANCE WITHIN TOLERANCE - RUNCTL CYCVAR
001700*                 TOLPCT PERCENT OF ON-HAND (DEFAULT 5) AND
001800*                 TOLVALUE IN VALUE (DEFAULT 100.00) - POSTS AT
001900*                 ONCE: ON-HAND BECOMES THE COUNT, WITH A
002000*                 BEFORE/AFTER ROW ON THE SHARED IMAGE JOURNAL.
002100*                 ONE BEYOND EITHER LIMIT IS QUEUED PENDING ON
002200*                 APPRQUE (APPRQ SERVICE) WITH THE RUNNING
002300*                 OPERATOR (RUNCTL CYCVAR OPERATOR) AS MAKER;
002400*                 ONCE A DIFFERENT OPERATOR RELEASES IT IN
002500*                 APPR-MAINT, THE NEXT RUN POSTS IT FIRST,
002600*                 APPLYING THE COUNTED DIFFERENCE TO WHATEVER
002700*                 ON-HAND THE PART THEN HAS, AND JOURNALS MAKER
002800*                 AND CHECKER. EVERY COUNT IS LISTED BY PART
002900*                 WITH ITS VARIANCE IN QUANTITY AND VALUE ON THE
003000*                 VARIANCE REPORT (CYCVRPT). A COUNT LEFT BLANK
003100*                 IS SKIPPED; AN UNREADABLE COUNT OR UNKNOWN
003200*                 PART REJECTS WITH RETURN CODE 4. CNTIN IS
003300*                 CLEARED AFTER THE RUN SO A RERUN CANNOT POST
003400*                 THE SAME COUNT TWICE.
003500*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 REPOSITORY.
003900     FUNCTION ALL INTRINSIC.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT COUNT-ENTRY-FILE ASSIGN TO "CNTIN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CNTIN-STATUS.
004500     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PM-PART-NUMBER
004900         FILE STATUS IS WS-PARTSMST-STATUS.
005000     SELECT PART-CLASS-FILE ASSIGN TO "PARTCLAS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PARTCLAS-STATUS.
005300     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-IMGJRNL-STATUS.
005600     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-JOBACCT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  COUNT-ENTRY-FILE
006200     RECORDING MODE IS F.
006300 01  COUNT-ENTRY-RECORD.
006400     05 CE-PART-NUMBER         PIC X(06).
006500     05 FILLER                 PIC X(02).
006600     05 CE-COUNTED-QTY         PIC X(07).
006700     05 FILLER                 PIC X(02).
006800     05 CE-COUNT-DATE          PIC X(08).
006900     05 FILLER                 PIC X(02).
007000     05 CE-COUNTER             PIC X(08).
007100 FD  PARTS-MASTER-FILE.
007200 01  PARTS-MASTER-RECORD.
007300     05 PM-PART-NUMBER        PIC 9(6).
007400     05 PM-DESCRIPTION        PIC X(30).
007500     05 PM-ON-HAND            PIC 9(07).
007600     05 PM-REORDER-POINT      PIC 9(05).
007700     05 PM-REORDER-QTY        PIC 9(05).
007800 FD  PART-CLASS-FILE
007900     RECORDING MODE IS F.
008000 01  PART-CLASS-RECORD.
008100     05 PC-PART-NUMBER         PIC 9(06).
008200     05 FILLER                 PIC X(02).
008300     05 PC-ABC-CLASS           PIC X(01).
008400     05 FILLER                 PIC X(02).
008500     05 PC-UNIT-COST           PIC 9(07)V99.
008600 FD  IMAGE-JOURNAL-FILE.
008700 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
008800 FD  JOB-ACCT-FILE
008900     RECORDING MODE IS F.
009000 01  JOB-ACCT-FILE-RECORD      PIC X(60).
009100 WORKING-STORAGE SECTION.
009200*--------------------------------------------------------------
009300* FILE STATUS AND RUN CONTROLS
009400*--------------------------------------------------------------
009500 77  WS-CNTIN-STATUS           PIC XX.
009600 77  WS-PARTSMST-STATUS        PIC XX.
009700 77  WS-PARTCLAS-STATUS        PIC XX.
009800 77  WS-IMGJRNL-STATUS         PIC XX.
009900 77  WS-JOBACCT-STATUS         PIC XX.
010000 77  WS-EOF-SW                 PIC X VALUE "N".
010100     88 END-OF-INPUT           VALUE "Y".
010200 77  WS-JA-START-TIMESTAMP     PIC X(14).
010300 77  WS-RUN-DATE               PIC X(08).
010400 77  WS-BEFORE-IMAGE           PIC X(60) VALUE SPACES.
010500 COPY JOBACCT.
010600 COPY RUNPARM.
010700 COPY IMGJRNL.
010800 COPY APPRQ.
010900 COPY RPTWRITE.
011000 01  WS-RPT-DETAIL             PIC X(100).
011100*--------------------------------------------------------------
011200* RUNCTL SETTINGS - CYCVAR OPERATOR, TOLPCT, TOLVALUE
011300*--------------------------------------------------------------
011400 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
011500 77  WS-TOL-PCT                PIC 9(03) VALUE 5.
011600 77  WS-TOL-VALUE              PIC 9(09)V99 VALUE 100.
011700*--------------------------------------------------------------
011800* UNIT COST FOR EACH PART, FROM PARTCLAS
011900*--------------------------------------------------------------
012000 01  WS-COST-TABLE.
012100     05 WS-CT-COUNT            PIC 9(04) BINARY VALUE ZERO.
012200     05 WS-CT-ENTRY OCCURS 5000 TIMES.
012300        10 WS-CT-PART          PIC 9(06).
012400        10 WS-CT-COST          PIC 9(07)V99.
012500 77  WS-CT-SCAN                PIC 9(04) BINARY.
012600 77  WS-CT-SLOT                PIC 9(04) BINARY.
012700*--------------------------------------------------------------
012800* ADJUSTMENT - FROM CNTIN, OR A RELEASED ITEM FROM APPRQUE
012900*--------------------------------------------------------------
013000 01  CYC-ADJ-TRANS.
013100     05 CA-PART-NUMBER         PIC X(06).
013200     05 FILLER                 PIC X(01).
013300     05 CA-COUNTED-QTY         PIC 9(07).
013400     05 FILLER                 PIC X(01).
013500     05 CA-BOOK-QTY            PIC 9(07).
013600     05 FILLER                 PIC X(01).
013700     05 CA-COUNT-DATE          PIC X(08).
013800     05 FILLER                 PIC X(01).
013900     05 CA-COUNTER             PIC X(08).
014000*--------------------------------------------------------------
014100* VARIANCE WORK AREAS
014200*--------------------------------------------------------------
014300 77  WS-UNIT-COST              PIC 9(07)V99.
014400 77  WS-VAR-QTY                PIC S9(07).
014500 77  WS-ABS-QTY                PIC 9(07).
014600 77  WS-VAR-VALUE              PIC S9(11)V99.
014700 77  WS-ABS-VALUE              PIC 9(11)V99.
014800 77  WS-NEW-ON-HAND            PIC S9(08).
014900 77  WS-TOL-SW                 PIC X(01).
015000     88 BEYOND-TOLERANCE       VALUE "Y".
015100*--------------------------------------------------------------
015200* MAKER-CHECKER CONTROLS
015300*--------------------------------------------------------------
015400 77  WS-JRNL-MAKER             PIC X(08) VALUE SPACES.
015500 77  WS-JRNL-CHECKER           PIC X(08) VALUE SPACES.
015600 77  WS-RELEASE-END-SW         PIC X VALUE "N".
015700     88 END-OF-RELEASED        VALUE "Y".
015800*--------------------------------------------------------------
015900* RUN TOTALS
016000*--------------------------------------------------------------
016100 77  WS-COUNTS-READ            PIC 9(07) BINARY VALUE ZERO.
016200 77  WS-NOT-COUNTED            PIC 9(07) BINARY VALUE ZERO.
016300 77  WS-NO-VARIANCE            PIC 9(07) BINARY VALUE ZERO.
016400 77  WS-POSTED-COUNT           PIC 9(07) BINARY VALUE ZERO.
016500 77  WS-QUEUED-COUNT           PIC 9(07) BINARY VALUE ZERO.
016600 77  WS-RELEASED-COUNT         PIC 9(07) BINARY VALUE ZERO.
016700 77  WS-REJECTED-COUNT         PIC 9(07) BINARY VALUE ZERO.
016800 77  WS-NET-VALUE              PIC S9(11)V99 VALUE ZERO.
016900 77  WS-GROSS-VALUE            PIC 9(11)V99 VALUE ZERO.
017000*--------------------------------------------------------------
017100* REPORT LINES
017200*--------------------------------------------------------------
017300 01  WS-VAR-LINE.
017400     05 VL-PART                PIC X(06).
017500     05 FILLER                 PIC X(02) VALUE SPACES.
017600     05 VL-DESCRIPTION         PIC X(19).
017700     05 FILLER                 PIC X(02) VALUE SPACES.
017800     05 VL-ON-HAND             PIC ZZZZZZ9.
017900     05 FILLER                 PIC X(02) VALUE SPACES.
018000     05 VL-COUNTED             PIC ZZZZZZ9.
018100     05 FILLER                 PIC X(02) VALUE SPACES.
018200     05 VL-VAR-QTY             PIC -ZZZZZZ9.
018300     05 FILLER                 PIC X(02) VALUE SPACES.
018400     05 VL-UNIT-COST           PIC ZZZZZZ9.99.
018500     05 FILLER                 PIC X(02) VALUE SPACES.
018600     05 VL-VAR-VALUE           PIC -ZZZZZZ9.99.
018700     05 FILLER                 PIC X(02) VALUE SPACES.
018800     05 VL-RESULT              PIC X(17).
018900 01  WS-TOTAL-LINE.
019000     05 TT-LABEL               PIC X(20).
019100     05 TT-COUNT               PIC ZZZZZZ9.
019200 01  WS-VALUE-LINE.
019300     05 TV-LABEL               PIC X(20).
019400     05 TV-VALUE               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
019500 PROCEDURE DIVISION.
019600*--------------------------------------------------------------
019700* 0000-MAINLINE
019800*--------------------------------------------------------------
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020100     PERFORM 2000-POST-ONE-COUNT THRU 2000-POST-ONE-COUNT-EXIT
020200        UNTIL END-OF-INPUT
020300     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
020400     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
020500*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY COUNT
020600*    WAS REJECTED.
020700     IF WS-REJECTED-COUNT > ZERO
020800        MOVE 4 TO RETURN-CODE
020900     END-IF
021000     STOP RUN.
021100*--------------------------------------------------------------
021200* 1000-INITIALIZE
021300*--------------------------------------------------------------
021400 1000-INITIALIZE.
021500     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
021600     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
021700     MOVE "CYCVAR" TO RP-PROGRAM-ID
021800     MOVE "OPERATOR" TO RP-KEYWORD
021900     MOVE "BATCH" TO RP-DEFAULT
022000     CALL "RUNPARM" USING RUN-PARM-CONTROL
022100     MOVE RP-VALUE(1:8) TO WS-OPERATOR
022200     MOVE "TOLPCT" TO RP-KEYWORD
022300     MOVE "5" TO RP-DEFAULT
022400     CALL "RUNPARM" USING RUN-PARM-CONTROL
022500     IF TEST-NUMVAL(RP-VALUE) = ZERO
022600        MOVE NUMVAL(RP-VALUE) TO WS-TOL-PCT
022700     END-IF
022800     MOVE "TOLVALUE" TO RP-KEYWORD
022900     MOVE "100.00" TO RP-DEFAULT
023000     CALL "RUNPARM" USING RUN-PARM-CONTROL
023100     IF TEST-NUMVAL(RP-VALUE) = ZERO
023200        MOVE NUMVAL(RP-VALUE) TO WS-TOL-VALUE
023300     END-IF
023400     PERFORM 1100-LOAD-COSTS THRU 1100-LOAD-COSTS-EXIT
023500     OPEN I-O PARTS-MASTER-FILE
023600     OPEN EXTEND IMAGE-JOURNAL-FILE
023700     IF WS-IMGJRNL-STATUS = "35"
023800        OPEN OUTPUT IMAGE-JOURNAL-FILE
023900     END-IF
024000     MOVE "O" TO RPT-REQUEST
024100     MOVE "CYCVAR" TO RPT-PROGRAM-ID
024200     MOVE "CYCVRPT" TO RPT-REPORT-NAME
024300     MOVE "CYCLE COUNT VARIANCE" TO RPT-TITLE
024400     MOVE "PART    DESCRIPTION          ON-HAND  COUNTED  VARIANCE
024500-         "   UNIT COST        VALUE  RESULT" TO RPT-COL-HEADING
024600     MOVE 60 TO RPT-LINES-PER-PAGE
024700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
024800     MOVE "D" TO RPT-REQUEST
024900     MOVE SPACES TO WS-RPT-DETAIL
025000     STRING "OPERATOR: " DELIMITED BY SIZE
025100        WS-OPERATOR DELIMITED BY SIZE
025200        INTO WS-RPT-DETAIL
025300     END-STRING
025400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
025500     PERFORM 1500-APPLY-RELEASED THRU 1500-APPLY-RELEASED-EXIT
025600     MOVE "N" TO WS-EOF-SW
025700     OPEN INPUT COUNT-ENTRY-FILE
025800     IF WS-CNTIN-STATUS NOT = "00"
025900        SET END-OF-INPUT TO TRUE
026000     ELSE
026100        PERFORM 2100-READ-COUNT THRU 2100-READ-COUNT-EXIT
026200     END-IF.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500*--------------------------------------------------------------
026600* 1100-LOAD-COSTS - PARTCLAS IS OPTIONAL; A PART NOT ON IT
026700*          VALUES AT ZERO
026800*--------------------------------------------------------------
026900 1100-LOAD-COSTS.
027000     OPEN INPUT PART-CLASS-FILE
027100     IF WS-PARTCLAS-STATUS NOT = "00"
027200        GO TO 1100-LOAD-COSTS-EXIT
027300     END-IF
027400     PERFORM 1110-LOAD-ONE-COST THRU 1110-LOAD-ONE-COST-EXIT
027500        UNTIL END-OF-INPUT
027600     CLOSE PART-CLASS-FILE.
027700 1100-LOAD-COSTS-EXIT.
027800     EXIT.
027900 1110-LOAD-ONE-COST.
028000     READ PART-CLASS-FILE
028100        AT END
028200           SET END-OF-INPUT TO TRUE
028300           GO TO 1110-LOAD-ONE-COST-EXIT
028400     END-READ
028500     IF PC-PART-NUMBER IS NOT NUMERIC
028600        OR WS-CT-COUNT NOT < 5000
028700        GO TO 1110-LOAD-ONE-COST-EXIT
028800     END-IF
028900     ADD 1 TO WS-CT-COUNT
029000     MOVE PC-PART-NUMBER TO WS-CT-PART(WS-CT-COUNT)
029100     IF PC-UNIT-COST IS NUMERIC
029200        MOVE PC-UNIT-COST TO WS-CT-COST(WS-CT-COUNT)
029300     ELSE
029400        MOVE ZERO TO WS-CT-COST(WS-CT-COUNT)
029500     END-IF.
029600 1110-LOAD-ONE-COST-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------
029900* 1500-APPLY-RELEASED - ADJUSTMENTS A SECOND OPERATOR HAS
030000*          RELEASED ON APPRQUE GO FIRST. EACH IS MARKED APPLIED
030100*          BEFORE IT IS TOUCHED, AND FAILED IF IT THEN DOES NOT
030200*          APPLY.
030300*--------------------------------------------------------------
030400 1500-APPLY-RELEASED.
030500     MOVE ZERO TO AQ-POSITION
030600     PERFORM 1510-APPLY-ONE-RELEASED
030700        THRU 1510-APPLY-ONE-RELEASED-EXIT
030800        UNTIL END-OF-RELEASED
030900     MOVE WS-OPERATOR TO WS-JRNL-MAKER
031000     MOVE SPACES TO WS-JRNL-CHECKER.
031100 1500-APPLY-RELEASED-EXIT.
031200     EXIT.
031300 1510-APPLY-ONE-RELEASED.
031400     MOVE "N" TO AQ-REQUEST
031500     MOVE "CYCVAR" TO AQ-PROGRAM
031600     MOVE "APPROVED" TO AQ-ITEM-STATUS
031700     CALL "APPRQ" USING APPR-QUEUE-CONTROL
031800     IF NOT AQ-OK
031900        SET END-OF-RELEASED TO TRUE
032000        GO TO 1510-APPLY-ONE-RELEASED-EXIT
032100     END-IF
032200     MOVE AQ-TRANS TO CYC-ADJ-TRANS
032300     MOVE "M" TO AQ-REQUEST
032400     MOVE "APPLIED" TO AQ-ITEM-STATUS
032500     MOVE SPACES TO AQ-NOTE
032600     CALL "APPRQ" USING APPR-QUEUE-CONTROL
032700     IF NOT AQ-OK
032800        MOVE "APPROVAL QUEUE NOT WRITABLE - RELEASED ITEMS HELD"
032900           TO WS-RPT-DETAIL
033000        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033100        SET END-OF-RELEASED TO TRUE
033200        GO TO 1510-APPLY-ONE-RELEASED-EXIT
033300     END-IF
033400     MOVE AQ-MAKER TO WS-JRNL-MAKER
033500     MOVE AQ-CHECKER TO WS-JRNL-CHECKER
033600     MOVE SPACES TO WS-RPT-DETAIL
033700     STRING "RELEASED ITEM " DELIMITED BY SIZE
033800        AQ-ITEM-ID DELIMITED BY SIZE
033900        "  MAKER " DELIMITED BY SIZE
034000        AQ-MAKER DELIMITED BY SIZE
034100        "  CHECKER " DELIMITED BY SIZE
034200        AQ-CHECKER DELIMITED BY SIZE
034300        INTO WS-RPT-DETAIL
034400     END-STRING
034500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
034600     MOVE SPACES TO WS-VAR-LINE
034700     MOVE CA-PART-NUMBER TO VL-PART
034800     MOVE CA-COUNTED-QTY TO VL-COUNTED
034900     MOVE CA-PART-NUMBER TO PM-PART-NUMBER
035000     READ PARTS-MASTER-FILE
035100        INVALID KEY
035200           ADD 1 TO WS-REJECTED-COUNT
035300           MOVE "PART NOT ON FILE" TO VL-RESULT
035400           PERFORM 2900-WRITE-VAR-LINE
035500              THRU 2900-WRITE-VAR-LINE-EXIT
035600           MOVE "M" TO AQ-REQUEST
035700           MOVE "FAILED" TO AQ-ITEM-STATUS
035800           MOVE VL-RESULT TO AQ-NOTE
035900           CALL "APPRQ" USING APPR-QUEUE-CONTROL
036000           GO TO 1510-APPLY-ONE-RELEASED-EXIT
036100     END-READ
036200*    THE COUNTED DIFFERENCE, NOT THE COUNT ITSELF, IS APPLIED:
036300*    STOCK MAY HAVE MOVED WHILE THE ITEM WAITED.
036400     COMPUTE WS-VAR-QTY = CA-COUNTED-QTY - CA-BOOK-QTY
036500     COMPUTE WS-NEW-ON-HAND = PM-ON-HAND + WS-VAR-QTY
036600     IF WS-NEW-ON-HAND < ZERO
036700        MOVE ZERO TO WS-NEW-ON-HAND
036800     END-IF
036900     PERFORM 2200-FIND-COST THRU 2200-FIND-COST-EXIT
037000     MOVE PM-DESCRIPTION TO VL-DESCRIPTION
037100     MOVE PM-ON-HAND TO VL-ON-HAND
037200     MOVE "APPROVED - POSTED" TO VL-RESULT
037300     PERFORM 2500-POST-ADJUSTMENT THRU 2500-POST-ADJUSTMENT-EXIT
037400     ADD 1 TO WS-RELEASED-COUNT.
037500 1510-APPLY-ONE-RELEASED-EXIT.
037600     EXIT.
037700*--------------------------------------------------------------
037800* 2000-POST-ONE-COUNT - ONE CNTIN COUNT: POST, QUEUE, OR SKIP
037900*--------------------------------------------------------------
038000 2000-POST-ONE-COUNT.
038100     ADD 1 TO WS-COUNTS-READ
038200     MOVE SPACES TO WS-VAR-LINE
038300     MOVE CE-PART-NUMBER TO VL-PART
038400     IF CE-COUNTED-QTY = SPACES
038500        ADD 1 TO WS-NOT-COUNTED
038600        GO TO 2000-POST-ONE-COUNT-NEXT
038700     END-IF
038800     IF CE-PART-NUMBER IS NOT NUMERIC
038900        OR TEST-NUMVAL(CE-COUNTED-QTY) NOT = ZERO
039000        OR NUMVAL(CE-COUNTED-QTY) < ZERO
039100        ADD 1 TO WS-REJECTED-COUNT
039200        MOVE "COUNT UNREADABLE" TO VL-RESULT
039300        PERFORM 2900-WRITE-VAR-LINE THRU 2900-WRITE-VAR-LINE-EXIT
039400        GO TO 2000-POST-ONE-COUNT-NEXT
039500     END-IF
039600     MOVE SPACES TO CYC-ADJ-TRANS
039700     MOVE CE-PART-NUMBER TO CA-PART-NUMBER
039800     MOVE NUMVAL(CE-COUNTED-QTY) TO CA-COUNTED-QTY
039900     MOVE CE-COUNT-DATE TO CA-COUNT-DATE
040000     IF CA-COUNT-DATE = SPACES
040100        MOVE WS-RUN-DATE TO CA-COUNT-DATE
040200     END-IF
040300     MOVE CE-COUNTER TO CA-COUNTER
040400     MOVE CA-COUNTED-QTY TO VL-COUNTED
040500     MOVE CE-PART-NUMBER TO PM-PART-NUMBER
040600     READ PARTS-MASTER-FILE
040700        INVALID KEY
040800           ADD 1 TO WS-REJECTED-COUNT
040900           MOVE "PART NOT ON FILE" TO VL-RESULT
041000           PERFORM 2900-WRITE-VAR-LINE
041100              THRU 2900-WRITE-VAR-LINE-EXIT
041200           GO TO 2000-POST-ONE-COUNT-NEXT
041300     END-READ
041400     MOVE PM-ON-HAND TO CA-BOOK-QTY
041500     MOVE PM-DESCRIPTION TO VL-DESCRIPTION
041600     MOVE PM-ON-HAND TO VL-ON-HAND
041700     COMPUTE WS-VAR-QTY = CA-COUNTED-QTY - CA-BOOK-QTY
041800     MOVE CA-COUNTED-QTY TO WS-NEW-ON-HAND
041900     PERFORM 2200-FIND-COST THRU 2200-FIND-COST-EXIT
042000     IF WS-VAR-QTY = ZERO
042100        ADD 1 TO WS-NO-VARIANCE
042200        MOVE "NO VARIANCE" TO VL-RESULT
042300        PERFORM 2900-WRITE-VAR-LINE THRU 2900-WRITE-VAR-LINE-EXIT
042400        GO TO 2000-POST-ONE-COUNT-NEXT
042500     END-IF
042600     PERFORM 2300-CHECK-TOLERANCE THRU 2300-CHECK-TOLERANCE-EXIT
042700     IF BEYOND-TOLERANCE
042800        PERFORM 2400-QUEUE-ADJUSTMENT
042900           THRU 2400-QUEUE-ADJUSTMENT-EXIT
043000        GO TO 2000-POST-ONE-COUNT-NEXT
043100     END-IF
043200     MOVE "POSTED" TO VL-RESULT
043300     PERFORM 2500-POST-ADJUSTMENT THRU 2500-POST-ADJUSTMENT-EXIT
043400     ADD 1 TO WS-POSTED-COUNT.
043500 2000-POST-ONE-COUNT-NEXT.
043600     PERFORM 2100-READ-COUNT THRU 2100-READ-COUNT-EXIT.
043700 2000-POST-ONE-COUNT-EXIT.
043800     EXIT.
043900*--------------------------------------------------------------
044000* 2100-READ-COUNT
044100*--------------------------------------------------------------
044200 2100-READ-COUNT.
044300     READ COUNT-ENTRY-FILE
044400        AT END SET END-OF-INPUT TO TRUE
044500     END-READ.
044600 2100-READ-COUNT-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------
044900* 2200-FIND-COST - UNIT COST AND THE VARIANCE AT THAT COST
045000*--------------------------------------------------------------
045100 2200-FIND-COST.
045200     MOVE ZERO TO WS-CT-SLOT
045300     PERFORM 2210-CHECK-ONE-COST THRU 2210-CHECK-ONE-COST-EXIT
045400        VARYING WS-CT-SCAN FROM 1 BY 1
045500        UNTIL WS-CT-SCAN > WS-CT-COUNT
045600           OR WS-CT-SLOT NOT = ZERO
045700     IF WS-CT-SLOT NOT = ZERO
045800        MOVE WS-CT-COST(WS-CT-SLOT) TO WS-UNIT-COST
045900     ELSE
046000        MOVE ZERO TO WS-UNIT-COST
046100     END-IF
046200     COMPUTE WS-VAR-VALUE = WS-VAR-QTY * WS-UNIT-COST
046300     MOVE WS-VAR-QTY TO VL-VAR-QTY
046400     MOVE WS-UNIT-COST TO VL-UNIT-COST
046500     MOVE WS-VAR-VALUE TO VL-VAR-VALUE.
046600 2200-FIND-COST-EXIT.
046700     EXIT.
046800 2210-CHECK-ONE-COST.
046900     IF WS-CT-PART(WS-CT-SCAN) = PM-PART-NUMBER
047000        MOVE WS-CT-SCAN TO WS-CT-SLOT
047100     END-IF.
047200 2210-CHECK-ONE-COST-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------
047500* 2300-CHECK-TOLERANCE - BEYOND TOLERANCE WHEN THE QUANTITY
047600*          VARIANCE EXCEEDS TOLPCT PERCENT OF ON-HAND OR THE
047700*          VALUE VARIANCE EXCEEDS TOLVALUE
047800*--------------------------------------------------------------
047900 2300-CHECK-TOLERANCE.
048000     MOVE "N" TO WS-TOL-SW
048100     IF WS-VAR-QTY < ZERO
048200        COMPUTE WS-ABS-QTY = ZERO - WS-VAR-QTY
048300     ELSE
048400        MOVE WS-VAR-QTY TO WS-ABS-QTY
048500     END-IF
048600     IF WS-VAR-VALUE < ZERO
048700        COMPUTE WS-ABS-VALUE = ZERO - WS-VAR-VALUE
048800     ELSE
048900        MOVE WS-VAR-VALUE TO WS-ABS-VALUE
049000     END-IF
049100     IF WS-ABS-QTY * 100 > CA-BOOK-QTY * WS-TOL-PCT
049200        OR WS-ABS-VALUE > WS-TOL-VALUE
049300        SET BEYOND-TOLERANCE TO TRUE
049400     END-IF.
049500 2300-CHECK-TOLERANCE-EXIT.
049600     EXIT.
049700*--------------------------------------------------------------
049800* 2400-QUEUE-ADJUSTMENT - THE ADJUSTMENT WAITS ON APPRQUE FOR
049900*          A SECOND OPERATOR, STAMPED WITH THIS ONE AS MAKER
050000*--------------------------------------------------------------
050100 2400-QUEUE-ADJUSTMENT.
050200     MOVE "Q" TO AQ-REQUEST
050300     MOVE "CYCVAR" TO AQ-PROGRAM
050400     MOVE WS-OPERATOR TO AQ-MAKER
050500     MOVE CYC-ADJ-TRANS TO AQ-TRANS
050600     CALL "APPRQ" USING APPR-QUEUE-CONTROL
050700     IF NOT AQ-OK
050800        ADD 1 TO WS-REJECTED-COUNT
050900        MOVE "QUEUE NOT WRITABLE" TO VL-RESULT
051000        PERFORM 2900-WRITE-VAR-LINE THRU 2900-WRITE-VAR-LINE-EXIT
051100        GO TO 2400-QUEUE-ADJUSTMENT-EXIT
051200     END-IF
051300     ADD 1 TO WS-QUEUED-COUNT
051400     MOVE "HELD FOR APPROVAL" TO VL-RESULT
051500     PERFORM 2900-WRITE-VAR-LINE THRU 2900-WRITE-VAR-LINE-EXIT
051600     MOVE SPACES TO WS-RPT-DETAIL
051700     STRING "        QUEUED AS " DELIMITED BY SIZE
051800        AQ-ITEM-ID DELIMITED BY SIZE
051900        INTO WS-RPT-DETAIL
052000     END-STRING
052100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
052200 2400-QUEUE-ADJUSTMENT-EXIT.
052300     EXIT.
052400*--------------------------------------------------------------
052500* 2500-POST-ADJUSTMENT - ON-HAND TO WS-NEW-ON-HAND, JOURNALED
052600*--------------------------------------------------------------
052700 2500-POST-ADJUSTMENT.
052800     MOVE PARTS-MASTER-RECORD TO WS-BEFORE-IMAGE
052900     MOVE WS-NEW-ON-HAND TO PM-ON-HAND
053000     REWRITE PARTS-MASTER-RECORD
053100     PERFORM 2700-WRITE-JOURNAL THRU 2700-WRITE-JOURNAL-EXIT
053200     ADD WS-VAR-VALUE TO WS-NET-VALUE
053300     IF WS-VAR-VALUE < ZERO
053400        SUBTRACT WS-VAR-VALUE FROM WS-GROSS-VALUE
053500     ELSE
053600        ADD WS-VAR-VALUE TO WS-GROSS-VALUE
053700     END-IF
053800     PERFORM 2900-WRITE-VAR-LINE THRU 2900-WRITE-VAR-LINE-EXIT.
053900 2500-POST-ADJUSTMENT-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------
054200* 2700-WRITE-JOURNAL - SAME DISCIPLINE AS EVERY KEYED MASTER
054300*--------------------------------------------------------------
054400 2700-WRITE-JOURNAL.
054500     MOVE SPACES TO IMAGE-JOURNAL-RECORD
054600     MOVE "PARTSMST" TO IJ-FILE-NAME
054700     MOVE "REWRITE" TO IJ-ACTION
054800     MOVE PM-PART-NUMBER TO IJ-RECORD-KEY
054900     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
055000     MOVE PARTS-MASTER-RECORD TO IJ-AFTER-IMAGE
055100     MOVE "CYCVAR" TO IJ-PROGRAM
055200     MOVE WS-JRNL-MAKER TO IJ-OPERATOR
055300     MOVE WS-JRNL-CHECKER TO IJ-CHECKER
055400     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
055500     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
055600 2700-WRITE-JOURNAL-EXIT.
055700     EXIT.
055800*--------------------------------------------------------------
055900* 2900-WRITE-VAR-LINE
056000*--------------------------------------------------------------
056100 2900-WRITE-VAR-LINE.
056200     MOVE WS-VAR-LINE TO WS-RPT-DETAIL
056300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
056400 2900-WRITE-VAR-LINE-EXIT.
056500     EXIT.
056600*--------------------------------------------------------------
056700* 6000-WRITE-TOTALS
056800*--------------------------------------------------------------
056900 6000-WRITE-TOTALS.
057000     MOVE SPACES TO WS-RPT-DETAIL
057100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
057200     MOVE "COUNTS READ" TO TT-LABEL
057300     MOVE WS-COUNTS-READ TO TT-COUNT
057400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
057500     MOVE "NOT COUNTED" TO TT-LABEL
057600     MOVE WS-NOT-COUNTED TO TT-COUNT
057700     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
057800     MOVE "NO VARIANCE" TO TT-LABEL
057900     MOVE WS-NO-VARIANCE TO TT-COUNT
058000     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
058100     MOVE "POSTED" TO TT-LABEL
058200     MOVE WS-POSTED-COUNT TO TT-COUNT
058300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
058400     MOVE "HELD FOR APPROVAL" TO TT-LABEL
058500     MOVE WS-QUEUED-COUNT TO TT-COUNT
058600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
058700     MOVE "APPROVED - POSTED" TO TT-LABEL
058800     MOVE WS-RELEASED-COUNT TO TT-COUNT
058900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
059000     MOVE "REJECTED" TO TT-LABEL
059100     MOVE WS-REJECTED-COUNT TO TT-COUNT
059200     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
059300     MOVE "NET VALUE POSTED" TO TV-LABEL
059400     MOVE WS-NET-VALUE TO TV-VALUE
059500     MOVE WS-VALUE-LINE TO WS-RPT-DETAIL
059600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
059700     MOVE "GROSS VALUE POSTED" TO TV-LABEL
059800     MOVE WS-GROSS-VALUE TO TV-VALUE
059900     MOVE WS-VALUE-LINE TO WS-RPT-DETAIL
060000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
060100 6000-WRITE-TOTALS-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------
060400* 6900-WRITE-TOTAL
060500*--------------------------------------------------------------
060600 6900-WRITE-TOTAL.
060700     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
060800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
060900 6900-WRITE-TOTAL-EXIT.
061000     EXIT.
061100*--------------------------------------------------------------
061200* 9000-FINISH - CLEAR THE COUNT-ENTRY FILE SO A RERUN CANNOT
061300*          POST THE SAME COUNTS TWICE, THEN CLOSE AND LOG
061400*--------------------------------------------------------------
061500 9000-FINISH.
061600     MOVE "C" TO RPT-REQUEST
061700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
061800     CLOSE COUNT-ENTRY-FILE
061900     CLOSE PARTS-MASTER-FILE
062000     CLOSE IMAGE-JOURNAL-FILE
062100     IF WS-COUNTS-READ > ZERO
062200        OPEN OUTPUT COUNT-ENTRY-FILE
062300        CLOSE COUNT-ENTRY-FILE
062400     END-IF
062500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
062600 9000-FINISH-EXIT.
062700     EXIT.
062800*--------------------------------------------------------------
062900* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
063000*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
063100*--------------------------------------------------------------
063200 9100-LOG-JOB-ACCT.
063300     OPEN EXTEND JOB-ACCT-FILE
063400     IF WS-JOBACCT-STATUS = "35"
063500        OPEN OUTPUT JOB-ACCT-FILE
063600        CLOSE JOB-ACCT-FILE
063700        OPEN EXTEND JOB-ACCT-FILE
063800     END-IF
063900     MOVE "CYCVAR" TO JA-PROGRAM-NAME
064000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
064100     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
064200     MOVE "COMPLETED" TO JA-RETURN-STATUS
064300     MOVE WS-COUNTS-READ TO JA-RECORD-COUNT
064400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
064500     CLOSE JOB-ACCT-FILE.
064600 9100-LOG-JOB-ACCT-EXIT.
064700     EXIT.
