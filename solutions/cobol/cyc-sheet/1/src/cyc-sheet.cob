000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYC-SHEET.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. PARTS CATALOG SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. SELECTS THE PARTS TO CYCLE-COUNT
001100*                 AND PRINTS THE COUNT SHEET (CNTSHT). RUNCTL
001200*                 CYCSHEET MODE PICKS THE SELECTION: "CYCLE"
001300*                 (THE DEFAULT) SPLITS THE PARTS MASTER INTO
001400*                 PERIODS SLICES BY PART NUMBER (DEFAULT 13, ONE
001500*                 A WEEK) AND COUNTS THE SLICE FOR WHERE TODAY
001600*                 FALLS IN THE CALENDAR QUARTER, SO A RUN IN
001700*                 EVERY PERIOD COUNTS EVERY PART EACH QUARTER;
001800*                 "ABC" COUNTS EVERY PART WHOSE CLASS ON THE
001900*                 PART-CLASS FILE (PARTCLAS) IS IN RUNCTL
002000*                 CLASSES (DEFAULT "A"; AN UNCLASSED PART IS
002100*                 "C"). THE SHEET IS BLIND - IT CARRIES NO ON-
002200*                 HAND. THE SAME PARTS GO TO THE COUNT-ENTRY
002300*                 SKELETON (CNTSHEET) IN THE COUNT-ENTRY LAYOUT
002400*                 WITH THE QUANTITY LEFT BLANK; ONCE FILLED IN
002500*                 IT IS THE COUNT-ENTRY FILE (CNTIN) THE
002600*                 VARIANCE RUN (CYC-VAR) POSTS.
002610* 2026-10-15 RLM  QUARTER START MONTH TAKEN BY AN INTEGER DIVIDE
002620*                 RATHER THAN AN INTERMEDIATE-PRECISION COMPUTE.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS PM-PART-NUMBER
003800         FILE STATUS IS WS-PARTSMST-STATUS.
003900     SELECT PART-CLASS-FILE ASSIGN TO "PARTCLAS"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PARTCLAS-STATUS.
004200     SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHEET"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CNTSHEET-STATUS.
004500     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-JOBACCT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARTS-MASTER-FILE.
005100 01  PARTS-MASTER-RECORD.
005200     05 PM-PART-NUMBER        PIC 9(6).
005300     05 PM-DESCRIPTION        PIC X(30).
005400     05 PM-ON-HAND            PIC 9(07).
005500     05 PM-REORDER-POINT      PIC 9(05).
005600     05 PM-REORDER-QTY        PIC 9(05).
005700 FD  PART-CLASS-FILE
005800     RECORDING MODE IS F.
005900 01  PART-CLASS-RECORD.
006000     05 PC-PART-NUMBER         PIC 9(06).
006100     05 FILLER                 PIC X(02).
006200     05 PC-ABC-CLASS           PIC X(01).
006300     05 FILLER                 PIC X(02).
006400     05 PC-UNIT-COST           PIC 9(07)V99.
006500 FD  COUNT-SHEET-FILE
006600     RECORDING MODE IS F.
006700 01  COUNT-SHEET-RECORD.
006800     05 CE-PART-NUMBER         PIC X(06).
006900     05 FILLER                 PIC X(02).
007000     05 CE-COUNTED-QTY         PIC X(07).
007100     05 FILLER                 PIC X(02).
007200     05 CE-COUNT-DATE          PIC X(08).
007300     05 FILLER                 PIC X(02).
007400     05 CE-COUNTER             PIC X(08).
007500 FD  JOB-ACCT-FILE
007600     RECORDING MODE IS F.
007700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
007800 WORKING-STORAGE SECTION.
007900*--------------------------------------------------------------
008000* FILE STATUS AND RUN CONTROLS
008100*--------------------------------------------------------------
008200 77  WS-PARTSMST-STATUS        PIC XX.
008300 77  WS-PARTCLAS-STATUS        PIC XX.
008400 77  WS-CNTSHEET-STATUS        PIC XX.
008500 77  WS-JOBACCT-STATUS         PIC XX.
008600 77  WS-EOF-SW                 PIC X(01) VALUE "N".
008700     88 END-OF-INPUT           VALUE "Y".
008800 77  WS-JA-START-TIMESTAMP     PIC X(14).
008900 77  WS-RUN-DATE               PIC X(08).
009000 77  WS-PARTS-READ             PIC 9(07) BINARY VALUE ZERO.
009100 77  WS-PARTS-SELECTED         PIC 9(07) BINARY VALUE ZERO.
009200*--------------------------------------------------------------
009300* RUNCTL SETTINGS - CYCSHEET MODE, CLASSES, PERIODS
009400*--------------------------------------------------------------
009500 77  WS-MODE                   PIC X(05) VALUE "CYCLE".
009600     88 MODE-CYCLE             VALUE "CYCLE".
009700     88 MODE-ABC               VALUE "ABC".
009800 77  WS-CLASSES                PIC X(03) VALUE "A".
009900 77  WS-PERIODS                PIC 9(03) VALUE 13.
010000*--------------------------------------------------------------
010100* WHERE TODAY FALLS IN THE QUARTER
010200*--------------------------------------------------------------
010300 01  WS-QUARTER-DATE.
010400     05 WS-QD-YEAR             PIC 9(04).
010500     05 WS-QD-MONTH            PIC 9(02).
010600     05 WS-QD-DAY              PIC 9(02).
010700 01  WS-QUARTER-DATE-N REDEFINES WS-QUARTER-DATE PIC 9(08).
010800 77  WS-RUN-DATE-N             PIC 9(08).
010900 77  WS-RUN-INT                PIC 9(08).
011000 77  WS-QTR-START-INT          PIC 9(08).
011100 77  WS-QTR-END-INT            PIC 9(08).
011200 77  WS-DAY-IN-QUARTER         PIC 9(03).
011300 77  WS-DAYS-IN-QUARTER        PIC 9(03).
011400 77  WS-CUR-PERIOD             PIC 9(03).
011500 77  WS-PART-PERIOD            PIC 9(03).
011510 77  WS-QTR-INDEX              PIC 9(01).
011600*--------------------------------------------------------------
011700* ABC CLASS FOR EACH PART, FROM PARTCLAS
011800*--------------------------------------------------------------
011900 01  WS-CLASS-TABLE.
012000     05 WS-CL-COUNT            PIC 9(04) BINARY VALUE ZERO.
012100     05 WS-CL-ENTRY OCCURS 5000 TIMES.
012200        10 WS-CL-PART          PIC 9(06).
012300        10 WS-CL-CLASS         PIC X(01).
012400 77  WS-CL-SCAN                PIC 9(04) BINARY.
012500 77  WS-PART-CLASS             PIC X(01).
012600 77  WS-CLASS-FOUND-SW         PIC X(01).
012700     88 CLASS-FOUND            VALUE "Y".
012800 COPY JOBACCT.
012900 COPY RUNPARM.
013000 COPY RPTWRITE.
013100 01  WS-RPT-DETAIL             PIC X(100).
013200*--------------------------------------------------------------
013300* COUNT SHEET LINE
013400*--------------------------------------------------------------
013500 01  WS-SHEET-LINE.
013600     05 SL-PART                PIC 9(06).
013700     05 FILLER                 PIC X(02) VALUE SPACES.
013800     05 SL-DESCRIPTION         PIC X(30).
013900     05 FILLER                 PIC X(02) VALUE SPACES.
014000     05 SL-CLASS               PIC X(01).
014100     05 FILLER                 PIC X(06) VALUE SPACES.
014200     05 SL-COUNT-BOX           PIC X(12) VALUE "____________".
014300     05 FILLER                 PIC X(02) VALUE SPACES.
014400     05 SL-COUNTER-BOX         PIC X(08) VALUE "________".
014500 01  WS-TOTAL-LINE.
014600     05 TT-LABEL               PIC X(20).
014700     05 TT-COUNT               PIC ZZZZZZ9.
014800 PROCEDURE DIVISION.
014900*--------------------------------------------------------------
015000* 0000-MAINLINE
015100*--------------------------------------------------------------
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015400     PERFORM 2000-CHECK-ONE-PART THRU 2000-CHECK-ONE-PART-EXIT
015500        UNTIL END-OF-INPUT
015600     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
015700     STOP RUN.
015800*--------------------------------------------------------------
015900* 1000-INITIALIZE - SETTINGS, CLASS TABLE, PERIOD, FILES
016000*--------------------------------------------------------------
016100 1000-INITIALIZE.
016200     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
016300     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
016400     MOVE "CYCSHEET" TO RP-PROGRAM-ID
016500     MOVE "MODE" TO RP-KEYWORD
016600     MOVE "CYCLE" TO RP-DEFAULT
016700     CALL "RUNPARM" USING RUN-PARM-CONTROL
016800     IF RP-VALUE(1:5) = "ABC"
016900        SET MODE-ABC TO TRUE
017000     END-IF
017100     MOVE "CLASSES" TO RP-KEYWORD
017200     MOVE "A" TO RP-DEFAULT
017300     CALL "RUNPARM" USING RUN-PARM-CONTROL
017400     IF RP-VALUE-FOUND AND RP-VALUE(1:3) NOT = SPACES
017500        MOVE RP-VALUE(1:3) TO WS-CLASSES
017600     END-IF
017700     MOVE "PERIODS" TO RP-KEYWORD
017800     MOVE SPACES TO RP-DEFAULT
017900     CALL "RUNPARM" USING RUN-PARM-CONTROL
018000     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
018100        AND RP-VALUE(1:3) > "000"
018200        MOVE RP-VALUE(1:3) TO WS-PERIODS
018300     END-IF
018400     PERFORM 1100-LOAD-CLASSES THRU 1100-LOAD-CLASSES-EXIT
018500     PERFORM 1200-FIND-PERIOD THRU 1200-FIND-PERIOD-EXIT
018600     MOVE "N" TO WS-EOF-SW
018700     OPEN INPUT PARTS-MASTER-FILE
018800     IF WS-PARTSMST-STATUS NOT = "00"
018900        SET END-OF-INPUT TO TRUE
019000     END-IF
019100     OPEN OUTPUT COUNT-SHEET-FILE
019200     MOVE "O" TO RPT-REQUEST
019300     MOVE "CYCSHEET" TO RPT-PROGRAM-ID
019400     MOVE "CNTSHT" TO RPT-REPORT-NAME
019500     MOVE "CYCLE COUNT SHEET" TO RPT-TITLE
019600     MOVE "PART    DESCRIPTION                     CLASS  COUNTED
019700-         "      COUNTER" TO RPT-COL-HEADING
019800     MOVE 60 TO RPT-LINES-PER-PAGE
019900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020000     MOVE "D" TO RPT-REQUEST
020100     MOVE SPACES TO WS-RPT-DETAIL
020200     IF MODE-ABC
020300        STRING "SELECTION: ABC CLASSES " DELIMITED BY SIZE
020400           WS-CLASSES DELIMITED BY SPACE
020500           INTO WS-RPT-DETAIL
020600     ELSE
020700        STRING "SELECTION: CYCLE PERIOD " DELIMITED BY SIZE
020800           WS-CUR-PERIOD DELIMITED BY SIZE
020900           " OF " DELIMITED BY SIZE
021000           WS-PERIODS DELIMITED BY SIZE
021100           " THIS QUARTER" DELIMITED BY SIZE
021200           INTO WS-RPT-DETAIL
021300     END-IF
021400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
021500     MOVE SPACES TO WS-RPT-DETAIL
021600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.
021900*--------------------------------------------------------------
022000* 1100-LOAD-CLASSES - PARTCLAS IS OPTIONAL; WITHOUT IT EVERY
022100*          PART IS CLASS C
022200*--------------------------------------------------------------
022300 1100-LOAD-CLASSES.
022400     OPEN INPUT PART-CLASS-FILE
022500     IF WS-PARTCLAS-STATUS NOT = "00"
022600        GO TO 1100-LOAD-CLASSES-EXIT
022700     END-IF
022800     PERFORM 1110-LOAD-ONE-CLASS THRU 1110-LOAD-ONE-CLASS-EXIT
022900        UNTIL END-OF-INPUT
023000     CLOSE PART-CLASS-FILE.
023100 1100-LOAD-CLASSES-EXIT.
023200     EXIT.
023300 1110-LOAD-ONE-CLASS.
023400     READ PART-CLASS-FILE
023500        AT END
023600           SET END-OF-INPUT TO TRUE
023700           GO TO 1110-LOAD-ONE-CLASS-EXIT
023800     END-READ
023900     IF PC-PART-NUMBER IS NOT NUMERIC
024000        OR WS-CL-COUNT NOT < 5000
024100        GO TO 1110-LOAD-ONE-CLASS-EXIT
024200     END-IF
024300     ADD 1 TO WS-CL-COUNT
024400     MOVE PC-PART-NUMBER TO WS-CL-PART(WS-CL-COUNT)
024500     MOVE PC-ABC-CLASS TO WS-CL-CLASS(WS-CL-COUNT).
024600 1110-LOAD-ONE-CLASS-EXIT.
024700     EXIT.
024800*--------------------------------------------------------------
024900* 1200-FIND-PERIOD - WHICH OF THE QUARTER'S PERIODS TODAY IS
025000*          IN: DAYS SINCE THE QUARTER BEGAN OVER THE DAYS IN
025100*          THE QUARTER, SCALED TO PERIODS
025200*--------------------------------------------------------------
025300 1200-FIND-PERIOD.
025400     MOVE WS-RUN-DATE TO WS-RUN-DATE-N
025500     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
025600     MOVE WS-RUN-DATE TO WS-QUARTER-DATE
025610     SUBTRACT 1 FROM WS-QD-MONTH
025620     DIVIDE 3 INTO WS-QD-MONTH GIVING WS-QTR-INDEX
025630     COMPUTE WS-QD-MONTH = WS-QTR-INDEX * 3 + 1
025800     MOVE 1 TO WS-QD-DAY
025900     COMPUTE WS-QTR-START-INT =
026000        FUNCTION INTEGER-OF-DATE(WS-QUARTER-DATE-N)
026100     IF WS-QD-MONTH = 10
026200        ADD 1 TO WS-QD-YEAR
026300        MOVE 1 TO WS-QD-MONTH
026400     ELSE
026500        ADD 3 TO WS-QD-MONTH
026600     END-IF
026700     COMPUTE WS-QTR-END-INT =
026800        FUNCTION INTEGER-OF-DATE(WS-QUARTER-DATE-N)
026900     COMPUTE WS-DAY-IN-QUARTER = WS-RUN-INT - WS-QTR-START-INT
026910     COMPUTE WS-DAYS-IN-QUARTER =
026920        WS-QTR-END-INT - WS-QTR-START-INT
027100     COMPUTE WS-CUR-PERIOD =
027200        (WS-DAY-IN-QUARTER * WS-PERIODS) / WS-DAYS-IN-QUARTER.
027300 1200-FIND-PERIOD-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------
027600* 2000-CHECK-ONE-PART - ON THE SHEET OR NOT
027700*--------------------------------------------------------------
027800 2000-CHECK-ONE-PART.
027900     READ PARTS-MASTER-FILE NEXT RECORD
028000        AT END
028100           SET END-OF-INPUT TO TRUE
028200           GO TO 2000-CHECK-ONE-PART-EXIT
028300     END-READ
028400     ADD 1 TO WS-PARTS-READ
028500     MOVE "C" TO WS-PART-CLASS
028600     MOVE "N" TO WS-CLASS-FOUND-SW
028700     PERFORM 2100-FIND-CLASS THRU 2100-FIND-CLASS-EXIT
028800        VARYING WS-CL-SCAN FROM 1 BY 1
028900        UNTIL WS-CL-SCAN > WS-CL-COUNT
029000           OR CLASS-FOUND
029100     IF MODE-ABC
029200        IF WS-PART-CLASS NOT = WS-CLASSES(1:1)
029300           AND WS-PART-CLASS NOT = WS-CLASSES(2:1)
029400           AND WS-PART-CLASS NOT = WS-CLASSES(3:1)
029500           GO TO 2000-CHECK-ONE-PART-EXIT
029600        END-IF
029700     ELSE
029800        COMPUTE WS-PART-PERIOD =
029900           FUNCTION MOD(PM-PART-NUMBER, WS-PERIODS)
030000        IF WS-PART-PERIOD NOT = WS-CUR-PERIOD
030100           GO TO 2000-CHECK-ONE-PART-EXIT
030200        END-IF
030300     END-IF
030400     ADD 1 TO WS-PARTS-SELECTED
030500     MOVE SPACES TO WS-SHEET-LINE
030600     MOVE PM-PART-NUMBER TO SL-PART
030700     MOVE PM-DESCRIPTION TO SL-DESCRIPTION
030800     MOVE WS-PART-CLASS TO SL-CLASS
030900     MOVE ALL "_" TO SL-COUNT-BOX
031000     MOVE ALL "_" TO SL-COUNTER-BOX
031100     MOVE WS-SHEET-LINE TO WS-RPT-DETAIL
031200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031300     MOVE SPACES TO COUNT-SHEET-RECORD
031400     MOVE PM-PART-NUMBER TO CE-PART-NUMBER
031500     WRITE COUNT-SHEET-RECORD.
031600 2000-CHECK-ONE-PART-EXIT.
031700     EXIT.
031800 2100-FIND-CLASS.
031900     IF WS-CL-PART(WS-CL-SCAN) = PM-PART-NUMBER
032000        SET CLASS-FOUND TO TRUE
032100        IF WS-CL-CLASS(WS-CL-SCAN) NOT = SPACE
032200           MOVE WS-CL-CLASS(WS-CL-SCAN) TO WS-PART-CLASS
032300        END-IF
032400     END-IF.
032500 2100-FIND-CLASS-EXIT.
032600     EXIT.
032700*--------------------------------------------------------------
032800* 9000-FINISH
032900*--------------------------------------------------------------
033000 9000-FINISH.
033100     MOVE SPACES TO WS-RPT-DETAIL
033200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033300     MOVE "PARTS ON MASTER" TO TT-LABEL
033400     MOVE WS-PARTS-READ TO TT-COUNT
033500     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
033600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033700     MOVE "PARTS TO COUNT" TO TT-LABEL
033800     MOVE WS-PARTS-SELECTED TO TT-COUNT
033900     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
034000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
034100     MOVE "C" TO RPT-REQUEST
034200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
034300     CLOSE PARTS-MASTER-FILE
034400     CLOSE COUNT-SHEET-FILE
034500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
034600 9000-FINISH-EXIT.
034700     EXIT.
034800*--------------------------------------------------------------
034900* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
035000*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
035100*--------------------------------------------------------------
035200 9100-LOG-JOB-ACCT.
035300     OPEN EXTEND JOB-ACCT-FILE
035400     IF WS-JOBACCT-STATUS = "35"
035500        OPEN OUTPUT JOB-ACCT-FILE
035600        CLOSE JOB-ACCT-FILE
035700        OPEN EXTEND JOB-ACCT-FILE
035800     END-IF
035900     MOVE "CYCSHEET" TO JA-PROGRAM-NAME
036000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
036100     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
036200     MOVE "COMPLETED" TO JA-RETURN-STATUS
036300     MOVE WS-PARTS-SELECTED TO JA-RECORD-COUNT
036400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
036500     CLOSE JOB-ACCT-FILE.
036600 9100-LOG-JOB-ACCT-EXIT.
036700     EXIT.
