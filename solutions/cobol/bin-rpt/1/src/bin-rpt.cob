000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BIN-RPT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. WAREHOUSE FLOOR CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. BIN-LOCATION EXCEPTION REPORT
001100*                 (BINRPT). WALKS THE BIN-LOCATION MASTER
001200*                 (BINLOC) AGAINST THE PARTS MASTER AND LISTS
001300*                 EVERY EMPTY BIN (ON-HAND ZERO), EVERY OVERFULL
001400*                 BIN (ON-HAND ABOVE THE BIN CAPACITY), AND
001500*                 EVERY BIN LEFT UNASSIGNED BECAUSE ITS PART HAS
001600*                 GONE FROM THE CATALOG; THEN WALKS THE PARTS
001700*                 MASTER AND LISTS EVERY PART WITH NO BIN, WHICH
001800*                 THE SIMULATOR CANNOT SEND A ROBOT TO PICK.
001900*                 OVERFULL OR UNASSIGNED ENDS THE RUN WITH
002000*                 RETURN CODE 4.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS BL-PART-NUMBER
003200         FILE STATUS IS WS-BINLOC-STATUS.
003300     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PM-PART-NUMBER
003700         FILE STATUS IS WS-PARTSMST-STATUS.
003800     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-JOBACCT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BIN-LOCATION-FILE.
004400 01  BIN-LOCATION-RECORD.
004500     05 BL-PART-NUMBER         PIC 9(06).
004600     05 BL-X                   PIC S999.
004700     05 BL-Y                   PIC S999.
004800     05 BL-CAPACITY            PIC 9(07).
004900     05 BL-LAST-CHANGED        PIC X(08).
005000 FD  PARTS-MASTER-FILE.
005100 01  PARTS-MASTER-RECORD.
005200     05 PM-PART-NUMBER        PIC 9(6).
005300     05 PM-DESCRIPTION        PIC X(30).
005400     05 PM-ON-HAND            PIC 9(07).
005500     05 PM-REORDER-POINT      PIC 9(05).
005600     05 PM-REORDER-QTY        PIC 9(05).
005700 FD  JOB-ACCT-FILE
005800     RECORDING MODE IS F.
005900 01  JOB-ACCT-FILE-RECORD      PIC X(60).
006000 WORKING-STORAGE SECTION.
006100*--------------------------------------------------------------
006200* FILE STATUS AND RUN CONTROLS
006300*--------------------------------------------------------------
006400 77  WS-BINLOC-STATUS          PIC XX.
006500 77  WS-PARTSMST-STATUS        PIC XX.
006600 77  WS-JOBACCT-STATUS         PIC XX.
006700 77  WS-EOF-SW                 PIC X VALUE "N".
006800     88 END-OF-INPUT           VALUE "Y".
006900 77  WS-BINLOC-OPEN-SW         PIC X VALUE "N".
007000     88 BIN-LOCATION-AVAILABLE VALUE "Y".
007100 77  WS-PARTSMST-OPEN-SW       PIC X VALUE "N".
007200     88 PARTS-MASTER-AVAILABLE VALUE "Y".
007300 77  WS-JA-START-TIMESTAMP     PIC X(14).
007400 COPY JOBACCT.
007500 COPY RPTWRITE.
007600 01  WS-RPT-DETAIL             PIC X(100).
007700*--------------------------------------------------------------
007800* RUN TOTALS
007900*--------------------------------------------------------------
008000 77  WS-RECORDS-READ           PIC 9(07) BINARY VALUE ZERO.
008100 77  WS-BINS-READ              PIC 9(07) BINARY VALUE ZERO.
008200 77  WS-EMPTY-COUNT            PIC 9(07) BINARY VALUE ZERO.
008300 77  WS-OVERFULL-COUNT         PIC 9(07) BINARY VALUE ZERO.
008400 77  WS-ORPHAN-COUNT           PIC 9(07) BINARY VALUE ZERO.
008500 77  WS-UNASSIGNED-COUNT       PIC 9(07) BINARY VALUE ZERO.
008600*--------------------------------------------------------------
008700* REPORT LINES
008800*--------------------------------------------------------------
008900 01  WS-BIN-LINE.
009000     05 BR-PART                PIC X(06).
009100     05 FILLER                 PIC X(02) VALUE SPACES.
009200     05 BR-DESCRIPTION         PIC X(20).
009300     05 FILLER                 PIC X(02) VALUE SPACES.
009400     05 BR-X                   PIC -999.
009500     05 FILLER                 PIC X(02) VALUE SPACES.
009600     05 BR-Y                   PIC -999.
009700     05 FILLER                 PIC X(02) VALUE SPACES.
009800     05 BR-CAPACITY            PIC ZZZZZZ9.
009900     05 FILLER                 PIC X(02) VALUE SPACES.
010000     05 BR-ON-HAND             PIC ZZZZZZ9.
010100     05 FILLER                 PIC X(02) VALUE SPACES.
010200     05 BR-STATUS              PIC X(30).
010300 01  WS-TOTAL-LINE.
010400     05 TT-LABEL               PIC X(24).
010500     05 TT-COUNT               PIC ZZZZZZ9.
010600 PROCEDURE DIVISION.
010700*--------------------------------------------------------------
010800* 0000-MAINLINE
010900*--------------------------------------------------------------
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011200     PERFORM 2000-CHECK-BINS THRU 2000-CHECK-BINS-EXIT
011300     PERFORM 3000-CHECK-PARTS THRU 3000-CHECK-PARTS-EXIT
011400     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
011500     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
011600*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY BIN IS
011700*    OVERFULL OR ANY BIN OR PART IS UNASSIGNED.
011800     IF WS-OVERFULL-COUNT > ZERO
011900        OR WS-ORPHAN-COUNT > ZERO
012000        OR WS-UNASSIGNED-COUNT > ZERO
012100        MOVE 4 TO RETURN-CODE
012200     END-IF
012300     STOP RUN.
012400*--------------------------------------------------------------
012500* 1000-INITIALIZE
012600*--------------------------------------------------------------
012700 1000-INITIALIZE.
012800     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
012900     OPEN INPUT BIN-LOCATION-FILE
013000     IF WS-BINLOC-STATUS = "00"
013100        SET BIN-LOCATION-AVAILABLE TO TRUE
013200     END-IF
013300     OPEN INPUT PARTS-MASTER-FILE
013400     IF WS-PARTSMST-STATUS = "00"
013500        SET PARTS-MASTER-AVAILABLE TO TRUE
013600     END-IF
013700     MOVE "O" TO RPT-REQUEST
013800     MOVE "BINRPT" TO RPT-PROGRAM-ID
013900     MOVE "BINRPT" TO RPT-REPORT-NAME
014000     MOVE "BIN LOCATION EXCEPTIONS" TO RPT-TITLE
014100     MOVE "PART    DESCRIPTION              X     Y CAPACITY  ON-H
014200-         "AND  STATUS" TO RPT-COL-HEADING
014300     MOVE 60 TO RPT-LINES-PER-PAGE
014400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
014500     MOVE "D" TO RPT-REQUEST
014600     IF NOT BIN-LOCATION-AVAILABLE
014700        MOVE "BIN LOCATION MASTER NOT AVAILABLE" TO WS-RPT-DETAIL
014800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
014900     END-IF
015000     IF NOT PARTS-MASTER-AVAILABLE
015100        MOVE "PARTS MASTER NOT AVAILABLE" TO WS-RPT-DETAIL
015200        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
015300     END-IF.
015400 1000-INITIALIZE-EXIT.
015500     EXIT.
015600*--------------------------------------------------------------
015700* 2000-CHECK-BINS - EVERY BIN AGAINST ITS PART'S ON-HAND
015800*--------------------------------------------------------------
015900 2000-CHECK-BINS.
016000     IF NOT BIN-LOCATION-AVAILABLE
016100        GO TO 2000-CHECK-BINS-EXIT
016200     END-IF
016300     MOVE "N" TO WS-EOF-SW
016400     MOVE ZERO TO BL-PART-NUMBER
016500     START BIN-LOCATION-FILE KEY NOT < BL-PART-NUMBER
016600        INVALID KEY
016700           SET END-OF-INPUT TO TRUE
016800     END-START
016900     PERFORM 2100-CHECK-ONE-BIN THRU 2100-CHECK-ONE-BIN-EXIT
017000        UNTIL END-OF-INPUT.
017100 2000-CHECK-BINS-EXIT.
017200     EXIT.
017300*--------------------------------------------------------------
017400* 2100-CHECK-ONE-BIN
017500*--------------------------------------------------------------
017600 2100-CHECK-ONE-BIN.
017700     READ BIN-LOCATION-FILE NEXT RECORD
017800        AT END
017900           SET END-OF-INPUT TO TRUE
018000           GO TO 2100-CHECK-ONE-BIN-EXIT
018100     END-READ
018200     ADD 1 TO WS-RECORDS-READ
018300     ADD 1 TO WS-BINS-READ
018400     MOVE SPACES TO WS-BIN-LINE
018500     MOVE BL-PART-NUMBER TO BR-PART
018600     MOVE BL-X TO BR-X
018700     MOVE BL-Y TO BR-Y
018800     MOVE BL-CAPACITY TO BR-CAPACITY
018900     MOVE BL-PART-NUMBER TO PM-PART-NUMBER
019000     IF PARTS-MASTER-AVAILABLE
019100        READ PARTS-MASTER-FILE
019200           INVALID KEY
019300              MOVE "99" TO WS-PARTSMST-STATUS
019400        END-READ
019500     ELSE
019600        MOVE "99" TO WS-PARTSMST-STATUS
019700     END-IF
019800     IF WS-PARTSMST-STATUS NOT = "00"
019900        MOVE "UNASSIGNED - PART NOT ON MASTER" TO BR-STATUS
020000        ADD 1 TO WS-ORPHAN-COUNT
020100        PERFORM 2900-WRITE-BIN-LINE THRU 2900-WRITE-BIN-LINE-EXIT
020200        GO TO 2100-CHECK-ONE-BIN-EXIT
020300     END-IF
020400     MOVE PM-DESCRIPTION TO BR-DESCRIPTION
020500     MOVE PM-ON-HAND TO BR-ON-HAND
020600     EVALUATE TRUE
020700        WHEN PM-ON-HAND = ZERO
020800           MOVE "EMPTY" TO BR-STATUS
020900           ADD 1 TO WS-EMPTY-COUNT
021000           PERFORM 2900-WRITE-BIN-LINE
021100              THRU 2900-WRITE-BIN-LINE-EXIT
021200        WHEN PM-ON-HAND > BL-CAPACITY
021300           MOVE "OVERFULL" TO BR-STATUS
021400           ADD 1 TO WS-OVERFULL-COUNT
021500           PERFORM 2900-WRITE-BIN-LINE
021600              THRU 2900-WRITE-BIN-LINE-EXIT
021700     END-EVALUATE.
021800 2100-CHECK-ONE-BIN-EXIT.
021900     EXIT.
022000*--------------------------------------------------------------
022100* 2900-WRITE-BIN-LINE
022200*--------------------------------------------------------------
022300 2900-WRITE-BIN-LINE.
022400     MOVE WS-BIN-LINE TO WS-RPT-DETAIL
022500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
022600 2900-WRITE-BIN-LINE-EXIT.
022700     EXIT.
022800*--------------------------------------------------------------
022900* 3000-CHECK-PARTS - EVERY CATALOG PART MUST HAVE A BIN
023000*--------------------------------------------------------------
023100 3000-CHECK-PARTS.
023200     IF NOT PARTS-MASTER-AVAILABLE
023300        GO TO 3000-CHECK-PARTS-EXIT
023400     END-IF
023500     MOVE "N" TO WS-EOF-SW
023600     MOVE ZERO TO PM-PART-NUMBER
023700     START PARTS-MASTER-FILE KEY NOT < PM-PART-NUMBER
023800        INVALID KEY
023900           SET END-OF-INPUT TO TRUE
024000     END-START
024100     PERFORM 3100-CHECK-ONE-PART THRU 3100-CHECK-ONE-PART-EXIT
024200        UNTIL END-OF-INPUT.
024300 3000-CHECK-PARTS-EXIT.
024400     EXIT.
024500*--------------------------------------------------------------
024600* 3100-CHECK-ONE-PART
024700*--------------------------------------------------------------
024800 3100-CHECK-ONE-PART.
024900     READ PARTS-MASTER-FILE NEXT RECORD
025000        AT END
025100           SET END-OF-INPUT TO TRUE
025200           GO TO 3100-CHECK-ONE-PART-EXIT
025300     END-READ
025400     ADD 1 TO WS-RECORDS-READ
025500     IF BIN-LOCATION-AVAILABLE
025600        MOVE PM-PART-NUMBER TO BL-PART-NUMBER
025700        READ BIN-LOCATION-FILE
025800           INVALID KEY
025900              MOVE "99" TO WS-BINLOC-STATUS
026000        END-READ
026100        IF WS-BINLOC-STATUS = "00"
026200           GO TO 3100-CHECK-ONE-PART-EXIT
026300        END-IF
026400     END-IF
026500     MOVE SPACES TO WS-BIN-LINE
026600     MOVE PM-PART-NUMBER TO BR-PART
026700     MOVE PM-DESCRIPTION TO BR-DESCRIPTION
026800     MOVE PM-ON-HAND TO BR-ON-HAND
026900     MOVE "UNASSIGNED - PART HAS NO BIN" TO BR-STATUS
027000     ADD 1 TO WS-UNASSIGNED-COUNT
027100     PERFORM 2900-WRITE-BIN-LINE THRU 2900-WRITE-BIN-LINE-EXIT.
027200 3100-CHECK-ONE-PART-EXIT.
027300     EXIT.
027400*--------------------------------------------------------------
027500* 6000-WRITE-TOTALS
027600*--------------------------------------------------------------
027700 6000-WRITE-TOTALS.
027800     MOVE SPACES TO WS-RPT-DETAIL
027900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028000     MOVE "BINS ON FILE" TO TT-LABEL
028100     MOVE WS-BINS-READ TO TT-COUNT
028200     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
028300     MOVE "EMPTY BINS" TO TT-LABEL
028400     MOVE WS-EMPTY-COUNT TO TT-COUNT
028500     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
028600     MOVE "OVERFULL BINS" TO TT-LABEL
028700     MOVE WS-OVERFULL-COUNT TO TT-COUNT
028800     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
028900     MOVE "BINS WITH NO PART" TO TT-LABEL
029000     MOVE WS-ORPHAN-COUNT TO TT-COUNT
029100     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
029200     MOVE "PARTS WITH NO BIN" TO TT-LABEL
029300     MOVE WS-UNASSIGNED-COUNT TO TT-COUNT
029400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
029500 6000-WRITE-TOTALS-EXIT.
029600     EXIT.
029700*--------------------------------------------------------------
029800* 6900-WRITE-TOTAL
029900*--------------------------------------------------------------
030000 6900-WRITE-TOTAL.
030100     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
030200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
030300 6900-WRITE-TOTAL-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------
030600* 9000-FINISH
030700*--------------------------------------------------------------
030800 9000-FINISH.
030900     MOVE "C" TO RPT-REQUEST
031000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031100     IF BIN-LOCATION-AVAILABLE
031200        CLOSE BIN-LOCATION-FILE
031300     END-IF
031400     IF PARTS-MASTER-AVAILABLE
031500        CLOSE PARTS-MASTER-FILE
031600     END-IF
031700     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
031800 9000-FINISH-EXIT.
031900     EXIT.
032000*--------------------------------------------------------------
032100* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
032200*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
032300*--------------------------------------------------------------
032400 9100-LOG-JOB-ACCT.
032500     OPEN EXTEND JOB-ACCT-FILE
032600     IF WS-JOBACCT-STATUS = "35"
032700        OPEN OUTPUT JOB-ACCT-FILE
032800        CLOSE JOB-ACCT-FILE
032900        OPEN EXTEND JOB-ACCT-FILE
033000     END-IF
033100     MOVE "BINRPT" TO JA-PROGRAM-NAME
033200     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
033300     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
033400     MOVE "COMPLETED" TO JA-RETURN-STATUS
033500     MOVE WS-RECORDS-READ TO JA-RECORD-COUNT
033600     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
033700     CLOSE JOB-ACCT-FILE.
033800 9100-LOG-JOB-ACCT-EXIT.
033900     EXIT.
