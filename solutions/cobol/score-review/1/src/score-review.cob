000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCORE-REVIEW.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. REVIEW REPORT (SCORREV) FOR THE
001100*                 SCORES THE HIGH-SCORES ANOMALY SCREEN HELD ON
001200*                 THE PENDING-REVIEW FILE (SCOREPND). EACH HELD
001300*                 SCORE IS PRINTED WITH ITS HOLD NUMBER, THE
001400*                 MEAN, SPREAD AND LIMIT IT WAS JUDGED AGAINST,
001500*                 AND THE PLAYER'S LAST N SCORES ON SCOREDAT
001600*                 (RUNCTL HISCORE ANOMLASTN, DEFAULT 10), SO THE
001700*                 DESK CAN KEY A SCORE-ADJ POST OR VOID.
001800*                 SCORES ALREADY POSTED OR VOIDED ARE COUNTED
001900*                 BUT NOT LISTED.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
002400     FUNCTION ALL INTRINSIC.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PENDING-SCORE-FILE ASSIGN TO "SCOREPND"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS PD-KEY
003100         FILE STATUS IS WS-SCOREPND-STATUS.
003200     SELECT SCORES-FILE ASSIGN TO "SCOREDAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SCORE-KEY
003600         FILE STATUS IS WS-SCORES-FILE-STATUS.
003700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-JOBACCT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PENDING-SCORE-FILE.
004300 01  PENDING-SCORE-RECORD.
004400     05 PD-KEY.
004500        10 PD-PLAYER-ID        PIC X(10).
004600        10 PD-HOLD-NO          PIC 9(04).
004700     05 PD-SCORE               PIC 999.
004800     05 PD-SCORE-DATE          PIC X(08).
004900     05 PD-MEAN                PIC 999V9.
005000     05 PD-SPREAD              PIC 999V9.
005100     05 PD-LIMIT               PIC 999V9.
005200     05 PD-HISTORY-COUNT       PIC 9(03).
005300     05 PD-STATUS              PIC X(01).
005400        88 PD-HELD             VALUE "H".
005500        88 PD-POSTED           VALUE "P".
005600        88 PD-VOIDED           VALUE "V".
005700     05 PD-REVIEW-DATE         PIC X(08).
005800     05 PD-POSTED-SEQ          PIC 9(04).
005900 FD  SCORES-FILE.
006000 01  SCORES-RECORD.
006100     05 SCORE-KEY.
006200        10 SCORE-PLAYER-ID     PIC X(10).
006300        10 SCORE-SEQ-NO        PIC 9(04).
006400     05 SCORE-VALUE            PIC 999.
006500     05 SCORE-DATE             PIC X(08).
006600 FD  JOB-ACCT-FILE
006700     RECORDING MODE IS F.
006800 01  JOB-ACCT-FILE-RECORD      PIC X(60).
006900 WORKING-STORAGE SECTION.
007000*--------------------------------------------------------------
007100* FILE STATUS AND RUN CONTROLS
007200*--------------------------------------------------------------
007300 77  WS-SCOREPND-STATUS        PIC XX.
007400 77  WS-SCORES-FILE-STATUS     PIC XX.
007500 77  WS-JOBACCT-STATUS         PIC XX.
007600 77  WS-PND-EOF-SW             PIC X(01) VALUE "N".
007700     88 END-OF-PENDING         VALUE "Y".
007800 77  WS-SCORES-SW              PIC X(01) VALUE "N".
007900     88 SCORES-AVAILABLE       VALUE "Y".
008000 77  WS-JA-START-TIMESTAMP     PIC X(14).
008100 77  WS-LAST-N                 PIC 9(03) VALUE 010.
008200 77  WS-HELD-COUNT             PIC 9(05) BINARY VALUE ZERO.
008300 77  WS-POSTED-COUNT           PIC 9(05) BINARY VALUE ZERO.
008400 77  WS-VOIDED-COUNT           PIC 9(05) BINARY VALUE ZERO.
008500 COPY JOBACCT.
008600 COPY RUNPARM.
008700 COPY RPTWRITE.
008800 01  WS-RPT-DETAIL             PIC X(100).
008900*--------------------------------------------------------------
009000* THE PLAYER'S MOST RECENT SCORES, OLDEST FIRST
009100*--------------------------------------------------------------
009200 01  WS-RECENT-TABLE.
009300     05 WS-RC-COUNT            PIC 9(03) BINARY VALUE ZERO.
009400     05 WS-RC-ENTRY OCCURS 100 TIMES.
009500        10 WS-RC-SEQ-NO        PIC 9(04).
009600        10 WS-RC-SCORE         PIC 999.
009700        10 WS-RC-DATE          PIC X(08).
009800 77  WS-RC-SCAN                PIC 9(03) BINARY.
009900*--------------------------------------------------------------
010000* REPORT LINES
010100*--------------------------------------------------------------
010200 01  WS-HELD-LINE.
010300     05 HL-PLAYER              PIC X(10).
010400     05 FILLER                 PIC X(02) VALUE SPACES.
010500     05 HL-HOLD-NO             PIC ZZZ9.
010600     05 FILLER                 PIC X(02) VALUE SPACES.
010700     05 HL-SCORE               PIC ZZ9.
010800     05 FILLER                 PIC X(02) VALUE SPACES.
010900     05 HL-DATE                PIC X(08).
011000     05 FILLER                 PIC X(02) VALUE SPACES.
011100     05 HL-MEAN                PIC ZZ9.9.
011200     05 FILLER                 PIC X(02) VALUE SPACES.
011300     05 HL-SPREAD              PIC ZZ9.9.
011400     05 FILLER                 PIC X(02) VALUE SPACES.
011500     05 HL-LIMIT               PIC ZZ9.9.
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 HL-HISTORY             PIC ZZ9.
011800 01  WS-HISTORY-LINE.
011900     05 FILLER                 PIC X(12) VALUE SPACES.
012000     05 FILLER                 PIC X(08) VALUE "RECENT  ".
012100     05 HH-SEQ-NO              PIC ZZZ9.
012200     05 FILLER                 PIC X(02) VALUE SPACES.
012300     05 HH-SCORE               PIC ZZ9.
012400     05 FILLER                 PIC X(02) VALUE SPACES.
012500     05 HH-DATE                PIC X(08).
012600 01  WS-TOTAL-LINE.
012700     05 TT-LABEL               PIC X(20).
012800     05 TT-COUNT               PIC ZZZZ9.
012900 PROCEDURE DIVISION.
013000*--------------------------------------------------------------
013100* 0000-MAINLINE
013200*--------------------------------------------------------------
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013500     PERFORM 2000-REVIEW-ONE-HOLD THRU 2000-REVIEW-ONE-HOLD-EXIT
013600        UNTIL END-OF-PENDING
013700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
013800     STOP RUN.
013900*--------------------------------------------------------------
014000* 1000-INITIALIZE - OPEN THE FILES, HISTORY DEPTH, REPORT
014100*--------------------------------------------------------------
014200 1000-INITIALIZE.
014300     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
014400     MOVE "HISCORE" TO RP-PROGRAM-ID
014500     MOVE "ANOMLASTN" TO RP-KEYWORD
014600     MOVE SPACES TO RP-DEFAULT
014700     CALL "RUNPARM" USING RUN-PARM-CONTROL
014800     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
014900        MOVE RP-VALUE(1:3) TO WS-LAST-N
015000     END-IF
015100     IF WS-LAST-N > 100 OR WS-LAST-N = ZERO
015200        MOVE 100 TO WS-LAST-N
015300     END-IF
015400     MOVE "O" TO RPT-REQUEST
015500     MOVE "SCORREV" TO RPT-PROGRAM-ID
015600     MOVE "SCORREV" TO RPT-REPORT-NAME
015700     MOVE "HELD SCORES FOR REVIEW" TO RPT-TITLE
015800     MOVE "PLAYER      HOLD  SCORE  DATE       MEAN  SPREAD  LIMI
015900-         "T  HIST" TO RPT-COL-HEADING
016000     MOVE 60 TO RPT-LINES-PER-PAGE
016100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
016200     MOVE "D" TO RPT-REQUEST
016300     OPEN INPUT SCORES-FILE
016400     IF WS-SCORES-FILE-STATUS = "00"
016500        SET SCORES-AVAILABLE TO TRUE
016600     END-IF
016700     OPEN INPUT PENDING-SCORE-FILE
016800     IF WS-SCOREPND-STATUS NOT = "00"
016900        SET END-OF-PENDING TO TRUE
017000        MOVE "NO PENDING-REVIEW FILE - NOTHING HELD"
017100           TO WS-RPT-DETAIL
017200        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
017300     END-IF.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600*--------------------------------------------------------------
017700* 2000-REVIEW-ONE-HOLD - ONE HELD SCORE AND THE PLAYER'S
017800*          RECENT HISTORY
017900*--------------------------------------------------------------
018000 2000-REVIEW-ONE-HOLD.
018100     READ PENDING-SCORE-FILE NEXT RECORD
018200        AT END
018300           SET END-OF-PENDING TO TRUE
018400           GO TO 2000-REVIEW-ONE-HOLD-EXIT
018500     END-READ
018600     EVALUATE TRUE
018700        WHEN PD-POSTED
018800           ADD 1 TO WS-POSTED-COUNT
018900           GO TO 2000-REVIEW-ONE-HOLD-EXIT
019000        WHEN PD-VOIDED
019100           ADD 1 TO WS-VOIDED-COUNT
019200           GO TO 2000-REVIEW-ONE-HOLD-EXIT
019300     END-EVALUATE
019400     ADD 1 TO WS-HELD-COUNT
019500     MOVE SPACES TO WS-RPT-DETAIL
019600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
019700     MOVE PD-PLAYER-ID TO HL-PLAYER
019800     MOVE PD-HOLD-NO TO HL-HOLD-NO
019900     MOVE PD-SCORE TO HL-SCORE
020000     MOVE PD-SCORE-DATE TO HL-DATE
020100     MOVE PD-MEAN TO HL-MEAN
020200     MOVE PD-SPREAD TO HL-SPREAD
020300     MOVE PD-LIMIT TO HL-LIMIT
020400     MOVE PD-HISTORY-COUNT TO HL-HISTORY
020500     MOVE WS-HELD-LINE TO WS-RPT-DETAIL
020600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020700     IF NOT SCORES-AVAILABLE
020800        GO TO 2000-REVIEW-ONE-HOLD-EXIT
020900     END-IF
021000     MOVE ZERO TO WS-RC-COUNT
021100     MOVE PD-PLAYER-ID TO SCORE-PLAYER-ID
021200     MOVE ZERO TO SCORE-SEQ-NO
021300     START SCORES-FILE KEY IS NOT < SCORE-KEY
021400        INVALID KEY MOVE "10" TO WS-SCORES-FILE-STATUS
021500     END-START
021600     PERFORM 2100-TAKE-ONE-SCORE THRU 2100-TAKE-ONE-SCORE-EXIT
021700        UNTIL WS-SCORES-FILE-STATUS NOT = "00"
021800     MOVE "00" TO WS-SCORES-FILE-STATUS
021900     PERFORM 2200-PRINT-ONE-RECENT THRU 2200-PRINT-ONE-RECENT-EXIT
022000        VARYING WS-RC-SCAN FROM 1 BY 1
022100        UNTIL WS-RC-SCAN > WS-RC-COUNT.
022200 2000-REVIEW-ONE-HOLD-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* 2100-TAKE-ONE-SCORE - KEEP THE LAST N ROWS, DROPPING THE
022600*          OLDEST WHEN THE WINDOW IS FULL
022700*--------------------------------------------------------------
022800 2100-TAKE-ONE-SCORE.
022900     READ SCORES-FILE NEXT RECORD
023000        AT END
023100           MOVE "10" TO WS-SCORES-FILE-STATUS
023200           GO TO 2100-TAKE-ONE-SCORE-EXIT
023300     END-READ
023400     IF SCORE-PLAYER-ID NOT = PD-PLAYER-ID
023500        MOVE "10" TO WS-SCORES-FILE-STATUS
023600        GO TO 2100-TAKE-ONE-SCORE-EXIT
023700     END-IF
023800     IF WS-RC-COUNT NOT < WS-LAST-N
023900        PERFORM 2110-SHIFT-ONE THRU 2110-SHIFT-ONE-EXIT
024000           VARYING WS-RC-SCAN FROM 1 BY 1
024100           UNTIL WS-RC-SCAN NOT < WS-RC-COUNT
024200     ELSE
024300        ADD 1 TO WS-RC-COUNT
024400     END-IF
024500     MOVE SCORE-SEQ-NO TO WS-RC-SEQ-NO(WS-RC-COUNT)
024600     MOVE SCORE-VALUE TO WS-RC-SCORE(WS-RC-COUNT)
024700     MOVE SCORE-DATE TO WS-RC-DATE(WS-RC-COUNT).
024800 2100-TAKE-ONE-SCORE-EXIT.
024900     EXIT.
025000*--------------------------------------------------------------
025100* 2110-SHIFT-ONE
025200*--------------------------------------------------------------
025300 2110-SHIFT-ONE.
025400     MOVE WS-RC-ENTRY(WS-RC-SCAN + 1) TO WS-RC-ENTRY(WS-RC-SCAN).
025500 2110-SHIFT-ONE-EXIT.
025600     EXIT.
025700*--------------------------------------------------------------
025800* 2200-PRINT-ONE-RECENT
025900*--------------------------------------------------------------
026000 2200-PRINT-ONE-RECENT.
026100     MOVE WS-RC-SEQ-NO(WS-RC-SCAN) TO HH-SEQ-NO
026200     MOVE WS-RC-SCORE(WS-RC-SCAN) TO HH-SCORE
026300     MOVE WS-RC-DATE(WS-RC-SCAN) TO HH-DATE
026400     MOVE WS-HISTORY-LINE TO WS-RPT-DETAIL
026500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
026600 2200-PRINT-ONE-RECENT-EXIT.
026700     EXIT.
026800*--------------------------------------------------------------
026900* 9000-FINISH - TOTALS, CLOSE AND LOG
027000*--------------------------------------------------------------
027100 9000-FINISH.
027200     MOVE SPACES TO WS-RPT-DETAIL
027300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027400     MOVE "AWAITING REVIEW   :" TO TT-LABEL
027500     MOVE WS-HELD-COUNT TO TT-COUNT
027600     PERFORM 9900-WRITE-TOTAL THRU 9900-WRITE-TOTAL-EXIT
027700     MOVE "POSTED            :" TO TT-LABEL
027800     MOVE WS-POSTED-COUNT TO TT-COUNT
027900     PERFORM 9900-WRITE-TOTAL THRU 9900-WRITE-TOTAL-EXIT
028000     MOVE "VOIDED            :" TO TT-LABEL
028100     MOVE WS-VOIDED-COUNT TO TT-COUNT
028200     PERFORM 9900-WRITE-TOTAL THRU 9900-WRITE-TOTAL-EXIT
028300     MOVE "C" TO RPT-REQUEST
028400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028500     IF WS-SCOREPND-STATUS NOT = "35"
028600        CLOSE PENDING-SCORE-FILE
028700     END-IF
028800     IF SCORES-AVAILABLE
028900        CLOSE SCORES-FILE
029000     END-IF
029100     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
029200 9000-FINISH-EXIT.
029300     EXIT.
029400*--------------------------------------------------------------
029500* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
029600*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
029700*--------------------------------------------------------------
029800 9100-LOG-JOB-ACCT.
029900     OPEN EXTEND JOB-ACCT-FILE
030000     IF WS-JOBACCT-STATUS = "35"
030100        OPEN OUTPUT JOB-ACCT-FILE
030200        CLOSE JOB-ACCT-FILE
030300        OPEN EXTEND JOB-ACCT-FILE
030400     END-IF
030500     MOVE "SCORREV" TO JA-PROGRAM-NAME
030600     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
030700     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
030800     MOVE "COMPLETED" TO JA-RETURN-STATUS
030900     MOVE WS-HELD-COUNT TO JA-RECORD-COUNT
031000     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
031100     CLOSE JOB-ACCT-FILE.
031200 9100-LOG-JOB-ACCT-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------
031500* 9900-WRITE-TOTAL
031600*--------------------------------------------------------------
031700 9900-WRITE-TOTAL.
031800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
031900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
032000 9900-WRITE-TOTAL-EXIT.
032100     EXIT.
