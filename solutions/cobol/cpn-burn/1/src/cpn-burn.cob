000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CPN-BURN.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. EVENT OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. COUPON CAMPAIGN BURN REPORT
001100*                 (CPNBURN). ONE LINE PER CAMPAIGN ON THE CAMPAIGN
001200*                 MASTER (CPNCAMP): COUPONS ISSUED AGAINST THE
001300*                 CAP, COUPONS REDEEMED, AND REIMBURSEMENT SPENT
001400*                 AGAINST THE BUDGET WITH THE PERCENTAGE BURNED,
001500*                 AND WHERE THE CAMPAIGN STANDS (NOT STARTED,
001600*                 ISSUING, CAP REACHED, CLOSED, OVER BUDGET).
001700*                 ISSUED COUNTS COME FROM TWO-FER, REDEEMED AND
001800*                 SPENT FROM CPN-REDEEM, SO THIS RUNS AFTER THE
001900*                 NIGHTLY REDEMPTION. A CAMPAIGN OVER BUDGET ENDS
002000*                 THE RUN WITH RETURN CODE 4.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CPNCAMP"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CM-CAMPAIGN-ID
003200         FILE STATUS IS WS-CPNCAMP-STATUS.
003300     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-JOBACCT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CAMPAIGN-MASTER-FILE.
003900 01  CAMPAIGN-MASTER-RECORD.
004000     05 CM-CAMPAIGN-ID         PIC X(08).
004100     05 CM-OFFER-TEXT          PIC X(40).
004200     05 CM-ISSUE-FROM          PIC X(08).
004300     05 CM-ISSUE-TO            PIC X(08).
004400     05 CM-EXPIRY-DAYS         PIC 9(03).
004500     05 CM-EXPIRY-DATE         PIC X(08).
004600     05 CM-EXPIRY-CAL          PIC X(08).
004700     05 CM-MAX-COUPONS         PIC 9(07).
004800     05 CM-BUDGET              PIC 9(07)V99.
004900     05 CM-ISSUED              PIC 9(07).
005000     05 CM-REDEEMED            PIC 9(07).
005100     05 CM-SPENT               PIC 9(07)V99.
005200     05 CM-VENUE-COUNT         PIC 9(02).
005300     05 CM-VENUE               PIC X(04) OCCURS 10 TIMES.
005400 FD  JOB-ACCT-FILE
005500     RECORDING MODE IS F.
005600 01  JOB-ACCT-FILE-RECORD      PIC X(60).
005700 WORKING-STORAGE SECTION.
005800*--------------------------------------------------------------
005900* FILE STATUS AND RUN CONTROLS
006000*--------------------------------------------------------------
006100 77  WS-CPNCAMP-STATUS         PIC XX.
006200 77  WS-JOBACCT-STATUS         PIC XX.
006300 77  WS-EOF-SW                 PIC X VALUE "N".
006400     88 END-OF-INPUT VALUE "Y".
006500 77  WS-CPNCAMP-OPEN-SW        PIC X VALUE "N".
006600     88 CAMPAIGN-MASTER-AVAILABLE VALUE "Y".
006700 77  WS-TODAY-DATE             PIC X(08).
006800 77  WS-JA-START-TIMESTAMP     PIC X(14).
006900 COPY JOBACCT.
007000 COPY RPTWRITE.
007100 01  WS-RPT-DETAIL             PIC X(100).
007200*--------------------------------------------------------------
007300* RUN TOTALS
007400*--------------------------------------------------------------
007500 77  WS-CAMPAIGNS-READ         PIC 9(07) BINARY VALUE ZERO.
007600 77  WS-OVER-BUDGET-COUNT      PIC 9(07) BINARY VALUE ZERO.
007700 77  WS-TOTAL-ISSUED           PIC 9(09) VALUE ZERO.
007800 77  WS-TOTAL-REDEEMED         PIC 9(09) VALUE ZERO.
007900 77  WS-TOTAL-SPENT            PIC 9(09)V99 VALUE ZERO.
008000 77  WS-TOTAL-BUDGET           PIC 9(09)V99 VALUE ZERO.
008100 77  WS-BURN-PCT               PIC 9(05)V9.
008200*--------------------------------------------------------------
008300* REPORT LINES
008400*--------------------------------------------------------------
008500 01  WS-BURN-LINE.
008600     05 BN-CAMPAIGN            PIC X(08).
008700     05 FILLER                 PIC X(01) VALUE SPACES.
008800     05 BN-OFFER               PIC X(20).
008900     05 FILLER                 PIC X(01) VALUE SPACES.
009000     05 BN-ISSUED              PIC ZZZZZZ9.
009100     05 FILLER                 PIC X(01) VALUE SPACES.
009200     05 BN-MAX                 PIC ZZZZZZ9.
009300     05 FILLER                 PIC X(01) VALUE SPACES.
009400     05 BN-REDEEMED            PIC ZZZZZZ9.
009500     05 FILLER                 PIC X(01) VALUE SPACES.
009600     05 BN-SPENT               PIC Z,ZZZ,ZZ9.99.
009700     05 FILLER                 PIC X(01) VALUE SPACES.
009800     05 BN-BUDGET              PIC Z,ZZZ,ZZ9.99.
009900     05 FILLER                 PIC X(01) VALUE SPACES.
010000     05 BN-PCT                 PIC ZZ9.9.
010100     05 FILLER                 PIC X(01) VALUE SPACES.
010200     05 BN-STATUS              PIC X(12).
010300 01  WS-TOTAL-LINE.
010400     05 TT-LABEL               PIC X(24).
010500     05 TT-COUNT               PIC ZZZZZZZZ9.
010600 01  WS-MONEY-TOTAL-LINE.
010700     05 TM-LABEL               PIC X(24).
010800     05 TM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
010900 PROCEDURE DIVISION.
011000*--------------------------------------------------------------
011100* 0000-MAINLINE
011200*--------------------------------------------------------------
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011500     PERFORM 2000-REPORT-CAMPAIGNS
011600        THRU 2000-REPORT-CAMPAIGNS-EXIT
011700     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
011800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
011900     IF WS-OVER-BUDGET-COUNT > ZERO
012000        MOVE 4 TO RETURN-CODE
012100     END-IF
012200     STOP RUN.
012300*--------------------------------------------------------------
012400* 1000-INITIALIZE
012500*--------------------------------------------------------------
012600 1000-INITIALIZE.
012700     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
012800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
012900     OPEN INPUT CAMPAIGN-MASTER-FILE
013000     IF WS-CPNCAMP-STATUS = "00"
013100        SET CAMPAIGN-MASTER-AVAILABLE TO TRUE
013200     END-IF
013300     MOVE "O" TO RPT-REQUEST
013400     MOVE "CPNBURN" TO RPT-PROGRAM-ID
013500     MOVE "CPNBURN" TO RPT-REPORT-NAME
013600     MOVE "COUPON CAMPAIGN BURN REPORT" TO RPT-TITLE
013700     MOVE "CAMPAIGN OFFER                 ISSUED     MAX REDEEMD"
013800        TO RPT-COL-HEADING
013900     MOVE "SPENT       BUDGET   PCT STATUS"
014000        TO RPT-COL-HEADING(62:31)
014100     MOVE 60 TO RPT-LINES-PER-PAGE
014200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
014300     MOVE "D" TO RPT-REQUEST
014400     IF NOT CAMPAIGN-MASTER-AVAILABLE
014500        MOVE "CAMPAIGN MASTER NOT AVAILABLE" TO WS-RPT-DETAIL
014600        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
014700     END-IF.
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
015000*--------------------------------------------------------------
015100* 2000-REPORT-CAMPAIGNS - EVERY CAMPAIGN IN KEY ORDER
015200*--------------------------------------------------------------
015300 2000-REPORT-CAMPAIGNS.
015400     IF NOT CAMPAIGN-MASTER-AVAILABLE
015500        GO TO 2000-REPORT-CAMPAIGNS-EXIT
015600     END-IF
015700     MOVE LOW-VALUES TO CM-CAMPAIGN-ID
015800     START CAMPAIGN-MASTER-FILE KEY NOT < CM-CAMPAIGN-ID
015900        INVALID KEY
016000           SET END-OF-INPUT TO TRUE
016100     END-START
016200     PERFORM 2100-REPORT-ONE-CAMPAIGN
016300        THRU 2100-REPORT-ONE-CAMPAIGN-EXIT
016400        UNTIL END-OF-INPUT.
016500 2000-REPORT-CAMPAIGNS-EXIT.
016600     EXIT.
016700*--------------------------------------------------------------
016800* 2100-REPORT-ONE-CAMPAIGN - BURN IS SPENT OVER BUDGET; THE
016900*          STATUS SAYS WHERE THE CAMPAIGN STANDS TODAY, OVER
017000*          BUDGET FIRST BECAUSE THAT IS WHAT PROMOTIONS ACTS ON
017100*--------------------------------------------------------------
017200 2100-REPORT-ONE-CAMPAIGN.
017300     READ CAMPAIGN-MASTER-FILE NEXT RECORD
017400        AT END
017500           SET END-OF-INPUT TO TRUE
017600           GO TO 2100-REPORT-ONE-CAMPAIGN-EXIT
017700     END-READ
017800     ADD 1 TO WS-CAMPAIGNS-READ
017900     ADD CM-ISSUED TO WS-TOTAL-ISSUED
018000     ADD CM-REDEEMED TO WS-TOTAL-REDEEMED
018100     ADD CM-SPENT TO WS-TOTAL-SPENT
018200     ADD CM-BUDGET TO WS-TOTAL-BUDGET
018300     MOVE SPACES TO WS-BURN-LINE
018400     MOVE CM-CAMPAIGN-ID TO BN-CAMPAIGN
018500     MOVE CM-OFFER-TEXT TO BN-OFFER
018600     MOVE CM-ISSUED TO BN-ISSUED
018700     MOVE CM-MAX-COUPONS TO BN-MAX
018800     MOVE CM-REDEEMED TO BN-REDEEMED
018900     MOVE CM-SPENT TO BN-SPENT
019000     MOVE CM-BUDGET TO BN-BUDGET
019100     IF CM-BUDGET > ZERO
019200        COMPUTE WS-BURN-PCT ROUNDED = CM-SPENT * 100 / CM-BUDGET
019300     ELSE
019400        MOVE ZERO TO WS-BURN-PCT
019500     END-IF
019600     IF WS-BURN-PCT > 999.9
019700        MOVE 999.9 TO WS-BURN-PCT
019800     END-IF
019900     MOVE WS-BURN-PCT TO BN-PCT
020000     EVALUATE TRUE
020100        WHEN CM-SPENT > CM-BUDGET
020200           MOVE "OVER BUDGET" TO BN-STATUS
020300           ADD 1 TO WS-OVER-BUDGET-COUNT
020400        WHEN WS-TODAY-DATE > CM-ISSUE-TO
020500           MOVE "CLOSED" TO BN-STATUS
020600        WHEN CM-ISSUED NOT < CM-MAX-COUPONS
020700           MOVE "CAP REACHED" TO BN-STATUS
020800        WHEN WS-TODAY-DATE < CM-ISSUE-FROM
020900           MOVE "NOT STARTED" TO BN-STATUS
021000        WHEN OTHER
021100           MOVE "ISSUING" TO BN-STATUS
021200     END-EVALUATE
021300     MOVE WS-BURN-LINE TO WS-RPT-DETAIL
021400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
021500 2100-REPORT-ONE-CAMPAIGN-EXIT.
021600     EXIT.
021700*--------------------------------------------------------------
021800* 6000-WRITE-TOTALS
021900*--------------------------------------------------------------
022000 6000-WRITE-TOTALS.
022100     MOVE "P" TO RPT-REQUEST
022200     MOVE SPACES TO WS-RPT-DETAIL
022300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
022400     MOVE "CAMPAIGNS ON FILE" TO TT-LABEL
022500     MOVE WS-CAMPAIGNS-READ TO TT-COUNT
022600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
022700     MOVE "COUPONS ISSUED" TO TT-LABEL
022800     MOVE WS-TOTAL-ISSUED TO TT-COUNT
022900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
023000     MOVE "COUPONS REDEEMED" TO TT-LABEL
023100     MOVE WS-TOTAL-REDEEMED TO TT-COUNT
023200     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
023300     MOVE "REIMBURSEMENT SPENT" TO TM-LABEL
023400     MOVE WS-TOTAL-SPENT TO TM-AMOUNT
023500     MOVE WS-MONEY-TOTAL-LINE TO WS-RPT-DETAIL
023600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
023700     MOVE "REIMBURSEMENT BUDGET" TO TM-LABEL
023800     MOVE WS-TOTAL-BUDGET TO TM-AMOUNT
023900     MOVE WS-MONEY-TOTAL-LINE TO WS-RPT-DETAIL
024000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
024100     MOVE "CAMPAIGNS OVER BUDGET" TO TT-LABEL
024200     MOVE WS-OVER-BUDGET-COUNT TO TT-COUNT
024300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
024400 6000-WRITE-TOTALS-EXIT.
024500     EXIT.
024600*--------------------------------------------------------------
024700* 6900-WRITE-TOTAL
024800*--------------------------------------------------------------
024900 6900-WRITE-TOTAL.
025000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
025100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
025200 6900-WRITE-TOTAL-EXIT.
025300     EXIT.
025400*--------------------------------------------------------------
025500* 9000-FINISH
025600*--------------------------------------------------------------
025700 9000-FINISH.
025800     MOVE "C" TO RPT-REQUEST
025900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
026000     IF CAMPAIGN-MASTER-AVAILABLE
026100        CLOSE CAMPAIGN-MASTER-FILE
026200     END-IF
026300     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
026400 9000-FINISH-EXIT.
026500     EXIT.
026600*--------------------------------------------------------------
026700* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
026800*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
026900*--------------------------------------------------------------
027000 9100-LOG-JOB-ACCT.
027100     OPEN EXTEND JOB-ACCT-FILE
027200     IF WS-JOBACCT-STATUS = "35"
027300        OPEN OUTPUT JOB-ACCT-FILE
027400        CLOSE JOB-ACCT-FILE
027500        OPEN EXTEND JOB-ACCT-FILE
027600     END-IF
027700     MOVE "CPNBURN" TO JA-PROGRAM-NAME
027800     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
027900     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
028000     MOVE "COMPLETED" TO JA-RETURN-STATUS
028100     MOVE WS-CAMPAIGNS-READ TO JA-RECORD-COUNT
028200     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
028300     CLOSE JOB-ACCT-FILE.
028400 9100-LOG-JOB-ACCT-EXIT.
028500     EXIT.
