000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIZE-PAY.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. PAYS OUT PRIZE MONEY FOR A CLOSED
001100*                 SEASON OR A YACHT TOURNAMENT FROM THE PRIZE
001200*                 SCHEDULE (PRIZESCH: EVENT, FINISHING POSITION
001300*                 OR POSITION RANGE, AMOUNT, OPTIONAL TEAM SHARE
001400*                 PERCENT). THE PRIZECTL CARD NAMES THE SOURCE
001500*                 ("S" = THE SEASON'S SEASHIST STANDINGS, "T" =
001600*                 THE TOURNAMENT REPORT YACHTTRN RANKED BY WINS
001700*                 THEN TOTAL) AND THE EVENT ID. PLAYERS LEVEL ON
001800*                 THE RANKING SCORE SPLIT THE PRIZES FOR THE
001900*                 POSITIONS THEY SHARE EVENLY, ANY ODD CENT TO
002000*                 THE FIRST OF THEM. THE TEAM SHARE IS CREDITED
002100*                 TO THE PLAYER'S PLAYRMST TEAM (TO THE PLAYER
002200*                 WHEN THERE IS NO TEAM). PRINTS THE PAYOUT
002300*                 REGISTER (PRIZEREG) WITH TOTALS AND APPENDS A
002400*                 PRIZEPAY EVENT PER PAYMENT TO GLEVENT (PRIZEPLY
002500*                 TO A PLAYER, PRIZETEM TO A TEAM) FOR GL-IFACE.
002600*                 EACH PAID EVENT IS LOGGED ON PRIZEHST; A SECOND
002700*                 RUN FOR THE SAME EVENT IS REFUSED UNLESS RUNCTL
002800*                 PRIZEPAY REPAY IS Y. REJECTED SCHEDULE ROWS END
002900*                 WITH RETURN CODE 4; NO CARD, NO STANDINGS, NO
003000*                 SCHEDULE OR AN EVENT ALREADY PAID END WITH 8
003100*                 AND NOTHING IS PAID.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 REPOSITORY.
003600     FUNCTION ALL INTRINSIC.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PRIZE-CTL-FILE ASSIGN TO "PRIZECTL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PRIZECTL-STATUS.
004200     SELECT PRIZE-SCHED-FILE ASSIGN TO "PRIZESCH"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PRIZESCH-STATUS.
004500     SELECT SEASON-HIST-FILE ASSIGN TO "SEASHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SEASHIST-STATUS.
004800     SELECT TOURN-RPT-FILE ASSIGN TO "YACHTTRN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TOURNRPT-STATUS.
005100     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PL-PLAYER-ID
005500         FILE STATUS IS WS-PLAYRMST-STATUS.
005600     SELECT PRIZE-HIST-FILE ASSIGN TO "PRIZEHST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PRIZEHST-STATUS.
005900     SELECT GL-EVENT-FILE ASSIGN TO "GLEVENT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-GLEVENT-STATUS.
006200     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-JOBACCT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  PRIZE-CTL-FILE
006800     RECORDING MODE IS F.
006900 01  PRIZE-CTL-RECORD.
007000     05 PC-SOURCE              PIC X(01).
007100        88 PC-SEASON           VALUE "S".
007200        88 PC-TOURNAMENT       VALUE "T".
007300     05 FILLER                 PIC X(01).
007400     05 PC-EVENT               PIC X(06).
007500 FD  PRIZE-SCHED-FILE
007600     RECORDING MODE IS F.
007700 01  PRIZE-SCHED-RECORD.
007800     05 PS-EVENT               PIC X(06).
007900     05 FILLER                 PIC X(01).
008000     05 PS-POS-FROM            PIC 9(03).
008100     05 FILLER                 PIC X(01).
008200     05 PS-POS-TO              PIC 9(03).
008300     05 FILLER                 PIC X(01).
008400     05 PS-AMOUNT              PIC 9(07)V99.
008500     05 FILLER                 PIC X(01).
008600     05 PS-TEAM-PCT-X          PIC X(03).
008700     05 PS-TEAM-PCT REDEFINES PS-TEAM-PCT-X PIC 9(03).
008800 FD  SEASON-HIST-FILE
008900     RECORDING MODE IS F.
009000 01  SEASON-HIST-RECORD.
009100     05 SH-SEASON              PIC X(06).
009200     05 FILLER                 PIC X(02).
009300     05 SH-RANK                PIC 9(03).
009400     05 FILLER                 PIC X(02).
009500     05 SH-PLAYER              PIC X(10).
009600     05 FILLER                 PIC X(02).
009700     05 SH-BEST                PIC 9(03).
009800 FD  TOURN-RPT-FILE.
009900 01  TOURN-RPT-RECORD.
010000     05 TR-PLAYER              PIC X(10).
010100     05 FILLER                 PIC X(02).
010200     05 TR-WINS                PIC X(03).
010300     05 FILLER                 PIC X(02).
010400     05 TR-GAMES               PIC X(03).
010500     05 FILLER                 PIC X(02).
010600     05 TR-TOTAL               PIC X(06).
010700     05 FILLER                 PIC X(52).
010800 FD  PLAYER-MASTER-FILE.
010900 01  PLAYER-MASTER-RECORD.
011000     05 PL-PLAYER-ID           PIC X(10).
011100     05 PL-DISPLAY-NAME        PIC X(20).
011200     05 PL-TEAM                PIC X(10).
011300     05 PL-STATUS              PIC X(01).
011400        88 PL-PLAYER-ACTIVE    VALUE "A".
011500        88 PL-PLAYER-MERGED    VALUE "M".
011600     05 PL-ENROLL-DATE         PIC X(08).
011700     05 PL-MERGED-INTO         PIC X(10).
011800 FD  PRIZE-HIST-FILE
011900     RECORDING MODE IS F.
012000 01  PRIZE-HIST-RECORD.
012100     05 PH-EVENT               PIC X(06).
012200     05 FILLER                 PIC X(01).
012300     05 PH-SOURCE              PIC X(01).
012400     05 FILLER                 PIC X(01).
012500     05 PH-PAID-DATE           PIC X(08).
012600     05 FILLER                 PIC X(01).
012700     05 PH-TOTAL-PAID          PIC 9(09)V99.
012800 FD  GL-EVENT-FILE.
012900 01  GL-EVENT-FILE-RECORD      PIC X(80).
013000 FD  JOB-ACCT-FILE
013100     RECORDING MODE IS F.
013200 01  JOB-ACCT-FILE-RECORD      PIC X(60).
013300 WORKING-STORAGE SECTION.
013400*--------------------------------------------------------------
013500* FILE STATUS AND RUN CONTROLS
013600*--------------------------------------------------------------
013700 77  WS-PRIZECTL-STATUS        PIC XX.
013800 77  WS-PRIZESCH-STATUS        PIC XX.
013900 77  WS-SEASHIST-STATUS        PIC XX.
014000 77  WS-TOURNRPT-STATUS        PIC XX.
014100 77  WS-PLAYRMST-STATUS        PIC XX.
014200 77  WS-PRIZEHST-STATUS        PIC XX.
014300 77  WS-GLEVENT-STATUS         PIC XX.
014400 77  WS-JOBACCT-STATUS         PIC XX.
014500 77  WS-EOF-SW                 PIC X(01) VALUE "N".
014600     88 END-OF-INPUT           VALUE "Y".
014700 77  WS-PLAYERS-SW             PIC X(01) VALUE "N".
014800     88 PLAYERS-AVAILABLE      VALUE "Y".
014900 77  WS-PAID-SW                PIC X(01) VALUE "N".
015000     88 EVENT-ALREADY-PAID     VALUE "Y".
015100 77  WS-REPAY-SW               PIC X(01) VALUE "N".
015200     88 REPAY-ALLOWED          VALUE "Y".
015300 77  WS-ABANDON-SW             PIC X(01) VALUE "N".
015400     88 RUN-ABANDONED          VALUE "Y".
015500 77  WS-DUP-SW                 PIC X(01).
015600     88 DUPLICATE-FINISHER     VALUE "Y".
015700 77  WS-JA-START-TIMESTAMP     PIC X(14).
015800 77  WS-RUN-DATE               PIC X(08).
015900 77  WS-SOURCE                 PIC X(01) VALUE SPACE.
016000     88 SOURCE-SEASON          VALUE "S".
016100     88 SOURCE-TOURNAMENT      VALUE "T".
016200 77  WS-EVENT                  PIC X(06) VALUE SPACES.
016300 77  WS-SCHED-ROWS             PIC 9(05) BINARY VALUE ZERO.
016400 77  WS-SCHED-REJECTS          PIC 9(05) BINARY VALUE ZERO.
016500 77  WS-REJECT-REASON          PIC X(30).
016600 77  WS-NUM-X                  PIC X(06).
016700 77  WS-NUM-9 REDEFINES WS-NUM-X PIC 9(06).
016800 COPY JOBACCT.
016900 COPY RUNPARM.
017000 COPY RPTWRITE.
017100 COPY GLEVENT.
017200 01  WS-RPT-DETAIL             PIC X(100).
017300*--------------------------------------------------------------
017400* THE PRIZE FOR EACH FINISHING POSITION, PLAYER AND TEAM PARTS
017500*--------------------------------------------------------------
017600 01  WS-PRIZE-TABLE.
017700     05 WS-PZ-ENTRY OCCURS 200 TIMES.
017800        10 WS-PZ-SET-SW        PIC X(01).
017900        10 WS-PZ-PLAYER-AMT    PIC 9(07)V99.
018000        10 WS-PZ-TEAM-AMT      PIC 9(07)V99.
018100 77  WS-PZ-POS                 PIC 9(03) BINARY.
018200 77  WS-PZ-HIGH                PIC 9(03) BINARY VALUE ZERO.
018300 77  WS-PZ-TEAM-PART           PIC 9(07)V99.
018400*--------------------------------------------------------------
018500* THE FINISHERS, AS READ AND THEN IN FINISHING ORDER
018600*--------------------------------------------------------------
018700 01  WS-FINISHER-TABLE.
018800     05 WS-FN-COUNT            PIC 9(03) BINARY VALUE ZERO.
018900     05 WS-FN-ENTRY OCCURS 200 TIMES.
019000        10 WS-FN-PLAYER        PIC X(10).
019100        10 WS-FN-SCORE         PIC 9(03).
019200        10 WS-FN-TOTAL         PIC 9(06).
019300        10 WS-FN-SEQ           PIC 9(03).
019400        10 WS-FN-RANKED-SW     PIC X(01).
019500 77  WS-FN-SCAN                PIC 9(03) BINARY.
019600 77  WS-FN-BEST                PIC 9(03) BINARY.
019700 01  WS-ORDER-TABLE.
019800     05 WS-OR-SLOT OCCURS 200 TIMES PIC 9(03) BINARY.
019900 77  WS-OR-POS                 PIC 9(03) BINARY.
020000 77  WS-OR-SCAN                PIC 9(03) BINARY.
020100*--------------------------------------------------------------
020200* THE TIE GROUP BEING PAID
020300*--------------------------------------------------------------
020400 77  WS-GRP-FIRST              PIC 9(03) BINARY.
020500 77  WS-GRP-LAST               PIC 9(03) BINARY.
020600 77  WS-GRP-SIZE               PIC 9(03) BINARY.
020700 77  WS-GRP-PLAYER-POOL        PIC 9(09)V99.
020800 77  WS-GRP-TEAM-POOL          PIC 9(09)V99.
020900 77  WS-GRP-PLAYER-SHARE       PIC 9(09)V99.
021000 77  WS-GRP-TEAM-SHARE         PIC 9(09)V99.
021100 77  WS-GRP-PLAYER-ODD         PIC 9(09)V99.
021200 77  WS-GRP-TEAM-ODD           PIC 9(09)V99.
021300 77  WS-PAY-PLAYER             PIC X(10).
021400 77  WS-PAY-TEAM               PIC X(10).
021500 77  WS-PAY-PLAYER-AMT         PIC 9(09)V99.
021600 77  WS-PAY-TEAM-AMT           PIC 9(09)V99.
021700 77  WS-PAY-NOTE               PIC X(12).
021800 01  WS-GL-REF.
021900     05 GR-EVENT               PIC X(06).
022000     05 FILLER                 PIC X(01) VALUE "/".
022100     05 GR-PLAYER              PIC X(10).
022200     05 FILLER                 PIC X(01) VALUE "/".
022300     05 GR-PAYEE               PIC X(10).
022400*--------------------------------------------------------------
022500* RUN TOTALS
022600*--------------------------------------------------------------
022700 77  WS-SCHED-TOTAL            PIC 9(09)V99 VALUE ZERO.
022800 77  WS-PAID-PLAYERS           PIC 9(09)V99 VALUE ZERO.
022900 77  WS-PAID-TEAMS             PIC 9(09)V99 VALUE ZERO.
023000 77  WS-UNAWARDED              PIC 9(09)V99 VALUE ZERO.
023100 77  WS-PAYEES                 PIC 9(05) BINARY VALUE ZERO.
023200 77  WS-GL-EVENTS              PIC 9(05) BINARY VALUE ZERO.
023300*--------------------------------------------------------------
023400* REPORT LINES
023500*--------------------------------------------------------------
023600 01  WS-PAY-LINE.
023700     05 PR-POS                 PIC ZZ9.
023800     05 FILLER                 PIC X(02) VALUE SPACES.
023900     05 PR-PLAYER              PIC X(10).
024000     05 FILLER                 PIC X(02) VALUE SPACES.
024100     05 PR-SCORE               PIC ZZZZZ9.
024200     05 FILLER                 PIC X(02) VALUE SPACES.
024300     05 PR-PLAYER-AMT          PIC ZZZ,ZZZ,ZZ9.99.
024400     05 FILLER                 PIC X(02) VALUE SPACES.
024500     05 PR-TEAM                PIC X(10).
024600     05 FILLER                 PIC X(02) VALUE SPACES.
024700     05 PR-TEAM-AMT            PIC ZZZ,ZZZ,ZZ9.99.
024800     05 FILLER                 PIC X(02) VALUE SPACES.
024900     05 PR-NOTE                PIC X(12).
025000 01  WS-REJECT-LINE.
025100     05 FILLER                 PIC X(10) VALUE "REJECTED: ".
025200     05 RJ-RECORD              PIC X(28).
025300     05 FILLER                 PIC X(02) VALUE SPACES.
025400     05 RJ-REASON              PIC X(30).
025500 01  WS-TOTAL-LINE.
025600     05 TT-LABEL               PIC X(20).
025700     05 TT-COUNT               PIC ZZZZ9.
025800 01  WS-MONEY-LINE.
025900     05 TM-LABEL               PIC X(20).
026000     05 TM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
026100 PROCEDURE DIVISION.
026200*--------------------------------------------------------------
026300* 0000-MAINLINE
026400*--------------------------------------------------------------
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
026700     IF RUN-ABANDONED
026800        PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
026900        MOVE 8 TO RETURN-CODE
027000        STOP RUN
027100     END-IF
027200     PERFORM 2000-LOAD-SCHEDULE THRU 2000-LOAD-SCHEDULE-EXIT
027300     PERFORM 3000-LOAD-FINISHERS THRU 3000-LOAD-FINISHERS-EXIT
027400     IF RUN-ABANDONED
027500        PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
027600        MOVE 8 TO RETURN-CODE
027700        STOP RUN
027800     END-IF
027900     PERFORM 4000-RANK-ONE THRU 4000-RANK-ONE-EXIT
028000        VARYING WS-OR-POS FROM 1 BY 1
028100        UNTIL WS-OR-POS > WS-FN-COUNT
028200     PERFORM 5000-PAY-FIELD THRU 5000-PAY-FIELD-EXIT
028300     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
028400     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
028500     IF WS-SCHED-REJECTS > ZERO
028600        MOVE 4 TO RETURN-CODE
028700     END-IF
028800     STOP RUN.
028900*--------------------------------------------------------------
029000* 1000-INITIALIZE - CONTROL CARD, REPORT, AND THE CHECK THAT
029100*          THE EVENT HAS NOT ALREADY BEEN PAID
029200*--------------------------------------------------------------
029300 1000-INITIALIZE.
029400     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
029500     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
029600     MOVE "O" TO RPT-REQUEST
029700     MOVE "PRIZEPAY" TO RPT-PROGRAM-ID
029800     MOVE "PRIZEREG" TO RPT-REPORT-NAME
029900     MOVE "PRIZE PAYOUT REGISTER" TO RPT-TITLE
030000     MOVE "POS  PLAYER       SCORE   PLAYER AMOUNT  TEAM
030100-         "              TEAM AMOUNT  NOTE" TO RPT-COL-HEADING
030200     MOVE 60 TO RPT-LINES-PER-PAGE
030300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
030400     MOVE "D" TO RPT-REQUEST
030500     OPEN INPUT PRIZE-CTL-FILE
030600     IF WS-PRIZECTL-STATUS = "00"
030700        READ PRIZE-CTL-FILE
030800           NOT AT END
030900              MOVE PC-SOURCE TO WS-SOURCE
031000              MOVE PC-EVENT TO WS-EVENT
031100        END-READ
031200        CLOSE PRIZE-CTL-FILE
031300     END-IF
031400     IF WS-EVENT = SPACES
031500        OR NOT (SOURCE-SEASON OR SOURCE-TOURNAMENT)
031600        MOVE "NO VALID PRIZECTL CARD - NOTHING PAID"
031700           TO WS-RPT-DETAIL
031800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031900        SET RUN-ABANDONED TO TRUE
032000        GO TO 1000-INITIALIZE-EXIT
032100     END-IF
032200     MOVE SPACES TO WS-RPT-DETAIL
032300     IF SOURCE-SEASON
032400        STRING "SEASON " WS-EVENT " FROM SEASHIST"
032500           DELIMITED BY SIZE INTO WS-RPT-DETAIL
032600     ELSE
032700        STRING "TOURNAMENT " WS-EVENT " FROM YACHTTRN"
032800           DELIMITED BY SIZE INTO WS-RPT-DETAIL
032900     END-IF
033000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033100     MOVE SPACES TO WS-RPT-DETAIL
033200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033300     MOVE "PRIZEPAY" TO RP-PROGRAM-ID
033400     MOVE "REPAY" TO RP-KEYWORD
033500     MOVE "N" TO RP-DEFAULT
033600     CALL "RUNPARM" USING RUN-PARM-CONTROL
033700     IF RP-VALUE(1:1) = "Y"
033800        SET REPAY-ALLOWED TO TRUE
033900     END-IF
034000     OPEN INPUT PRIZE-HIST-FILE
034100     IF WS-PRIZEHST-STATUS = "00"
034200        PERFORM 1100-CHECK-ONE-PAID THRU 1100-CHECK-ONE-PAID-EXIT
034300           UNTIL END-OF-INPUT
034400        CLOSE PRIZE-HIST-FILE
034500     END-IF
034600     MOVE "N" TO WS-EOF-SW
034700     IF EVENT-ALREADY-PAID AND NOT REPAY-ALLOWED
034800        MOVE "EVENT ALREADY PAID ON PRIZEHST - NOTHING PAID"
034900           TO WS-RPT-DETAIL
035000        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035100        SET RUN-ABANDONED TO TRUE
035200        GO TO 1000-INITIALIZE-EXIT
035300     END-IF
035400     IF EVENT-ALREADY-PAID
035500        MOVE "EVENT PAID BEFORE - REPAID UNDER RUNCTL REPAY"
035600           TO WS-RPT-DETAIL
035700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035800     END-IF
035900     OPEN INPUT PLAYER-MASTER-FILE
036000     IF WS-PLAYRMST-STATUS = "00"
036100        SET PLAYERS-AVAILABLE TO TRUE
036200     END-IF.
036300 1000-INITIALIZE-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------
036600* 1100-CHECK-ONE-PAID
036700*--------------------------------------------------------------
036800 1100-CHECK-ONE-PAID.
036900     READ PRIZE-HIST-FILE
037000        AT END
037100           SET END-OF-INPUT TO TRUE
037200           GO TO 1100-CHECK-ONE-PAID-EXIT
037300     END-READ
037400     IF PH-EVENT = WS-EVENT AND PH-SOURCE = WS-SOURCE
037500        SET EVENT-ALREADY-PAID TO TRUE
037600     END-IF.
037700 1100-CHECK-ONE-PAID-EXIT.
037800     EXIT.
037900*--------------------------------------------------------------
038000* 2000-LOAD-SCHEDULE - THE EVENT'S ROWS SPREAD OVER THE
038100*          POSITIONS THEY COVER; EACH POSITION IN A RANGE
038200*          CARRIES THE FULL AMOUNT
038300*--------------------------------------------------------------
038400 2000-LOAD-SCHEDULE.
038500     OPEN INPUT PRIZE-SCHED-FILE
038600     IF WS-PRIZESCH-STATUS NOT = "00"
038700        GO TO 2000-LOAD-SCHEDULE-EXIT
038800     END-IF
038900     PERFORM 2100-READ-ONE-PRIZE THRU 2100-READ-ONE-PRIZE-EXIT
039000        UNTIL END-OF-INPUT
039100     CLOSE PRIZE-SCHED-FILE
039200     MOVE "N" TO WS-EOF-SW.
039300 2000-LOAD-SCHEDULE-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------
039600* 2100-READ-ONE-PRIZE - A ROW THAT CANNOT BE APPLIED IS LISTED
039700*          AS A REJECT AND THE REST OF THE SCHEDULE STANDS
039800*--------------------------------------------------------------
039900 2100-READ-ONE-PRIZE.
040000     READ PRIZE-SCHED-FILE
040100        AT END
040200           SET END-OF-INPUT TO TRUE
040300           GO TO 2100-READ-ONE-PRIZE-EXIT
040400     END-READ
040500     IF PS-EVENT NOT = WS-EVENT
040600        GO TO 2100-READ-ONE-PRIZE-EXIT
040700     END-IF
040800     ADD 1 TO WS-SCHED-ROWS
040900     IF PS-TEAM-PCT-X = SPACES
041000        MOVE ZERO TO PS-TEAM-PCT
041100     END-IF
041200     MOVE SPACES TO WS-REJECT-REASON
041300     EVALUATE TRUE
041400        WHEN PS-POS-FROM IS NOT NUMERIC
041500           OR PS-POS-TO IS NOT NUMERIC
041600           MOVE "POSITION NOT NUMERIC" TO WS-REJECT-REASON
041700        WHEN PS-POS-FROM = ZERO
041800           OR PS-POS-TO < PS-POS-FROM
041900           OR PS-POS-TO > 200
042000           MOVE "POSITION RANGE INVALID" TO WS-REJECT-REASON
042100        WHEN PS-AMOUNT IS NOT NUMERIC
042200           MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
042300        WHEN PS-TEAM-PCT IS NOT NUMERIC
042400           OR PS-TEAM-PCT > 100
042500           MOVE "TEAM SHARE INVALID" TO WS-REJECT-REASON
042600     END-EVALUATE
042700     IF WS-REJECT-REASON = SPACES
042800        PERFORM 2110-CHECK-ONE-OVERLAP
042900           THRU 2110-CHECK-ONE-OVERLAP-EXIT
043000           VARYING WS-PZ-POS FROM PS-POS-FROM BY 1
043100           UNTIL WS-PZ-POS > PS-POS-TO
043200     END-IF
043300     IF WS-REJECT-REASON NOT = SPACES
043400        ADD 1 TO WS-SCHED-REJECTS
043500        MOVE PRIZE-SCHED-RECORD TO RJ-RECORD
043600        MOVE WS-REJECT-REASON TO RJ-REASON
043700        MOVE WS-REJECT-LINE TO WS-RPT-DETAIL
043800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
043900        GO TO 2100-READ-ONE-PRIZE-EXIT
044000     END-IF
044100     COMPUTE WS-PZ-TEAM-PART ROUNDED =
044200        PS-AMOUNT * PS-TEAM-PCT / 100
044300     PERFORM 2120-SET-ONE-POSITION THRU 2120-SET-ONE-POSITION-EXIT
044400        VARYING WS-PZ-POS FROM PS-POS-FROM BY 1
044500        UNTIL WS-PZ-POS > PS-POS-TO.
044600 2100-READ-ONE-PRIZE-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------
044900* 2110-CHECK-ONE-OVERLAP - A POSITION ALREADY PRICED BY AN
045000*          EARLIER ROW IS NOT PRICED TWICE
045100*--------------------------------------------------------------
045200 2110-CHECK-ONE-OVERLAP.
045300     IF WS-PZ-SET-SW(WS-PZ-POS) = "Y"
045400        MOVE "OVERLAPS AN EARLIER ROW" TO WS-REJECT-REASON
045500     END-IF.
045600 2110-CHECK-ONE-OVERLAP-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------
045900* 2120-SET-ONE-POSITION
046000*--------------------------------------------------------------
046100 2120-SET-ONE-POSITION.
046200     MOVE "Y" TO WS-PZ-SET-SW(WS-PZ-POS)
046300     MOVE WS-PZ-TEAM-PART TO WS-PZ-TEAM-AMT(WS-PZ-POS)
046400     COMPUTE WS-PZ-PLAYER-AMT(WS-PZ-POS) =
046500        PS-AMOUNT - WS-PZ-TEAM-PART
046600     ADD PS-AMOUNT TO WS-SCHED-TOTAL
046700     IF WS-PZ-POS > WS-PZ-HIGH
046800        MOVE WS-PZ-POS TO WS-PZ-HIGH
046900     END-IF.
047000 2120-SET-ONE-POSITION-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------
047300* 3000-LOAD-FINISHERS - THE CLOSED SEASON'S SNAPSHOT OR THE
047400*          TOURNAMENT REPORT; WITH NO SCHEDULE OR NO STANDINGS
047500*          THERE IS NOTHING TO PAY
047600*--------------------------------------------------------------
047700 3000-LOAD-FINISHERS.
047800     IF WS-PZ-HIGH = ZERO
047900        MOVE "NO PRIZE SCHEDULE FOR THE EVENT - NOTHING PAID"
048000           TO WS-RPT-DETAIL
048100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
048200        SET RUN-ABANDONED TO TRUE
048300        GO TO 3000-LOAD-FINISHERS-EXIT
048400     END-IF
048500     IF SOURCE-SEASON
048600        OPEN INPUT SEASON-HIST-FILE
048700        IF WS-SEASHIST-STATUS = "00"
048800           PERFORM 3100-READ-ONE-SEASON
048900              THRU 3100-READ-ONE-SEASON-EXIT
049000              UNTIL END-OF-INPUT
049100           CLOSE SEASON-HIST-FILE
049200        END-IF
049300     ELSE
049400        OPEN INPUT TOURN-RPT-FILE
049500        IF WS-TOURNRPT-STATUS = "00"
049600           PERFORM 3200-READ-ONE-STANDING
049700              THRU 3200-READ-ONE-STANDING-EXIT
049800              UNTIL END-OF-INPUT
049900           CLOSE TOURN-RPT-FILE
050000        END-IF
050100     END-IF
050200     IF WS-FN-COUNT = ZERO
050300        IF SOURCE-SEASON
050400           MOVE "SEASON NOT CLOSED ON SEASHIST - NOTHING PAID"
050500              TO WS-RPT-DETAIL
050600        ELSE
050700           MOVE "NO STANDINGS ON YACHTTRN - NOTHING PAID"
050800              TO WS-RPT-DETAIL
050900        END-IF
051000        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
051100        SET RUN-ABANDONED TO TRUE
051200     END-IF.
051300 3000-LOAD-FINISHERS-EXIT.
051400     EXIT.
051500*--------------------------------------------------------------
051600* 3100-READ-ONE-SEASON - THE SEASON'S TOP-N ROWS; THE BEST
051700*          SCORE DECIDES TIES, THE SNAPSHOT RANK KEEPS ORDER
051800*--------------------------------------------------------------
051900 3100-READ-ONE-SEASON.
052000     READ SEASON-HIST-FILE
052100        AT END
052200           SET END-OF-INPUT TO TRUE
052300           GO TO 3100-READ-ONE-SEASON-EXIT
052400     END-READ
052500     IF SH-SEASON NOT = WS-EVENT
052600        GO TO 3100-READ-ONE-SEASON-EXIT
052700     END-IF
052800     MOVE SH-PLAYER TO WS-PAY-PLAYER
052900     PERFORM 3300-ADD-FINISHER THRU 3300-ADD-FINISHER-EXIT
053000     IF DUPLICATE-FINISHER
053100        GO TO 3100-READ-ONE-SEASON-EXIT
053200     END-IF
053300     MOVE SH-BEST TO WS-FN-SCORE(WS-FN-COUNT)
053400     MOVE SH-RANK TO WS-FN-SEQ(WS-FN-COUNT).
053500 3100-READ-ONE-SEASON-EXIT.
053600     EXIT.
053700*--------------------------------------------------------------
053800* 3200-READ-ONE-STANDING - ONE ENTRANT PER DETAIL LINE OF THE
053900*          TOURNAMENT REPORT; THE HEADING AND THE SERIES LINE
054000*          ARE PASSED OVER
054100*--------------------------------------------------------------
054200 3200-READ-ONE-STANDING.
054300     READ TOURN-RPT-FILE
054400        AT END
054500           SET END-OF-INPUT TO TRUE
054600           GO TO 3200-READ-ONE-STANDING-EXIT
054700     END-READ
054800     IF TR-PLAYER = SPACES
054900        OR TR-PLAYER = "PLAYER"
055000        OR TOURN-RPT-RECORD(1:6) = "SERIES"
055100        GO TO 3200-READ-ONE-STANDING-EXIT
055200     END-IF
055300     MOVE TR-PLAYER TO WS-PAY-PLAYER
055400     PERFORM 3300-ADD-FINISHER THRU 3300-ADD-FINISHER-EXIT
055500     IF DUPLICATE-FINISHER
055600        GO TO 3200-READ-ONE-STANDING-EXIT
055700     END-IF
055800     MOVE "000" TO WS-NUM-X(1:3)
055900     MOVE TR-WINS TO WS-NUM-X(4:3)
056000     INSPECT WS-NUM-X REPLACING ALL SPACE BY ZERO
056100     IF WS-NUM-X IS NUMERIC
056200        MOVE WS-NUM-9 TO WS-FN-SCORE(WS-FN-COUNT)
056300     END-IF
056400     MOVE TR-TOTAL TO WS-NUM-X
056500     INSPECT WS-NUM-X REPLACING LEADING SPACE BY ZERO
056600     IF WS-NUM-X IS NUMERIC
056700        MOVE WS-NUM-9 TO WS-FN-TOTAL(WS-FN-COUNT)
056800     END-IF.
056900 3200-READ-ONE-STANDING-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------
057200* 3300-ADD-FINISHER - NEW SLOT FOR THE PLAYER IN WS-PAY-PLAYER
057300*          UNLESS ALREADY LISTED OR THE TABLE IS FULL
057400*--------------------------------------------------------------
057500 3300-ADD-FINISHER.
057600     MOVE "N" TO WS-DUP-SW
057700     PERFORM 3310-CHECK-ONE-FINISHER
057800        THRU 3310-CHECK-ONE-FINISHER-EXIT
057900        VARYING WS-FN-SCAN FROM 1 BY 1
058000        UNTIL WS-FN-SCAN > WS-FN-COUNT OR DUPLICATE-FINISHER
058100     IF WS-FN-COUNT NOT < 200
058200        SET DUPLICATE-FINISHER TO TRUE
058300     END-IF
058400     IF DUPLICATE-FINISHER
058500        GO TO 3300-ADD-FINISHER-EXIT
058600     END-IF
058700     ADD 1 TO WS-FN-COUNT
058800     MOVE WS-PAY-PLAYER TO WS-FN-PLAYER(WS-FN-COUNT)
058900     MOVE ZERO TO WS-FN-SCORE(WS-FN-COUNT)
059000     MOVE ZERO TO WS-FN-TOTAL(WS-FN-COUNT)
059100     MOVE ZERO TO WS-FN-SEQ(WS-FN-COUNT)
059200     MOVE "N" TO WS-FN-RANKED-SW(WS-FN-COUNT).
059300 3300-ADD-FINISHER-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------
059600* 3310-CHECK-ONE-FINISHER
059700*--------------------------------------------------------------
059800 3310-CHECK-ONE-FINISHER.
059900     IF WS-FN-PLAYER(WS-FN-SCAN) = WS-PAY-PLAYER
060000        SET DUPLICATE-FINISHER TO TRUE
060100     END-IF.
060200 3310-CHECK-ONE-FINISHER-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------
060500* 4000-RANK-ONE - REPEATED MAX SELECTION: HIGHEST SCORE (BEST
060600*          FOR A SEASON, WINS FOR A TOURNAMENT), THEN HIGHEST
060700*          TOTAL, THEN SNAPSHOT RANK, THEN PLAYER ID
060800*--------------------------------------------------------------
060900 4000-RANK-ONE.
061000     MOVE ZERO TO WS-FN-BEST
061100     PERFORM 4010-PICK-BEST THRU 4010-PICK-BEST-EXIT
061200        VARYING WS-FN-SCAN FROM 1 BY 1
061300        UNTIL WS-FN-SCAN > WS-FN-COUNT
061400     MOVE "Y" TO WS-FN-RANKED-SW(WS-FN-BEST)
061500     MOVE WS-FN-BEST TO WS-OR-SLOT(WS-OR-POS).
061600 4000-RANK-ONE-EXIT.
061700     EXIT.
061800*--------------------------------------------------------------
061900* 4010-PICK-BEST
062000*--------------------------------------------------------------
062100 4010-PICK-BEST.
062200     IF WS-FN-RANKED-SW(WS-FN-SCAN) = "Y"
062300        GO TO 4010-PICK-BEST-EXIT
062400     END-IF
062500     IF WS-FN-BEST = ZERO
062600        MOVE WS-FN-SCAN TO WS-FN-BEST
062700        GO TO 4010-PICK-BEST-EXIT
062800     END-IF
062900     EVALUATE TRUE
063000        WHEN WS-FN-SCORE(WS-FN-SCAN) > WS-FN-SCORE(WS-FN-BEST)
063100           MOVE WS-FN-SCAN TO WS-FN-BEST
063200        WHEN WS-FN-SCORE(WS-FN-SCAN) < WS-FN-SCORE(WS-FN-BEST)
063300           CONTINUE
063400        WHEN WS-FN-TOTAL(WS-FN-SCAN) > WS-FN-TOTAL(WS-FN-BEST)
063500           MOVE WS-FN-SCAN TO WS-FN-BEST
063600        WHEN WS-FN-TOTAL(WS-FN-SCAN) < WS-FN-TOTAL(WS-FN-BEST)
063700           CONTINUE
063800        WHEN WS-FN-SEQ(WS-FN-SCAN) < WS-FN-SEQ(WS-FN-BEST)
063900           MOVE WS-FN-SCAN TO WS-FN-BEST
064000        WHEN WS-FN-SEQ(WS-FN-SCAN) > WS-FN-SEQ(WS-FN-BEST)
064100           CONTINUE
064200        WHEN WS-FN-PLAYER(WS-FN-SCAN) < WS-FN-PLAYER(WS-FN-BEST)
064300           MOVE WS-FN-SCAN TO WS-FN-BEST
064400     END-EVALUATE.
064500 4010-PICK-BEST-EXIT.
064600     EXIT.
064700*--------------------------------------------------------------
064800* 5000-PAY-FIELD - WORK DOWN THE FINISHING ORDER ONE TIE GROUP
064900*          AT A TIME; PRIZES FOR POSITIONS NOBODY FINISHED IN
065000*          ARE LEFT UNAWARDED
065100*--------------------------------------------------------------
065200 5000-PAY-FIELD.
065300     OPEN EXTEND GL-EVENT-FILE
065400     IF WS-GLEVENT-STATUS = "35"
065500        OPEN OUTPUT GL-EVENT-FILE
065600     END-IF
065700     MOVE 1 TO WS-GRP-FIRST
065800     PERFORM 5100-PAY-ONE-GROUP THRU 5100-PAY-ONE-GROUP-EXIT
065900        UNTIL WS-GRP-FIRST > WS-FN-COUNT
066000     CLOSE GL-EVENT-FILE
066100     PERFORM 5400-ADD-UNAWARDED THRU 5400-ADD-UNAWARDED-EXIT
066200        VARYING WS-PZ-POS FROM 1 BY 1
066300        UNTIL WS-PZ-POS > WS-PZ-HIGH.
066400 5000-PAY-FIELD-EXIT.
066500     EXIT.
066600*--------------------------------------------------------------
066700* 5100-PAY-ONE-GROUP - PLAYERS LEVEL ON SCORE AND TOTAL SHARE
066800*          THE PRIZES FOR ALL THE POSITIONS THEY OCCUPY EQUALLY;
066900*          THE CENTS THAT WILL NOT DIVIDE GO TO THE FIRST
067000*--------------------------------------------------------------
067100 5100-PAY-ONE-GROUP.
067200     MOVE WS-GRP-FIRST TO WS-GRP-LAST
067300     PERFORM 5110-EXTEND-GROUP THRU 5110-EXTEND-GROUP-EXIT
067400     COMPUTE WS-GRP-SIZE = WS-GRP-LAST - WS-GRP-FIRST + 1
067500     MOVE ZERO TO WS-GRP-PLAYER-POOL
067600     MOVE ZERO TO WS-GRP-TEAM-POOL
067700     PERFORM 5120-POOL-ONE-POSITION
067800        THRU 5120-POOL-ONE-POSITION-EXIT
067900        VARYING WS-PZ-POS FROM WS-GRP-FIRST BY 1
068000        UNTIL WS-PZ-POS > WS-GRP-LAST
068100           OR WS-PZ-POS > WS-PZ-HIGH
068200     COMPUTE WS-GRP-PLAYER-SHARE =
068300        WS-GRP-PLAYER-POOL / WS-GRP-SIZE
068400     COMPUTE WS-GRP-TEAM-SHARE =
068500        WS-GRP-TEAM-POOL / WS-GRP-SIZE
068600     COMPUTE WS-GRP-PLAYER-ODD =
068700        WS-GRP-PLAYER-POOL - WS-GRP-PLAYER-SHARE * WS-GRP-SIZE
068800     COMPUTE WS-GRP-TEAM-ODD =
068900        WS-GRP-TEAM-POOL - WS-GRP-TEAM-SHARE * WS-GRP-SIZE
069000     PERFORM 5200-PAY-ONE-PLAYER THRU 5200-PAY-ONE-PLAYER-EXIT
069100        VARYING WS-OR-POS FROM WS-GRP-FIRST BY 1
069200        UNTIL WS-OR-POS > WS-GRP-LAST
069300     COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1.
069400 5100-PAY-ONE-GROUP-EXIT.
069500     EXIT.
069600*--------------------------------------------------------------
069700* 5110-EXTEND-GROUP - TAKE IN EACH FOLLOWING FINISHER LEVEL
069800*          WITH THE FIRST OF THE GROUP
069900*--------------------------------------------------------------
070000 5110-EXTEND-GROUP.
070100     IF WS-GRP-LAST NOT < WS-FN-COUNT
070200        GO TO 5110-EXTEND-GROUP-EXIT
070300     END-IF
070400     MOVE WS-OR-SLOT(WS-GRP-FIRST) TO WS-FN-SCAN
070500     MOVE WS-OR-SLOT(WS-GRP-LAST + 1) TO WS-FN-BEST
070600     IF WS-FN-SCORE(WS-FN-BEST) NOT = WS-FN-SCORE(WS-FN-SCAN)
070700        OR WS-FN-TOTAL(WS-FN-BEST) NOT = WS-FN-TOTAL(WS-FN-SCAN)
070800        GO TO 5110-EXTEND-GROUP-EXIT
070900     END-IF
071000     ADD 1 TO WS-GRP-LAST
071100     GO TO 5110-EXTEND-GROUP.
071200 5110-EXTEND-GROUP-EXIT.
071300     EXIT.
071400*--------------------------------------------------------------
071500* 5120-POOL-ONE-POSITION
071600*--------------------------------------------------------------
071700 5120-POOL-ONE-POSITION.
071800     IF WS-PZ-SET-SW(WS-PZ-POS) = "Y"
071900        ADD WS-PZ-PLAYER-AMT(WS-PZ-POS) TO WS-GRP-PLAYER-POOL
072000        ADD WS-PZ-TEAM-AMT(WS-PZ-POS) TO WS-GRP-TEAM-POOL
072100        MOVE "N" TO WS-PZ-SET-SW(WS-PZ-POS)
072200     END-IF.
072300 5120-POOL-ONE-POSITION-EXIT.
072400     EXIT.
072500*--------------------------------------------------------------
072600* 5200-PAY-ONE-PLAYER - ONE REGISTER LINE AND ITS GL EVENTS.
072700*          A PLAYER SINCE MERGED AWAY IS PAID AS THE SURVIVOR;
072800*          A PLAYER WITH NO TEAM KEEPS THE TEAM SHARE.
072900*--------------------------------------------------------------
073000 5200-PAY-ONE-PLAYER.
073100     MOVE WS-OR-SLOT(WS-OR-POS) TO WS-FN-SCAN
073200     MOVE WS-FN-PLAYER(WS-FN-SCAN) TO WS-PAY-PLAYER
073300     MOVE SPACES TO WS-PAY-TEAM
073400     MOVE SPACES TO WS-PAY-NOTE
073500     MOVE WS-GRP-PLAYER-SHARE TO WS-PAY-PLAYER-AMT
073600     MOVE WS-GRP-TEAM-SHARE TO WS-PAY-TEAM-AMT
073700     IF WS-OR-POS = WS-GRP-FIRST
073800        ADD WS-GRP-PLAYER-ODD TO WS-PAY-PLAYER-AMT
073900        ADD WS-GRP-TEAM-ODD TO WS-PAY-TEAM-AMT
074000     END-IF
074100     IF WS-GRP-SIZE > 1
074200        MOVE "TIED" TO WS-PAY-NOTE
074300     END-IF
074400     IF WS-PAY-PLAYER-AMT = ZERO AND WS-PAY-TEAM-AMT = ZERO
074500        GO TO 5200-PAY-ONE-PLAYER-EXIT
074600     END-IF
074700     IF PLAYERS-AVAILABLE
074800        MOVE WS-PAY-PLAYER TO PL-PLAYER-ID
074900        READ PLAYER-MASTER-FILE
075000           INVALID KEY
075100              MOVE SPACES TO PLAYER-MASTER-RECORD
075200        END-READ
075300        IF PL-PLAYER-MERGED AND PL-MERGED-INTO NOT = SPACES
075400           MOVE PL-MERGED-INTO TO WS-PAY-PLAYER
075500           MOVE "MERGED" TO WS-PAY-NOTE
075600           MOVE WS-PAY-PLAYER TO PL-PLAYER-ID
075700           READ PLAYER-MASTER-FILE
075800              INVALID KEY
075900                 MOVE SPACES TO PLAYER-MASTER-RECORD
076000           END-READ
076100        END-IF
076200        MOVE PL-TEAM TO WS-PAY-TEAM
076300     END-IF
076400     IF WS-PAY-TEAM = SPACES AND WS-PAY-TEAM-AMT > ZERO
076500        ADD WS-PAY-TEAM-AMT TO WS-PAY-PLAYER-AMT
076600        MOVE ZERO TO WS-PAY-TEAM-AMT
076700        MOVE "NO TEAM" TO WS-PAY-NOTE
076800     END-IF
076900     MOVE SPACES TO WS-PAY-LINE
077000     MOVE WS-GRP-FIRST TO PR-POS
077100     MOVE WS-PAY-PLAYER TO PR-PLAYER
077200     MOVE WS-FN-SCORE(WS-FN-SCAN) TO PR-SCORE
077300     MOVE WS-PAY-PLAYER-AMT TO PR-PLAYER-AMT
077400     IF WS-PAY-TEAM-AMT > ZERO
077500        MOVE WS-PAY-TEAM TO PR-TEAM
077600        MOVE WS-PAY-TEAM-AMT TO PR-TEAM-AMT
077700     END-IF
077800     MOVE WS-PAY-NOTE TO PR-NOTE
077900     MOVE WS-PAY-LINE TO WS-RPT-DETAIL
078000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
078100     ADD 1 TO WS-PAYEES
078200     ADD WS-PAY-PLAYER-AMT TO WS-PAID-PLAYERS
078300     ADD WS-PAY-TEAM-AMT TO WS-PAID-TEAMS
078400     PERFORM 5300-WRITE-GL-EVENTS THRU 5300-WRITE-GL-EVENTS-EXIT.
078500 5200-PAY-ONE-PLAYER-EXIT.
078600     EXIT.
078700*--------------------------------------------------------------
078800* 5300-WRITE-GL-EVENTS - THE PAYMENTS FOR THE GL INTERFACE;
078900*          THE REFERENCE IS EVENT / PLAYER / PAYEE
079000*--------------------------------------------------------------
079100 5300-WRITE-GL-EVENTS.
079200     MOVE SPACES TO GL-EVENT-RECORD
079300     MOVE "PRIZEPAY" TO GE-SOURCE
079400     MOVE WS-RUN-DATE TO GE-BUS-DATE
079500     MOVE WS-EVENT TO GR-EVENT
079600     MOVE WS-PAY-PLAYER TO GR-PLAYER
079700     IF WS-PAY-PLAYER-AMT > ZERO
079800        MOVE "PRIZEPLY" TO GE-EVENT-TYPE
079900        MOVE WS-PAY-PLAYER-AMT TO GE-AMOUNT
080000        MOVE WS-PAY-PLAYER TO GR-PAYEE
080100        MOVE WS-GL-REF TO GE-REFERENCE
080200        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
080300        ADD 1 TO WS-GL-EVENTS
080400     END-IF
080500     IF WS-PAY-TEAM-AMT > ZERO
080600        MOVE "PRIZETEM" TO GE-EVENT-TYPE
080700        MOVE WS-PAY-TEAM-AMT TO GE-AMOUNT
080800        MOVE WS-PAY-TEAM TO GR-PAYEE
080900        MOVE WS-GL-REF TO GE-REFERENCE
081000        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
081100        ADD 1 TO WS-GL-EVENTS
081200     END-IF.
081300 5300-WRITE-GL-EVENTS-EXIT.
081400     EXIT.
081500*--------------------------------------------------------------
081600* 5400-ADD-UNAWARDED - A PRICED POSITION STILL UNCLAIMED AFTER
081700*          THE FIELD IS PAID (FEWER FINISHERS THAN PRIZES)
081800*--------------------------------------------------------------
081900 5400-ADD-UNAWARDED.
082000     IF WS-PZ-SET-SW(WS-PZ-POS) = "Y"
082100        ADD WS-PZ-PLAYER-AMT(WS-PZ-POS) TO WS-UNAWARDED
082200        ADD WS-PZ-TEAM-AMT(WS-PZ-POS) TO WS-UNAWARDED
082300     END-IF.
082400 5400-ADD-UNAWARDED-EXIT.
082500     EXIT.
082600*--------------------------------------------------------------
082700* 6000-WRITE-TOTALS - REGISTER TOTALS AND THE PRIZEHST ENTRY
082800*          THAT MARKS THE EVENT PAID
082900*--------------------------------------------------------------
083000 6000-WRITE-TOTALS.
083100     MOVE SPACES TO WS-RPT-DETAIL
083200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
083300     MOVE "FINISHERS         :" TO TT-LABEL
083400     MOVE WS-FN-COUNT TO TT-COUNT
083500     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
083600     MOVE "PAYEES            :" TO TT-LABEL
083700     MOVE WS-PAYEES TO TT-COUNT
083800     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
083900     MOVE "SCHEDULE ROWS     :" TO TT-LABEL
084000     MOVE WS-SCHED-ROWS TO TT-COUNT
084100     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
084200     MOVE "ROWS REJECTED     :" TO TT-LABEL
084300     MOVE WS-SCHED-REJECTS TO TT-COUNT
084400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
084500     MOVE "GL EVENTS         :" TO TT-LABEL
084600     MOVE WS-GL-EVENTS TO TT-COUNT
084700     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
084800     MOVE "SCHEDULE TOTAL    :" TO TM-LABEL
084900     MOVE WS-SCHED-TOTAL TO TM-AMOUNT
085000     PERFORM 6910-WRITE-MONEY THRU 6910-WRITE-MONEY-EXIT
085100     MOVE "PAID TO PLAYERS   :" TO TM-LABEL
085200     MOVE WS-PAID-PLAYERS TO TM-AMOUNT
085300     PERFORM 6910-WRITE-MONEY THRU 6910-WRITE-MONEY-EXIT
085400     MOVE "PAID TO TEAMS     :" TO TM-LABEL
085500     MOVE WS-PAID-TEAMS TO TM-AMOUNT
085600     PERFORM 6910-WRITE-MONEY THRU 6910-WRITE-MONEY-EXIT
085700     MOVE "UNAWARDED         :" TO TM-LABEL
085800     MOVE WS-UNAWARDED TO TM-AMOUNT
085900     PERFORM 6910-WRITE-MONEY THRU 6910-WRITE-MONEY-EXIT
086000     OPEN EXTEND PRIZE-HIST-FILE
086100     IF WS-PRIZEHST-STATUS = "35"
086200        OPEN OUTPUT PRIZE-HIST-FILE
086300     END-IF
086400     MOVE SPACES TO PRIZE-HIST-RECORD
086500     MOVE WS-EVENT TO PH-EVENT
086600     MOVE WS-SOURCE TO PH-SOURCE
086700     MOVE WS-RUN-DATE TO PH-PAID-DATE
086800     COMPUTE PH-TOTAL-PAID = WS-PAID-PLAYERS + WS-PAID-TEAMS
086900     WRITE PRIZE-HIST-RECORD
087000     CLOSE PRIZE-HIST-FILE.
087100 6000-WRITE-TOTALS-EXIT.
087200     EXIT.
087300*--------------------------------------------------------------
087400* 6900-WRITE-TOTAL
087500*--------------------------------------------------------------
087600 6900-WRITE-TOTAL.
087700     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
087800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
087900 6900-WRITE-TOTAL-EXIT.
088000     EXIT.
088100*--------------------------------------------------------------
088200* 6910-WRITE-MONEY
088300*--------------------------------------------------------------
088400 6910-WRITE-MONEY.
088500     MOVE WS-MONEY-LINE TO WS-RPT-DETAIL
088600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
088700 6910-WRITE-MONEY-EXIT.
088800     EXIT.
088900*--------------------------------------------------------------
089000* 9000-FINISH - CLOSE AND LOG
089100*--------------------------------------------------------------
089200 9000-FINISH.
089300     MOVE "C" TO RPT-REQUEST
089400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
089500     IF PLAYERS-AVAILABLE
089600        CLOSE PLAYER-MASTER-FILE
089700     END-IF
089800     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
089900 9000-FINISH-EXIT.
090000     EXIT.
090100*--------------------------------------------------------------
090200* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
090300*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
090400*--------------------------------------------------------------
090500 9100-LOG-JOB-ACCT.
090600     OPEN EXTEND JOB-ACCT-FILE
090700     IF WS-JOBACCT-STATUS = "35"
090800        OPEN OUTPUT JOB-ACCT-FILE
090900        CLOSE JOB-ACCT-FILE
091000        OPEN EXTEND JOB-ACCT-FILE
091100     END-IF
091200     MOVE "PRIZEPAY" TO JA-PROGRAM-NAME
091300     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
091400     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
091500     MOVE "COMPLETED" TO JA-RETURN-STATUS
091600     MOVE WS-PAYEES TO JA-RECORD-COUNT
091700     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
091800     CLOSE JOB-ACCT-FILE.
091900 9100-LOG-JOB-ACCT-EXIT.
092000     EXIT.
