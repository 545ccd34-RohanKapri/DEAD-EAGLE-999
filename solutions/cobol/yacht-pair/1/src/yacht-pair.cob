000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YACHT-PAIR.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. SWISS-SYSTEM PAIRINGS FOR THE
001100*                 NEXT YACHT TOURNAMENT ROUND. TAKES THE
001200*                 EVENING'S STANDINGS FROM THE TOURNAMENT REPORT
001300*                 (YACHTTRN: WINS AND GAMES PER ENTRANT) AND THE
001400*                 SEEDING RATING FROM RATINGMS, RANKS THE FIELD
001500*                 BY WINS THEN RATING, AND PAIRS EACH PLAYER WITH
001600*                 THE NEXT ONE DOWN THEY HAVE NOT ALREADY MET
001700*                 (EVERY GAME ON YACHTSCR COUNTS AS A MEETING OF
001800*                 ITS ENTRANTS). AN ODD FIELD GIVES THE BYE TO
001900*                 THE LOWEST-RANKED PLAYER WHO HAS NOT YET SAT
002000*                 OUT. THE ROUND (RUNCTL YACHPAIR ROUND, DEFAULT
002100*                 ONE PAST THE MOST GAMES PLAYED) NAMES EACH
002110*                 TABLE'S GAME ID (R03T01 IS ROUND 3, TABLE 1).
002120*                 PRINTS THE TABLE ASSIGNMENTS FOR THE FLOOR
002130*                 (TABLERPT) AND WRITES A YACHTIN SKELETON -- ONE
002140*                 ROW PER PLAYER PER ROUND CARRYING PLAYER,
002150*                 ROUND, CATEGORY AND GAME ID -- SO THE DESK ONLY
002160*                 FILLS IN THE DICE. A FORCED REMATCH OR A GAME
002170*                 ID ALREADY ON YACHTSCR ENDS WITH RETURN CODE 4;
002900*                 NO STANDINGS ENDS WITH 8 AND LEAVES YACHTIN
003000*                 ALONE.
003010* 2026-10-15 RLM  ENTRANTS PAST THE 100-PLAYER FIELD ARE
003020*                 COUNTED AND PRINTED AS NOT PAIRED AND END THE
003030*                 RUN WITH RETURN CODE 4.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 REPOSITORY.
003500     FUNCTION ALL INTRINSIC.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT TOURN-RPT-FILE ASSIGN TO "YACHTTRN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-TOURNRPT-STATUS.
004100     SELECT SCORECARD-FILE ASSIGN TO "YACHTSCR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SC-KEY
004500         FILE STATUS IS WS-SCORECARD-STATUS.
004600     SELECT RATING-MASTER-FILE ASSIGN TO "RATINGMS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS RT-PLAYER-ID
005000         FILE STATUS IS WS-RATINGMS-STATUS.
005100     SELECT SKELETON-FILE ASSIGN TO "YACHTIN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SKELETON-STATUS.
005400     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-JOBACCT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  TOURN-RPT-FILE.
006000 01  TOURN-RPT-RECORD.
006100     05 TR-PLAYER              PIC X(10).
006200     05 FILLER                 PIC X(02).
006300     05 TR-WINS                PIC X(03).
006400     05 FILLER                 PIC X(02).
006500     05 TR-GAMES               PIC X(03).
006600     05 FILLER                 PIC X(60).
006700 FD  SCORECARD-FILE.
006800 01  SCORECARD-RECORD.
006900     05 SC-KEY.
007000        10 SC-GAME-ID          PIC X(06).
007100        10 SC-PLAYER-ID        PIC X(10).
007200        10 SC-ROUND-NO         PIC 99.
007300        10 SC-CATEGORY         PIC X(15).
007400     05 SC-SCORE               PIC 999.
007500 FD  RATING-MASTER-FILE.
007600 01  RATING-MASTER-RECORD.
007700     05 RT-PLAYER-ID           PIC X(10).
007800     05 RT-RATING              PIC 9(05).
007900     05 RT-GAMES               PIC 9(05).
008000*    SAME LAYOUT AS THE YACHT ROLL FEED, DICE LEFT BLANK
008100 FD  SKELETON-FILE.
008200 01  SKELETON-RECORD.
008300     05 SK-PLAYER-ID           PIC X(10).
008400     05 FILLER                 PIC X(01).
008500     05 SK-ROUND-NO            PIC 99.
008600     05 FILLER                 PIC X(01).
008700     05 SK-CATEGORY            PIC X(15).
008800     05 FILLER                 PIC X(01).
008900     05 SK-DICE                PIC X(05).
009000     05 SK-GAME-ID             PIC X(06).
009100     05 FILLER                 PIC X(04).
009200 FD  JOB-ACCT-FILE
009300     RECORDING MODE IS F.
009400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
009500 WORKING-STORAGE SECTION.
009600*--------------------------------------------------------------
009700* FILE STATUS AND RUN CONTROLS
009800*--------------------------------------------------------------
009900 77  WS-TOURNRPT-STATUS        PIC XX.
010000 77  WS-SCORECARD-STATUS       PIC XX.
010100 77  WS-RATINGMS-STATUS        PIC XX.
010200 77  WS-SKELETON-STATUS        PIC XX.
010300 77  WS-JOBACCT-STATUS         PIC XX.
010400 77  WS-TRN-EOF-SW             PIC X(01) VALUE "N".
010500     88 END-OF-STANDINGS       VALUE "Y".
010600 77  WS-CARD-EOF-SW            PIC X(01) VALUE "N".
010700     88 END-OF-SCORECARD       VALUE "Y".
010800 77  WS-SCORECARDS-SW          PIC X(01) VALUE "N".
010900     88 SCORECARDS-AVAILABLE   VALUE "Y".
011000 77  WS-RATINGS-SW             PIC X(01) VALUE "N".
011100     88 RATINGS-AVAILABLE      VALUE "Y".
011200 77  WS-JA-START-TIMESTAMP     PIC X(14).
011300 77  WS-ROUND                  PIC 99 VALUE ZERO.
011400 77  WS-MAX-ROUND              PIC 99 VALUE 12.
011500 77  WS-SKEL-ROUNDS            PIC 99.
011600 77  WS-SKEL-ROUND             PIC 99.
011700 77  WS-SKEL-ROWS              PIC 9(05) BINARY VALUE ZERO.
011800 77  WS-REMATCHES              PIC 9(03) BINARY VALUE ZERO.
011900 77  WS-CLASHES                PIC 9(03) BINARY VALUE ZERO.
011910 77  WS-EN-OVERFLOW            PIC 9(05) BINARY VALUE ZERO.
012000 77  WS-NUM-X                  PIC X(03).
012100 77  WS-NUM-9 REDEFINES WS-NUM-X PIC 9(03).
012200 COPY JOBACCT.
012300 COPY RUNPARM.
012400 COPY RPTWRITE.
012500 01  WS-RPT-DETAIL             PIC X(100).
012600*--------------------------------------------------------------
012700* THE FIELD - ONE ENTRY PER ENTRANT ON THE STANDINGS
012800*--------------------------------------------------------------
012900 01  WS-ENTRANT-TABLE.
013000     05 WS-EN-COUNT            PIC 9(03) BINARY VALUE ZERO.
013100     05 WS-EN-ENTRY OCCURS 100 TIMES.
013200        10 WS-EN-PLAYER        PIC X(10).
013300        10 WS-EN-WINS          PIC 9(03).
013400        10 WS-EN-GAMES         PIC 9(03).
013500        10 WS-EN-RATING        PIC 9(05).
013600        10 WS-EN-RANKED-SW     PIC X(01).
013700        10 WS-EN-PAIRED-SW     PIC X(01).
013800 77  WS-EN-SCAN                PIC 9(03) BINARY.
013900 77  WS-EN-BEST                PIC 9(03) BINARY.
014000 77  WS-MOST-GAMES             PIC 9(03) VALUE ZERO.
014100*    RANKED ORDER: SLOT NUMBERS INTO THE ENTRANT TABLE
014200 01  WS-ORDER-TABLE.
014300     05 WS-OR-SLOT OCCURS 100 TIMES PIC 9(03) BINARY.
014400 77  WS-OR-POS                 PIC 9(03) BINARY.
014500 77  WS-OR-SCAN                PIC 9(03) BINARY.
014600 77  WS-PARTNER                PIC 9(03) BINARY.
014700 77  WS-FALLBACK               PIC 9(03) BINARY.
014800 77  WS-BYE-SLOT               PIC 9(03) BINARY VALUE ZERO.
014900*--------------------------------------------------------------
015000* WHO HAS MET WHOM - LOWER PLAYER ID FIRST IN EACH PAIR
015100*--------------------------------------------------------------
015200 01  WS-MET-TABLE.
015300     05 WS-MT-COUNT            PIC 9(04) BINARY VALUE ZERO.
015400     05 WS-MT-PAIR OCCURS 3000 TIMES PIC X(20).
015500 77  WS-MT-SCAN                PIC 9(04) BINARY.
015600 01  WS-MET-KEY.
015700     05 WS-MK-LOW              PIC X(10).
015800     05 WS-MK-HIGH             PIC X(10).
015900 77  WS-MET-SW                 PIC X(01).
016000     88 ALREADY-MET            VALUE "Y".
016100 77  WS-CUR-GAME               PIC X(06) VALUE SPACES.
016200 01  WS-GAME-TABLE.
016300     05 WS-GM-COUNT            PIC 9(02) BINARY VALUE ZERO.
016400     05 WS-GM-PLAYER OCCURS 50 TIMES PIC X(10).
016500 77  WS-GM-SCAN                PIC 9(02) BINARY.
016600 77  WS-GM-OTHER               PIC 9(02) BINARY.
016700 77  WS-GM-FOUND-SW            PIC X(01).
016800     88 GAME-SLOT-FOUND        VALUE "Y".
016900*--------------------------------------------------------------
017000* THE TABLES FOR THE NEW ROUND
017100*--------------------------------------------------------------
017200 01  WS-TABLE-LIST.
017300     05 WS-TB-COUNT            PIC 9(02) BINARY VALUE ZERO.
017400     05 WS-TB-ENTRY OCCURS 50 TIMES.
017500        10 WS-TB-SLOT-A        PIC 9(03) BINARY.
017600        10 WS-TB-SLOT-B        PIC 9(03) BINARY.
017700        10 WS-TB-NOTE          PIC X(12).
017800 77  WS-TB-SCAN                PIC 9(02) BINARY.
017900 01  WS-GAME-ID-BUILD.
018000     05 FILLER                 PIC X(01) VALUE "R".
018100     05 GB-ROUND               PIC 99.
018200     05 FILLER                 PIC X(01) VALUE "T".
018300     05 GB-TABLE               PIC 99.
018400*--------------------------------------------------------------
018500* THE TWELVE CATEGORIES IN SCORECARD ORDER, ONE PER ROUND ON
018600*          THE SKELETON
018700*--------------------------------------------------------------
018800 01  WS-CAT-DEFAULTS PIC X(180) VALUE
018900     "yacht          " & "ones           " &
019000     "twos           " & "threes         " &
019100     "fours          " & "fives          " &
019200     "sixes          " & "full house     " &
019300     "four of a kind " & "little straight" &
019400     "big straight   " & "choice         ".
019500 01  FILLER REDEFINES WS-CAT-DEFAULTS.
019600     05 WS-CAT-DFLT-NAME OCCURS 12 TIMES PIC X(15).
019700*--------------------------------------------------------------
019800* REPORT LINES
019900*--------------------------------------------------------------
020000 01  WS-TABLE-LINE.
020100     05 PR-TABLE               PIC ZZ9.
020200     05 FILLER                 PIC X(02) VALUE SPACES.
020300     05 PR-GAME                PIC X(06).
020400     05 FILLER                 PIC X(02) VALUE SPACES.
020500     05 PR-PLAYER-A            PIC X(10).
020600     05 FILLER                 PIC X(02) VALUE SPACES.
020700     05 PR-WINS-A              PIC ZZZ9.
020800     05 FILLER                 PIC X(03) VALUE SPACES.
020900     05 PR-RATING-A            PIC ZZZZ9.
021000     05 FILLER                 PIC X(02) VALUE SPACES.
021100     05 PR-PLAYER-B            PIC X(10).
021200     05 FILLER                 PIC X(02) VALUE SPACES.
021300     05 PR-WINS-B              PIC ZZZ9.
021400     05 FILLER                 PIC X(03) VALUE SPACES.
021500     05 PR-RATING-B            PIC ZZZZ9.
021600     05 FILLER                 PIC X(02) VALUE SPACES.
021700     05 PR-NOTE                PIC X(12).
021800 01  WS-TOTAL-LINE.
021900     05 TT-LABEL               PIC X(20).
022000     05 TT-COUNT               PIC ZZZZ9.
022100 PROCEDURE DIVISION.
022200*--------------------------------------------------------------
022300* 0000-MAINLINE
022400*--------------------------------------------------------------
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022700     PERFORM 2000-LOAD-STANDINGS THRU 2000-LOAD-STANDINGS-EXIT
022800     IF WS-EN-COUNT < 2
022900        MOVE "D" TO RPT-REQUEST
022910        MOVE "FEWER THAN TWO ENTRANTS ON YACHTTRN - NONE PAIRED"
023100           TO WS-RPT-DETAIL
023200        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
023300        MOVE 8 TO RETURN-CODE
023400        PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
023500        STOP RUN
023600     END-IF
023700     PERFORM 3000-LOAD-MEETINGS THRU 3000-LOAD-MEETINGS-EXIT
023800     PERFORM 4000-RANK-ONE THRU 4000-RANK-ONE-EXIT
023900        VARYING WS-OR-POS FROM 1 BY 1
024000        UNTIL WS-OR-POS > WS-EN-COUNT
024100     PERFORM 5000-PAIR-FIELD THRU 5000-PAIR-FIELD-EXIT
024200     PERFORM 6000-WRITE-TABLES THRU 6000-WRITE-TABLES-EXIT
024300     IF WS-REMATCHES > ZERO OR WS-CLASHES > ZERO
024310        OR WS-EN-OVERFLOW > ZERO
024400        MOVE 4 TO RETURN-CODE
024500     END-IF
024600     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
024700     STOP RUN.
024800*--------------------------------------------------------------
024900* 1000-INITIALIZE - OPEN THE INPUTS, RUN CONTROLS, REPORT
025000*--------------------------------------------------------------
025100 1000-INITIALIZE.
025200     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
025300     OPEN INPUT TOURN-RPT-FILE
025400     IF WS-TOURNRPT-STATUS NOT = "00"
025500        SET END-OF-STANDINGS TO TRUE
025600     END-IF
025700     OPEN INPUT SCORECARD-FILE
025800     IF WS-SCORECARD-STATUS = "00"
025900        SET SCORECARDS-AVAILABLE TO TRUE
026000     END-IF
026100     OPEN INPUT RATING-MASTER-FILE
026200     IF WS-RATINGMS-STATUS = "00"
026300        SET RATINGS-AVAILABLE TO TRUE
026400     END-IF
026500*    THE SKELETON CARRIES AS MANY ROUNDS AS THE SCORER ALLOWS,
026600*    ONE CATEGORY APIECE
026700     MOVE "YACHT" TO RP-PROGRAM-ID
026800     MOVE "MAXROUND" TO RP-KEYWORD
026900     MOVE SPACES TO RP-DEFAULT
027000     CALL "RUNPARM" USING RUN-PARM-CONTROL
027100     IF RP-VALUE-FOUND AND RP-VALUE(1:2) IS NUMERIC
027200        MOVE RP-VALUE(1:2) TO WS-MAX-ROUND
027300     END-IF
027400     IF WS-MAX-ROUND > 12 OR WS-MAX-ROUND = ZERO
027500        MOVE 12 TO WS-SKEL-ROUNDS
027600     ELSE
027700        MOVE WS-MAX-ROUND TO WS-SKEL-ROUNDS
027800     END-IF
027900     MOVE "O" TO RPT-REQUEST
028000     MOVE "YACHPAIR" TO RPT-PROGRAM-ID
028100     MOVE "TABLERPT" TO RPT-REPORT-NAME
028200     MOVE "YACHT TOURNAMENT TABLE ASSIGNMENTS" TO RPT-TITLE
028300     MOVE "TBL  GAME    PLAYER A    WINS  RATING  PLAYER B    WINS
028400-         "  RATING  NOTE" TO RPT-COL-HEADING
028500     MOVE 60 TO RPT-LINES-PER-PAGE
028600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
028700 1000-INITIALIZE-EXIT.
028800     EXIT.
028900*--------------------------------------------------------------
029000* 2000-LOAD-STANDINGS - ONE ENTRANT PER DETAIL LINE OF THE
029100*          TOURNAMENT REPORT; THE HEADING AND THE SERIES LINE
029200*          ARE PASSED OVER. RATINGS COME FROM THE MASTER.
029300*--------------------------------------------------------------
029400 2000-LOAD-STANDINGS.
029500     PERFORM 2100-READ-ONE-STANDING
029600        THRU 2100-READ-ONE-STANDING-EXIT
029700        UNTIL END-OF-STANDINGS
029800     IF WS-TOURNRPT-STATUS NOT = "35"
029900        CLOSE TOURN-RPT-FILE
030000     END-IF.
030100 2000-LOAD-STANDINGS-EXIT.
030200     EXIT.
030300*--------------------------------------------------------------
030400* 2100-READ-ONE-STANDING
030500*--------------------------------------------------------------
030600 2100-READ-ONE-STANDING.
030700     READ TOURN-RPT-FILE
030800        AT END
030900           SET END-OF-STANDINGS TO TRUE
031000           GO TO 2100-READ-ONE-STANDING-EXIT
031100     END-READ
031200     IF TR-PLAYER = SPACES
031300        OR TR-PLAYER = "PLAYER"
031400        OR TOURN-RPT-RECORD(1:6) = "SERIES"
031500        GO TO 2100-READ-ONE-STANDING-EXIT
031600     END-IF
031700     IF WS-EN-COUNT NOT < 100
031710        ADD 1 TO WS-EN-OVERFLOW
031800        GO TO 2100-READ-ONE-STANDING-EXIT
031900     END-IF
032000     ADD 1 TO WS-EN-COUNT
032100     MOVE TR-PLAYER TO WS-EN-PLAYER(WS-EN-COUNT)
032200     MOVE TR-WINS TO WS-NUM-X
032300     INSPECT WS-NUM-X REPLACING LEADING SPACE BY ZERO
032400     IF WS-NUM-X IS NUMERIC
032500        MOVE WS-NUM-9 TO WS-EN-WINS(WS-EN-COUNT)
032600     ELSE
032700        MOVE ZERO TO WS-EN-WINS(WS-EN-COUNT)
032800     END-IF
032900     MOVE TR-GAMES TO WS-NUM-X
033000     INSPECT WS-NUM-X REPLACING LEADING SPACE BY ZERO
033100     IF WS-NUM-X IS NUMERIC
033200        MOVE WS-NUM-9 TO WS-EN-GAMES(WS-EN-COUNT)
033300     ELSE
033400        MOVE ZERO TO WS-EN-GAMES(WS-EN-COUNT)
033500     END-IF
033600     IF WS-EN-GAMES(WS-EN-COUNT) > WS-MOST-GAMES
033700        MOVE WS-EN-GAMES(WS-EN-COUNT) TO WS-MOST-GAMES
033800     END-IF
033900*    AN UNRATED ENTRANT SEEDS AT THE LADDER'S STARTING 1500
034000     MOVE 1500 TO WS-EN-RATING(WS-EN-COUNT)
034100     IF RATINGS-AVAILABLE
034200        MOVE TR-PLAYER TO RT-PLAYER-ID
034300        READ RATING-MASTER-FILE
034400           INVALID KEY
034500              CONTINUE
034600           NOT INVALID KEY
034700              MOVE RT-RATING TO WS-EN-RATING(WS-EN-COUNT)
034800        END-READ
034900     END-IF
035000     MOVE "N" TO WS-EN-RANKED-SW(WS-EN-COUNT)
035100     MOVE "N" TO WS-EN-PAIRED-SW(WS-EN-COUNT).
035200 2100-READ-ONE-STANDING-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------
035500* 3000-LOAD-MEETINGS - EVERY GAME ON THE SCORECARD FILE IS A
035600*          MEETING OF EACH PAIR OF ITS ENTRANTS
035700*--------------------------------------------------------------
035800 3000-LOAD-MEETINGS.
035900*    THE ROUND BEING PAIRED DEFAULTS TO ONE PAST THE MOST GAMES
036000*    ANY ENTRANT HAS PLAYED
036100     COMPUTE WS-ROUND = WS-MOST-GAMES + 1
036200     MOVE "YACHPAIR" TO RP-PROGRAM-ID
036300     MOVE "ROUND" TO RP-KEYWORD
036400     MOVE SPACES TO RP-DEFAULT
036500     CALL "RUNPARM" USING RUN-PARM-CONTROL
036600     IF RP-VALUE-FOUND AND RP-VALUE(1:2) IS NUMERIC
036700        MOVE RP-VALUE(1:2) TO WS-ROUND
036800     END-IF
036900     IF NOT SCORECARDS-AVAILABLE
037000        GO TO 3000-LOAD-MEETINGS-EXIT
037100     END-IF
037200     MOVE LOW-VALUES TO SC-KEY
037300     START SCORECARD-FILE KEY NOT < SC-KEY
037400        INVALID KEY
037500           SET END-OF-SCORECARD TO TRUE
037600     END-START
037700     PERFORM 3100-TAKE-ONE-ROW THRU 3100-TAKE-ONE-ROW-EXIT
037800        UNTIL END-OF-SCORECARD
037900     IF WS-CUR-GAME NOT = SPACES
037910       PERFORM 3300-POST-GAME-PAIRS
037920          THRU 3300-POST-GAME-PAIRS-EXIT
038100     END-IF.
038200 3000-LOAD-MEETINGS-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------
038500* 3100-TAKE-ONE-ROW - BREAK ON GAME ID, COLLECT THE ENTRANTS
038600*--------------------------------------------------------------
038700 3100-TAKE-ONE-ROW.
038800     READ SCORECARD-FILE NEXT RECORD
038900        AT END
039000           SET END-OF-SCORECARD TO TRUE
039100           GO TO 3100-TAKE-ONE-ROW-EXIT
039200     END-READ
039300     IF SC-GAME-ID NOT = WS-CUR-GAME
039400        IF WS-CUR-GAME NOT = SPACES
039500           PERFORM 3300-POST-GAME-PAIRS
039600              THRU 3300-POST-GAME-PAIRS-EXIT
039700        END-IF
039800        MOVE SC-GAME-ID TO WS-CUR-GAME
039900        MOVE ZERO TO WS-GM-COUNT
040000     END-IF
040100     MOVE "N" TO WS-GM-FOUND-SW
040200     PERFORM 3110-SCAN-ONE-SLOT THRU 3110-SCAN-ONE-SLOT-EXIT
040300        VARYING WS-GM-SCAN FROM 1 BY 1
040400        UNTIL WS-GM-SCAN > WS-GM-COUNT
040500           OR GAME-SLOT-FOUND
040600     IF NOT GAME-SLOT-FOUND AND WS-GM-COUNT < 50
040700        ADD 1 TO WS-GM-COUNT
040800        MOVE SC-PLAYER-ID TO WS-GM-PLAYER(WS-GM-COUNT)
040900     END-IF.
041000 3100-TAKE-ONE-ROW-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------
041300* 3110-SCAN-ONE-SLOT
041400*--------------------------------------------------------------
041500 3110-SCAN-ONE-SLOT.
041600     IF WS-GM-PLAYER(WS-GM-SCAN) = SC-PLAYER-ID
041700        SET GAME-SLOT-FOUND TO TRUE
041800     END-IF.
041900 3110-SCAN-ONE-SLOT-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------
042200* 3300-POST-GAME-PAIRS - EVERY PAIR IN THE FINISHED GAME
042300*--------------------------------------------------------------
042400 3300-POST-GAME-PAIRS.
042500     PERFORM 3310-POST-ONE-PLAYER THRU 3310-POST-ONE-PLAYER-EXIT
042600        VARYING WS-GM-SCAN FROM 1 BY 1
042700        UNTIL WS-GM-SCAN > WS-GM-COUNT.
042800 3300-POST-GAME-PAIRS-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------
043100* 3310-POST-ONE-PLAYER
043200*--------------------------------------------------------------
043300 3310-POST-ONE-PLAYER.
043400     PERFORM 3320-POST-ONE-PAIR THRU 3320-POST-ONE-PAIR-EXIT
043500        VARYING WS-GM-OTHER FROM WS-GM-SCAN BY 1
043600        UNTIL WS-GM-OTHER > WS-GM-COUNT.
043700 3310-POST-ONE-PLAYER-EXIT.
043800     EXIT.
043900*--------------------------------------------------------------
044000* 3320-POST-ONE-PAIR
044100*--------------------------------------------------------------
044200 3320-POST-ONE-PAIR.
044300     IF WS-GM-OTHER = WS-GM-SCAN
044400        OR WS-MT-COUNT NOT < 3000
044500        GO TO 3320-POST-ONE-PAIR-EXIT
044600     END-IF
044700     IF WS-GM-PLAYER(WS-GM-SCAN) < WS-GM-PLAYER(WS-GM-OTHER)
044800        MOVE WS-GM-PLAYER(WS-GM-SCAN) TO WS-MK-LOW
044900        MOVE WS-GM-PLAYER(WS-GM-OTHER) TO WS-MK-HIGH
045000     ELSE
045100        MOVE WS-GM-PLAYER(WS-GM-OTHER) TO WS-MK-LOW
045200        MOVE WS-GM-PLAYER(WS-GM-SCAN) TO WS-MK-HIGH
045300     END-IF
045400     ADD 1 TO WS-MT-COUNT
045500     MOVE WS-MET-KEY TO WS-MT-PAIR(WS-MT-COUNT).
045600 3320-POST-ONE-PAIR-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------
045900* 4000-RANK-ONE - REPEATED MAX SELECTION: MOST WINS, THEN
046000*          HIGHEST RATING, THEN PLAYER ID
046100*--------------------------------------------------------------
046200 4000-RANK-ONE.
046300     MOVE ZERO TO WS-EN-BEST
046400     PERFORM 4010-PICK-BEST THRU 4010-PICK-BEST-EXIT
046500        VARYING WS-EN-SCAN FROM 1 BY 1
046600        UNTIL WS-EN-SCAN > WS-EN-COUNT
046700     MOVE "Y" TO WS-EN-RANKED-SW(WS-EN-BEST)
046800     MOVE WS-EN-BEST TO WS-OR-SLOT(WS-OR-POS).
046900 4000-RANK-ONE-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------
047200* 4010-PICK-BEST
047300*--------------------------------------------------------------
047400 4010-PICK-BEST.
047500     IF WS-EN-RANKED-SW(WS-EN-SCAN) = "Y"
047600        GO TO 4010-PICK-BEST-EXIT
047700     END-IF
047800     IF WS-EN-BEST = ZERO
047900        MOVE WS-EN-SCAN TO WS-EN-BEST
048000        GO TO 4010-PICK-BEST-EXIT
048100     END-IF
048200     EVALUATE TRUE
048300        WHEN WS-EN-WINS(WS-EN-SCAN) > WS-EN-WINS(WS-EN-BEST)
048400           MOVE WS-EN-SCAN TO WS-EN-BEST
048500        WHEN WS-EN-WINS(WS-EN-SCAN) < WS-EN-WINS(WS-EN-BEST)
048600           CONTINUE
048700        WHEN WS-EN-RATING(WS-EN-SCAN) > WS-EN-RATING(WS-EN-BEST)
048800           MOVE WS-EN-SCAN TO WS-EN-BEST
048900        WHEN WS-EN-RATING(WS-EN-SCAN) < WS-EN-RATING(WS-EN-BEST)
049000           CONTINUE
049100        WHEN WS-EN-PLAYER(WS-EN-SCAN) < WS-EN-PLAYER(WS-EN-BEST)
049200           MOVE WS-EN-SCAN TO WS-EN-BEST
049300     END-EVALUATE.
049400 4010-PICK-BEST-EXIT.
049500     EXIT.
049600*--------------------------------------------------------------
049700* 5000-PAIR-FIELD - TAKE OUT THE BYE, THEN WORK DOWN THE RANKED
049800*          FIELD PAIRING EACH UNPAIRED PLAYER WITH THE NEXT ONE
049900*          BELOW NOT YET MET. WINS GROUPS STAY TOGETHER BECAUSE
050000*          THE RANKING IS WINS FIRST; A GROUP WITH AN ODD COUNT
050100*          FLOATS ITS LAST PLAYER DOWN TO THE NEXT GROUP.
050200*--------------------------------------------------------------
050300 5000-PAIR-FIELD.
050400     IF FUNCTION MOD(WS-EN-COUNT, 2) = 1
050500        PERFORM 5100-PICK-BYE THRU 5100-PICK-BYE-EXIT
050600     END-IF
050700     PERFORM 5200-PAIR-ONE THRU 5200-PAIR-ONE-EXIT
050800        VARYING WS-OR-POS FROM 1 BY 1
050900        UNTIL WS-OR-POS > WS-EN-COUNT.
051000 5000-PAIR-FIELD-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------
051300* 5100-PICK-BYE - LOWEST-RANKED PLAYER WITH A FULL COUNT OF
051400*          GAMES (ONE WHO HAS SAT OUT ALREADY HAS FEWER); FAILING
051500*          THAT, THE LOWEST-RANKED PLAYER
051600*--------------------------------------------------------------
051700 5100-PICK-BYE.
051800     MOVE ZERO TO WS-BYE-SLOT
051900     PERFORM 5110-TRY-ONE-BYE THRU 5110-TRY-ONE-BYE-EXIT
052000        VARYING WS-OR-SCAN FROM WS-EN-COUNT BY -1
052100        UNTIL WS-OR-SCAN < 1 OR WS-BYE-SLOT > ZERO
052200     IF WS-BYE-SLOT = ZERO
052300        MOVE WS-OR-SLOT(WS-EN-COUNT) TO WS-BYE-SLOT
052400     END-IF
052500     MOVE "Y" TO WS-EN-PAIRED-SW(WS-BYE-SLOT).
052600 5100-PICK-BYE-EXIT.
052700     EXIT.
052800*--------------------------------------------------------------
052900* 5110-TRY-ONE-BYE
053000*--------------------------------------------------------------
053100 5110-TRY-ONE-BYE.
053200     IF WS-EN-GAMES(WS-OR-SLOT(WS-OR-SCAN)) = WS-MOST-GAMES
053300        MOVE WS-OR-SLOT(WS-OR-SCAN) TO WS-BYE-SLOT
053400     END-IF.
053500 5110-TRY-ONE-BYE-EXIT.
053600     EXIT.
053700*--------------------------------------------------------------
053800* 5200-PAIR-ONE - A PLAYER WITH NO FRESH OPPONENT LEFT BELOW
053900*          TAKES THE FIRST UNPAIRED ONE AS A FLAGGED REMATCH
054000*--------------------------------------------------------------
054100 5200-PAIR-ONE.
054200     IF WS-EN-PAIRED-SW(WS-OR-SLOT(WS-OR-POS)) = "Y"
054300        GO TO 5200-PAIR-ONE-EXIT
054400     END-IF
054500     MOVE ZERO TO WS-PARTNER
054600     MOVE ZERO TO WS-FALLBACK
054700     PERFORM 5210-TRY-ONE-PARTNER THRU 5210-TRY-ONE-PARTNER-EXIT
054800        VARYING WS-OR-SCAN FROM WS-OR-POS BY 1
054900        UNTIL WS-OR-SCAN > WS-EN-COUNT OR WS-PARTNER > ZERO
055000     IF WS-PARTNER = ZERO AND WS-FALLBACK = ZERO
055100        GO TO 5200-PAIR-ONE-EXIT
055200     END-IF
055300     ADD 1 TO WS-TB-COUNT
055400     MOVE WS-OR-SLOT(WS-OR-POS) TO WS-TB-SLOT-A(WS-TB-COUNT)
055500     MOVE SPACES TO WS-TB-NOTE(WS-TB-COUNT)
055600     IF WS-PARTNER = ZERO
055700        MOVE WS-FALLBACK TO WS-PARTNER
055800        MOVE "REMATCH" TO WS-TB-NOTE(WS-TB-COUNT)
055900        ADD 1 TO WS-REMATCHES
056000     ELSE
056100        IF WS-EN-WINS(WS-PARTNER)
056200           NOT = WS-EN-WINS(WS-OR-SLOT(WS-OR-POS))
056300           MOVE "FLOAT" TO WS-TB-NOTE(WS-TB-COUNT)
056400        END-IF
056500     END-IF
056600     MOVE WS-PARTNER TO WS-TB-SLOT-B(WS-TB-COUNT)
056700     MOVE "Y" TO WS-EN-PAIRED-SW(WS-OR-SLOT(WS-OR-POS))
056800     MOVE "Y" TO WS-EN-PAIRED-SW(WS-PARTNER).
056900 5200-PAIR-ONE-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------
057200* 5210-TRY-ONE-PARTNER
057300*--------------------------------------------------------------
057400 5210-TRY-ONE-PARTNER.
057500     IF WS-OR-SCAN = WS-OR-POS
057600        OR WS-EN-PAIRED-SW(WS-OR-SLOT(WS-OR-SCAN)) = "Y"
057700        GO TO 5210-TRY-ONE-PARTNER-EXIT
057800     END-IF
057900     IF WS-FALLBACK = ZERO
058000        MOVE WS-OR-SLOT(WS-OR-SCAN) TO WS-FALLBACK
058100     END-IF
058200     IF WS-EN-PLAYER(WS-OR-SLOT(WS-OR-POS))
058300        < WS-EN-PLAYER(WS-OR-SLOT(WS-OR-SCAN))
058400        MOVE WS-EN-PLAYER(WS-OR-SLOT(WS-OR-POS)) TO WS-MK-LOW
058500        MOVE WS-EN-PLAYER(WS-OR-SLOT(WS-OR-SCAN)) TO WS-MK-HIGH
058600     ELSE
058700        MOVE WS-EN-PLAYER(WS-OR-SLOT(WS-OR-SCAN)) TO WS-MK-LOW
058800        MOVE WS-EN-PLAYER(WS-OR-SLOT(WS-OR-POS)) TO WS-MK-HIGH
058900     END-IF
059000     MOVE "N" TO WS-MET-SW
059100     PERFORM 5220-CHECK-ONE-MEETING
059200        THRU 5220-CHECK-ONE-MEETING-EXIT
059300        VARYING WS-MT-SCAN FROM 1 BY 1
059400        UNTIL WS-MT-SCAN > WS-MT-COUNT OR ALREADY-MET
059500     IF NOT ALREADY-MET
059600        MOVE WS-OR-SLOT(WS-OR-SCAN) TO WS-PARTNER
059700     END-IF.
059800 5210-TRY-ONE-PARTNER-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------
060100* 5220-CHECK-ONE-MEETING
060200*--------------------------------------------------------------
060300 5220-CHECK-ONE-MEETING.
060400     IF WS-MT-PAIR(WS-MT-SCAN) = WS-MET-KEY
060500        SET ALREADY-MET TO TRUE
060600     END-IF.
060700 5220-CHECK-ONE-MEETING-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------
061000* 6000-WRITE-TABLES - THE FLOOR REPORT AND THE YACHTIN SKELETON
061100*--------------------------------------------------------------
061200 6000-WRITE-TABLES.
061300     OPEN OUTPUT SKELETON-FILE
061400     MOVE "D" TO RPT-REQUEST
061500     MOVE WS-ROUND TO GB-ROUND
061600     PERFORM 6100-WRITE-ONE-TABLE THRU 6100-WRITE-ONE-TABLE-EXIT
061700        VARYING WS-TB-SCAN FROM 1 BY 1
061800        UNTIL WS-TB-SCAN > WS-TB-COUNT
061900     IF WS-BYE-SLOT > ZERO
062000        MOVE SPACES TO WS-TABLE-LINE
062100        MOVE "BYE" TO PR-GAME
062200        MOVE WS-EN-PLAYER(WS-BYE-SLOT) TO PR-PLAYER-A
062300        MOVE WS-EN-WINS(WS-BYE-SLOT) TO PR-WINS-A
062400        MOVE WS-EN-RATING(WS-BYE-SLOT) TO PR-RATING-A
062500        MOVE "SITS OUT" TO PR-NOTE
062600        MOVE WS-TABLE-LINE TO WS-RPT-DETAIL
062700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
062800     END-IF
062900     CLOSE SKELETON-FILE
063000     MOVE SPACES TO WS-RPT-DETAIL
063100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
063200     MOVE "ROUND PAIRED      :" TO TT-LABEL
063300     MOVE WS-ROUND TO TT-COUNT
063400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
063500     MOVE "ENTRANTS          :" TO TT-LABEL
063600     MOVE WS-EN-COUNT TO TT-COUNT
063700     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
063710*    ENTRANTS PAST THE 100-PLAYER FIELD ARE LEFT OFF THE ROUND
063720     MOVE "NOT PAIRED - FULL :" TO TT-LABEL
063730     MOVE WS-EN-OVERFLOW TO TT-COUNT
063740     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
063800     MOVE "TABLES            :" TO TT-LABEL
063900     MOVE WS-TB-COUNT TO TT-COUNT
064000     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
064100     MOVE "FORCED REMATCHES  :" TO TT-LABEL
064200     MOVE WS-REMATCHES TO TT-COUNT
064300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
064400     MOVE "GAME IDS IN USE   :" TO TT-LABEL
064500     MOVE WS-CLASHES TO TT-COUNT
064600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
064700     MOVE "YACHTIN ROWS      :" TO TT-LABEL
064800     MOVE WS-SKEL-ROWS TO TT-COUNT
064900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
065000 6000-WRITE-TABLES-EXIT.
065100     EXIT.
065200*--------------------------------------------------------------
065300* 6100-WRITE-ONE-TABLE - A GAME ID ALREADY ON THE SCORECARD
065400*          FILE MEANS THIS ROUND WAS PAIRED AND PLAYED BEFORE;
065500*          THE TABLE IS STILL LISTED BUT FLAGGED
065600*--------------------------------------------------------------
065700 6100-WRITE-ONE-TABLE.
065800     MOVE WS-TB-SCAN TO GB-TABLE
065900     IF SCORECARDS-AVAILABLE
066000        MOVE WS-GAME-ID-BUILD TO SC-GAME-ID
066100        MOVE LOW-VALUES TO SC-PLAYER-ID
066200        MOVE ZERO TO SC-ROUND-NO
066300        MOVE LOW-VALUES TO SC-CATEGORY
066400        START SCORECARD-FILE KEY NOT < SC-KEY
066500           INVALID KEY
066600              MOVE SPACES TO SC-GAME-ID
066700           NOT INVALID KEY
066800              READ SCORECARD-FILE NEXT RECORD
066900                 AT END
067000                    MOVE SPACES TO SC-GAME-ID
067100              END-READ
067200        END-START
067300        IF SC-GAME-ID = WS-GAME-ID-BUILD
067400           MOVE "ID IN USE" TO WS-TB-NOTE(WS-TB-SCAN)
067500           ADD 1 TO WS-CLASHES
067600        END-IF
067700     END-IF
067800     MOVE SPACES TO WS-TABLE-LINE
067900     MOVE WS-TB-SCAN TO PR-TABLE
068000     MOVE WS-GAME-ID-BUILD TO PR-GAME
068100     MOVE WS-EN-PLAYER(WS-TB-SLOT-A(WS-TB-SCAN)) TO PR-PLAYER-A
068200     MOVE WS-EN-WINS(WS-TB-SLOT-A(WS-TB-SCAN)) TO PR-WINS-A
068300     MOVE WS-EN-RATING(WS-TB-SLOT-A(WS-TB-SCAN)) TO PR-RATING-A
068400     MOVE WS-EN-PLAYER(WS-TB-SLOT-B(WS-TB-SCAN)) TO PR-PLAYER-B
068500     MOVE WS-EN-WINS(WS-TB-SLOT-B(WS-TB-SCAN)) TO PR-WINS-B
068600     MOVE WS-EN-RATING(WS-TB-SLOT-B(WS-TB-SCAN)) TO PR-RATING-B
068700     MOVE WS-TB-NOTE(WS-TB-SCAN) TO PR-NOTE
068800     MOVE WS-TABLE-LINE TO WS-RPT-DETAIL
068900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
069000     MOVE WS-TB-SLOT-A(WS-TB-SCAN) TO WS-EN-SCAN
069100     PERFORM 6200-WRITE-SKELETON THRU 6200-WRITE-SKELETON-EXIT
069200        VARYING WS-SKEL-ROUND FROM 1 BY 1
069300        UNTIL WS-SKEL-ROUND > WS-SKEL-ROUNDS
069400     MOVE WS-TB-SLOT-B(WS-TB-SCAN) TO WS-EN-SCAN
069500     PERFORM 6200-WRITE-SKELETON THRU 6200-WRITE-SKELETON-EXIT
069600        VARYING WS-SKEL-ROUND FROM 1 BY 1
069700        UNTIL WS-SKEL-ROUND > WS-SKEL-ROUNDS.
069800 6100-WRITE-ONE-TABLE-EXIT.
069900     EXIT.
070000*--------------------------------------------------------------
070100* 6200-WRITE-SKELETON - ONE ROLL ROW FOR THE PLAYER IN
070200*          WS-EN-SCAN; THE DICE ARE LEFT FOR THE DESK
070300*--------------------------------------------------------------
070400 6200-WRITE-SKELETON.
070500     MOVE SPACES TO SKELETON-RECORD
070600     MOVE WS-EN-PLAYER(WS-EN-SCAN) TO SK-PLAYER-ID
070700     MOVE WS-SKEL-ROUND TO SK-ROUND-NO
070800     MOVE WS-CAT-DFLT-NAME(WS-SKEL-ROUND) TO SK-CATEGORY
070900     MOVE WS-GAME-ID-BUILD TO SK-GAME-ID
071000     WRITE SKELETON-RECORD
071100     ADD 1 TO WS-SKEL-ROWS.
071200 6200-WRITE-SKELETON-EXIT.
071300     EXIT.
071400*--------------------------------------------------------------
071500* 6900-WRITE-TOTAL
071600*--------------------------------------------------------------
071700 6900-WRITE-TOTAL.
071800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
071900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
072000 6900-WRITE-TOTAL-EXIT.
072100     EXIT.
072200*--------------------------------------------------------------
072300* 9000-FINISH - CLOSE AND LOG
072400*--------------------------------------------------------------
072500 9000-FINISH.
072600     MOVE "C" TO RPT-REQUEST
072700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
072800     IF SCORECARDS-AVAILABLE
072900        CLOSE SCORECARD-FILE
073000     END-IF
073100     IF RATINGS-AVAILABLE
073200        CLOSE RATING-MASTER-FILE
073300     END-IF
073400     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
073500 9000-FINISH-EXIT.
073600     EXIT.
073700*--------------------------------------------------------------
073800* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
073900*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
074000*--------------------------------------------------------------
074100 9100-LOG-JOB-ACCT.
074200     OPEN EXTEND JOB-ACCT-FILE
074300     IF WS-JOBACCT-STATUS = "35"
074400        OPEN OUTPUT JOB-ACCT-FILE
074500        CLOSE JOB-ACCT-FILE
074600        OPEN EXTEND JOB-ACCT-FILE
074700     END-IF
074800     MOVE "YACHPAIR" TO JA-PROGRAM-NAME
074900     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
075000     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
075100     MOVE "COMPLETED" TO JA-RETURN-STATUS
075200     MOVE WS-EN-COUNT TO JA-RECORD-COUNT
075300     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
075400     CLOSE JOB-ACCT-FILE.
075500 9100-LOG-JOB-ACCT-EXIT.
075600     EXIT.
