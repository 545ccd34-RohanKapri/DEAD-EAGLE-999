000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTCICS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. LIVE YACHT GAME SCOREBOARD UNDER
001100*                 TRANSACTION YGAM, PSEUDO-CONVERSATIONAL LIKE
001200*                 THE SCORE INQUIRY. THE DESK KEYS A GAME ID AND
001300*                 GETS EVERY PLAYER IN THAT GAME FROM YACHTSCR:
001400*                 THE SEEDING RATING FROM RATINGMS, THE RUNNING
001500*                 TOTAL, THE SCORE IN EACH CATEGORY ALREADY USED
001600*                 AND A DASH FOR EACH STILL OPEN, WITH THE ROUNDS
001700*                 PLAYED AND THE CURRENT LEADER ON THE HEADING --
001800*                 "WHO'S WINNING GAME 3" WITHOUT RERUNNING THE
001900*                 STANDINGS. PF7 STEPS TO THE PREVIOUS GAME OF
002000*                 THE EVENING, PF8 TO THE NEXT, PF3 EXITS. EACH
002100*                 TASK APPENDS ITS TXNACT ROW THROUGH TXNLOGWR.
002110* 2026-10-15 RLM  THE PREVIOUS-GAME BROWSE IS ENDED ON A
002120*                 FAILED READNEXT AS WELL AS AT END OF FILE.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700*--------------------------------------------------------------
002800* SCREEN AND LOOKUP WORK AREAS
002900*--------------------------------------------------------------
003000 01  WS-OPERATOR-INPUT         PIC X(06).
003100 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 6.
003200 01  WS-SCREEN-PAGE.
003300     05 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
003400 01  WS-PAGE-LINE-NO           PIC 9(02).
003500 01  WS-RESP-CODE              PIC S9(8) COMP.
003600 01  WS-MESSAGE                PIC X(80) VALUE SPACES.
003700*--------------------------------------------------------------
003800* SCORECARD RECORD AND BROWSE KEY
003900*--------------------------------------------------------------
004000 01  WS-SC-KEY.
004100     05 WS-SK-GAME             PIC X(06).
004200     05 WS-SK-REST             PIC X(27).
004300 01  WS-SCORECARD-RECORD.
004400     05 SC-GAME-ID             PIC X(06).
004500     05 SC-PLAYER-ID           PIC X(10).
004600     05 SC-ROUND-NO            PIC 99.
004700     05 SC-CATEGORY            PIC X(15).
004800     05 SC-SCORE               PIC 999.
004900 01  WS-SC-REC-LEN             PIC S9(4) COMP VALUE 36.
005000*--------------------------------------------------------------
005100* RATING MASTER RECORD
005200*--------------------------------------------------------------
005300 01  WS-RATING-KEY             PIC X(10).
005400 01  WS-RATING-RECORD.
005500     05 RT-PLAYER-ID           PIC X(10).
005600     05 RT-RATING              PIC 9(05).
005700     05 RT-GAMES               PIC 9(05).
005800 01  WS-RATING-REC-LEN         PIC S9(4) COMP VALUE 20.
005900*--------------------------------------------------------------
006000* THE TWELVE CATEGORIES IN SCORECARD ORDER, AS THE SCORER
006100*          WRITES THEM
006200*--------------------------------------------------------------
006300 01  WS-CAT-DEFAULTS PIC X(180) VALUE
006400     "yacht          " & "ones           " &
006500     "twos           " & "threes         " &
006600     "fours          " & "fives          " &
006700     "sixes          " & "full house     " &
006800     "four of a kind " & "little straight" &
006900     "big straight   " & "choice         ".
007000 01  FILLER REDEFINES WS-CAT-DEFAULTS.
007100     05 WS-CAT-DFLT-NAME OCCURS 12 TIMES PIC X(15).
007200 77  WS-CAT-IDX                PIC 99.
007300 77  WS-CAT-HIT                PIC 99.
007400*--------------------------------------------------------------
007500* THE GAME UNDER INQUIRY - ONE ENTRY PER PLAYER
007600*--------------------------------------------------------------
007700 01  WS-PLAYER-TABLE.
007800     05 WS-PT-COUNT            PIC 9(02) VALUE ZERO.
007900     05 WS-PT-ENTRY OCCURS 15 TIMES.
008000        10 WS-PT-PLAYER        PIC X(10).
008100        10 WS-PT-RATING        PIC 9(05).
008200        10 WS-PT-TOTAL         PIC 9(05).
008300        10 WS-PT-USED          PIC 9(02).
008400        10 WS-PT-CELL OCCURS 12 TIMES PIC X(04).
008500 77  WS-PT-IDX                 PIC 9(02).
008600 77  WS-PT-OVERFLOW-SW         PIC X VALUE "N".
008700     88 PLAYERS-OVERFLOWED     VALUE "Y".
008800 77  WS-MAX-ROUND              PIC 99 VALUE ZERO.
008900 77  WS-LEADER                 PIC X(10).
009000 77  WS-LEADER-TOTAL           PIC 9(05).
009100 77  WS-EDIT-SCORE             PIC ZZ9.
009200 77  WS-FOUND-SW               PIC X VALUE "N".
009300     88 GAME-FOUND             VALUE "Y".
009400 77  WS-FOUND-GAME             PIC X(06).
009500 77  WS-AID-PF3                PIC X VALUE "3".
009600 77  WS-AID-PF7                PIC X VALUE "7".
009700 77  WS-AID-PF8                PIC X VALUE "8".
009800 01  WS-HEAD-LINE.
009900     05 FILLER                 PIC X(05) VALUE "GAME ".
010000     05 HD-GAME                PIC X(06).
010100     05 FILLER                 PIC X(11) VALUE "   PLAYERS ".
010200     05 HD-PLAYERS             PIC Z9.
010300     05 FILLER                 PIC X(10) VALUE "   ROUNDS ".
010400     05 HD-ROUNDS              PIC Z9.
010500     05 FILLER                 PIC X(10) VALUE "   LEADER ".
010600     05 HD-LEADER              PIC X(10).
010700     05 FILLER                 PIC X(01) VALUE SPACE.
010800     05 HD-LEADER-TOTAL        PIC ZZZZ9.
010900 01  WS-COL-HEAD.
011000     05 FILLER                 PIC X(10) VALUE "PLAYER".
011100     05 FILLER                 PIC X(02) VALUE SPACES.
011200     05 FILLER                 PIC X(05) VALUE "  RTG".
011300     05 FILLER                 PIC X(02) VALUE SPACES.
011400     05 FILLER                 PIC X(05) VALUE "TOTAL".
011500     05 FILLER                 PIC X(01) VALUE SPACE.
011600     05 FILLER                 PIC X(24)
011700        VALUE " YAC  1S  2S  3S  4S  5S".
011800     05 FILLER                 PIC X(24)
011900        VALUE "  6S  FH  4K  LS  BS  CH".
012000     05 FILLER                 PIC X(01) VALUE SPACE.
012100     05 FILLER                 PIC X(04) VALUE "OPEN".
012200 01  WS-PLAYER-LINE.
012300     05 LN-PLAYER              PIC X(10).
012400     05 FILLER                 PIC X(02) VALUE SPACES.
012500     05 LN-RATING              PIC ZZZZ9.
012600     05 FILLER                 PIC X(02) VALUE SPACES.
012700     05 LN-TOTAL               PIC ZZZZ9.
012800     05 FILLER                 PIC X(01) VALUE SPACE.
012900     05 LN-CELL OCCURS 12 TIMES PIC X(04).
013000     05 FILLER                 PIC X(01) VALUE SPACE.
013100     05 LN-OPEN                PIC ZZZ9.
013200*--------------------------------------------------------------
013300* COMMAREA - THE GAME ON THE SCREEN
013400*--------------------------------------------------------------
013500 01  WS-OUT-COMMAREA.
013600     05 WS-CA-ACTIVE           PIC X VALUE "Y".
013700     05 WS-CA-GAME             PIC X(06).
013800*--------------------------------------------------------------
013900* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
014000*--------------------------------------------------------------
014100 COPY TXNACT.
014200 77  WS-ABEND-CODE             PIC X(04).
014300 LINKAGE SECTION.
014400 01  DFHCOMMAREA.
014500     05 CA-ACTIVE              PIC X.
014600     05 CA-GAME                PIC X(06).
014700 PROCEDURE DIVISION USING DFHCOMMAREA.
014800*--------------------------------------------------------------
014900* 0000-MAINLINE
015000*--------------------------------------------------------------
015100 0000-MAINLINE.
015200     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
015300     IF EIBCALEN = 0
015400        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
015500     ELSE
015600        PERFORM 2000-PROCESS-TURN THRU 2000-PROCESS-TURN-EXIT
015700     END-IF.
015800*--------------------------------------------------------------
015900* 1000-FIRST-ENTRY
016000*--------------------------------------------------------------
016100 1000-FIRST-ENTRY.
016200     MOVE SPACES TO WS-SCREEN-PAGE
016300     MOVE "YGAM - LIVE YACHT GAME SCOREBOARD" TO WS-SCREEN-LINE(1)
016400     MOVE "ENTER A GAME ID. PF7/PF8 PREVIOUS/NEXT GAME, PF3 EXIT."
016500        TO WS-SCREEN-LINE(3)
016600     MOVE SPACES TO WS-CA-GAME
016700     EXEC CICS SEND TEXT
016800         FROM(WS-SCREEN-PAGE)
016900         ERASE
017000     END-EXEC
017100     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
017200     EXEC CICS RETURN
017300         TRANSID("YGAM")
017400         COMMAREA(WS-OUT-COMMAREA)
017500     END-EXEC.
017600 1000-FIRST-ENTRY-EXIT.
017700     EXIT.
017800*--------------------------------------------------------------
017900* 2000-PROCESS-TURN - PF3 EXITS, PF7/PF8 STEP TO THE PREVIOUS
018000*          OR NEXT GAME ON THE SCORECARD FILE, ANYTHING ELSE
018100*          IS A NEW GAME ID
018200*--------------------------------------------------------------
018300 2000-PROCESS-TURN.
018400     MOVE CA-GAME TO WS-CA-GAME
018500     MOVE SPACES TO WS-MESSAGE
018600     IF EIBAID = WS-AID-PF3
018700        PERFORM 5000-EXIT-SESSION THRU 5000-EXIT-SESSION-EXIT
018800        GO TO 2000-PROCESS-TURN-EXIT
018900     END-IF
019000     EVALUATE TRUE
019100        WHEN EIBAID = WS-AID-PF8
019200           PERFORM 3500-FIND-NEXT-GAME
019300              THRU 3500-FIND-NEXT-GAME-EXIT
019400           IF GAME-FOUND
019500              MOVE WS-FOUND-GAME TO WS-CA-GAME
019600           ELSE
019700              MOVE "NO LATER GAME ON THE SCORECARD FILE"
019800                 TO WS-MESSAGE
019900           END-IF
020000        WHEN EIBAID = WS-AID-PF7
020100           PERFORM 3600-FIND-PREV-GAME
020200              THRU 3600-FIND-PREV-GAME-EXIT
020300           IF GAME-FOUND
020400              MOVE WS-FOUND-GAME TO WS-CA-GAME
020500           ELSE
020600              MOVE "NO EARLIER GAME ON THE SCORECARD FILE"
020700                 TO WS-MESSAGE
020800           END-IF
020900        WHEN OTHER
021000           MOVE SPACES TO WS-OPERATOR-INPUT
021100           MOVE 6 TO WS-INPUT-LENGTH
021200           EXEC CICS RECEIVE
021300               INTO(WS-OPERATOR-INPUT)
021400               LENGTH(WS-INPUT-LENGTH)
021500               RESP(WS-RESP-CODE)
021600           END-EXEC
021700           IF WS-OPERATOR-INPUT NOT = SPACES
021800              MOVE WS-OPERATOR-INPUT TO WS-CA-GAME
021900           END-IF
022000     END-EVALUATE
022100     MOVE SPACES TO WS-SCREEN-PAGE
022200     IF WS-CA-GAME = SPACES
022300        MOVE "ENTER A GAME ID" TO WS-SCREEN-LINE(1)
022400        SET TA-EDIT-ERROR TO TRUE
022500     ELSE
022600        PERFORM 3000-SHOW-GAME THRU 3000-SHOW-GAME-EXIT
022700     END-IF
022800     IF WS-MESSAGE NOT = SPACES
022900        MOVE WS-MESSAGE TO WS-SCREEN-LINE(21)
023000     END-IF
023100     MOVE "GAME ID, PF7 PREVIOUS GAME, PF8 NEXT GAME, PF3 EXIT"
023200        TO WS-SCREEN-LINE(22)
023300     EXEC CICS SEND TEXT
023400         FROM(WS-SCREEN-PAGE)
023500         ERASE
023600     END-EXEC
023700     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
023800     EXEC CICS RETURN
023900         TRANSID("YGAM")
024000         COMMAREA(WS-OUT-COMMAREA)
024100     END-EXEC.
024200 2000-PROCESS-TURN-EXIT.
024300     EXIT.
024400*--------------------------------------------------------------
024500* 3000-SHOW-GAME - ONE FORWARD BROWSE OF THE GAME'S SCORECARD
024600*          ROWS BUILDS THE PLAYER TABLE, THEN THE RATINGS ARE
024700*          LOOKED UP AND ONE LINE PER PLAYER IS FORMATTED
024800*--------------------------------------------------------------
024900 3000-SHOW-GAME.
025000     MOVE ZERO TO WS-PT-COUNT
025100     MOVE ZERO TO WS-MAX-ROUND
025200     MOVE "N" TO WS-PT-OVERFLOW-SW
025300     MOVE WS-CA-GAME TO WS-SK-GAME
025400     MOVE LOW-VALUES TO WS-SK-REST
025500     EXEC CICS STARTBR
025600         FILE("YACHTSCR")
025700         RIDFLD(WS-SC-KEY)
025800         GTEQ
025900         RESP(WS-RESP-CODE)
026000     END-EXEC
026100     IF WS-RESP-CODE = DFHRESP(NORMAL)
026200        PERFORM 3100-READ-ONE-ROW THRU 3100-READ-ONE-ROW-EXIT
026300           UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
026400        EXEC CICS ENDBR
026500            FILE("YACHTSCR")
026600        END-EXEC
026700     END-IF
026800     IF WS-PT-COUNT = ZERO
026900        MOVE SPACES TO WS-HEAD-LINE(12:)
027000        MOVE WS-CA-GAME TO HD-GAME
027100        MOVE WS-HEAD-LINE TO WS-SCREEN-LINE(1)
027200        MOVE "NO SCORECARD ROWS ON FILE FOR THIS GAME"
027300           TO WS-SCREEN-LINE(3)
027400        SET TA-NOT-FOUND TO TRUE
027500        GO TO 3000-SHOW-GAME-EXIT
027600     END-IF
027700     MOVE SPACES TO WS-LEADER
027800     MOVE ZERO TO WS-LEADER-TOTAL
027900     MOVE 5 TO WS-PAGE-LINE-NO
028000     PERFORM 3300-FORMAT-PLAYER THRU 3300-FORMAT-PLAYER-EXIT
028100        VARYING WS-PT-IDX FROM 1 BY 1
028200        UNTIL WS-PT-IDX > WS-PT-COUNT
028300     MOVE WS-CA-GAME TO HD-GAME
028400     MOVE WS-PT-COUNT TO HD-PLAYERS
028500     MOVE WS-MAX-ROUND TO HD-ROUNDS
028600     MOVE WS-LEADER TO HD-LEADER
028700     MOVE WS-LEADER-TOTAL TO HD-LEADER-TOTAL
028800     MOVE WS-HEAD-LINE TO WS-SCREEN-LINE(1)
028900     MOVE WS-COL-HEAD TO WS-SCREEN-LINE(3)
029000     MOVE "SCORE SHOWN = CATEGORY USED, -- = STILL OPEN"
029100        TO WS-SCREEN-LINE(20)
029200     IF PLAYERS-OVERFLOWED
029300        MOVE "MORE THAN 15 PLAYERS - LATER PLAYERS NOT SHOWN"
029400           TO WS-SCREEN-LINE(21)
029500     END-IF.
029600 3000-SHOW-GAME-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------
029900* 3100-READ-ONE-ROW - ROWS ARRIVE GROUPED BY PLAYER, SO A NEW
030000*          PLAYER ID OPENS THE NEXT TABLE ENTRY
030100*--------------------------------------------------------------
030200 3100-READ-ONE-ROW.
030300     MOVE 36 TO WS-SC-REC-LEN
030400     EXEC CICS READNEXT
030500         FILE("YACHTSCR")
030600         INTO(WS-SCORECARD-RECORD)
030700         LENGTH(WS-SC-REC-LEN)
030800         RIDFLD(WS-SC-KEY)
030900         RESP(WS-RESP-CODE)
031000     END-EXEC
031100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
031200        GO TO 3100-READ-ONE-ROW-EXIT
031300     END-IF
031400     IF SC-GAME-ID NOT = WS-CA-GAME
031500        MOVE DFHRESP(ENDFILE) TO WS-RESP-CODE
031600        GO TO 3100-READ-ONE-ROW-EXIT
031700     END-IF
031800     IF WS-PT-COUNT = ZERO
031900        OR SC-PLAYER-ID NOT = WS-PT-PLAYER(WS-PT-COUNT)
032000        IF WS-PT-COUNT NOT < 15
032100           SET PLAYERS-OVERFLOWED TO TRUE
032200           GO TO 3100-READ-ONE-ROW-EXIT
032300        END-IF
032400        ADD 1 TO WS-PT-COUNT
032500        MOVE SC-PLAYER-ID TO WS-PT-PLAYER(WS-PT-COUNT)
032600        MOVE ZERO TO WS-PT-RATING(WS-PT-COUNT)
032700        MOVE ZERO TO WS-PT-TOTAL(WS-PT-COUNT)
032800        MOVE ZERO TO WS-PT-USED(WS-PT-COUNT)
032900        PERFORM 3110-CLEAR-ONE-CELL THRU 3110-CLEAR-ONE-CELL-EXIT
033000           VARYING WS-CAT-IDX FROM 1 BY 1
033100           UNTIL WS-CAT-IDX > 12
033200     END-IF
033300     ADD SC-SCORE TO WS-PT-TOTAL(WS-PT-COUNT)
033400     IF SC-ROUND-NO > WS-MAX-ROUND
033500        MOVE SC-ROUND-NO TO WS-MAX-ROUND
033600     END-IF
033700     MOVE ZERO TO WS-CAT-HIT
033800     PERFORM 3120-MATCH-CATEGORY THRU 3120-MATCH-CATEGORY-EXIT
033900        VARYING WS-CAT-IDX FROM 1 BY 1
034000        UNTIL WS-CAT-IDX > 12 OR WS-CAT-HIT > ZERO
034100     IF WS-CAT-HIT > ZERO
034200        IF WS-PT-CELL(WS-PT-COUNT, WS-CAT-HIT) = "  --"
034300           ADD 1 TO WS-PT-USED(WS-PT-COUNT)
034400        END-IF
034500        MOVE SC-SCORE TO WS-EDIT-SCORE
034600        MOVE SPACES TO WS-PT-CELL(WS-PT-COUNT, WS-CAT-HIT)
034700        MOVE WS-EDIT-SCORE
034800           TO WS-PT-CELL(WS-PT-COUNT, WS-CAT-HIT)(2:3)
034900     END-IF.
035000 3100-READ-ONE-ROW-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------
035300* 3110-CLEAR-ONE-CELL - EVERY CATEGORY STARTS OPEN
035400*--------------------------------------------------------------
035500 3110-CLEAR-ONE-CELL.
035600     MOVE "  --" TO WS-PT-CELL(WS-PT-COUNT, WS-CAT-IDX).
035700 3110-CLEAR-ONE-CELL-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------
036000* 3120-MATCH-CATEGORY
036100*--------------------------------------------------------------
036200 3120-MATCH-CATEGORY.
036300     IF WS-CAT-DFLT-NAME(WS-CAT-IDX) = SC-CATEGORY
036400        MOVE WS-CAT-IDX TO WS-CAT-HIT
036500     END-IF.
036600 3120-MATCH-CATEGORY-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------
036900* 3300-FORMAT-PLAYER - SEEDING RATING (ZERO WHEN THE PLAYER IS
037000*          NOT YET RATED, AS ON THE TOURNAMENT REPORT), RUNNING
037100*          TOTAL, THE CATEGORY GRID AND THE OPEN COUNT
037200*--------------------------------------------------------------
037300 3300-FORMAT-PLAYER.
037400     MOVE WS-PT-PLAYER(WS-PT-IDX) TO WS-RATING-KEY
037500     MOVE 20 TO WS-RATING-REC-LEN
037600     EXEC CICS READ
037700         FILE("RATINGMS")
037800         INTO(WS-RATING-RECORD)
037900         LENGTH(WS-RATING-REC-LEN)
038000         RIDFLD(WS-RATING-KEY)
038100         RESP(WS-RESP-CODE)
038200     END-EXEC
038300     IF WS-RESP-CODE = DFHRESP(NORMAL)
038400        MOVE RT-RATING TO WS-PT-RATING(WS-PT-IDX)
038500     END-IF
038600     IF WS-PT-TOTAL(WS-PT-IDX) > WS-LEADER-TOTAL
038700        OR WS-LEADER = SPACES
038800        MOVE WS-PT-PLAYER(WS-PT-IDX) TO WS-LEADER
038900        MOVE WS-PT-TOTAL(WS-PT-IDX) TO WS-LEADER-TOTAL
039000     END-IF
039100     MOVE SPACES TO WS-PLAYER-LINE
039200     MOVE WS-PT-PLAYER(WS-PT-IDX) TO LN-PLAYER
039300     MOVE WS-PT-RATING(WS-PT-IDX) TO LN-RATING
039400     MOVE WS-PT-TOTAL(WS-PT-IDX) TO LN-TOTAL
039500     PERFORM 3310-MOVE-ONE-CELL THRU 3310-MOVE-ONE-CELL-EXIT
039600        VARYING WS-CAT-IDX FROM 1 BY 1
039700        UNTIL WS-CAT-IDX > 12
039800     COMPUTE LN-OPEN = 12 - WS-PT-USED(WS-PT-IDX)
039900     MOVE WS-PLAYER-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
040000     ADD 1 TO WS-PAGE-LINE-NO.
040100 3300-FORMAT-PLAYER-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------
040400* 3310-MOVE-ONE-CELL
040500*--------------------------------------------------------------
040600 3310-MOVE-ONE-CELL.
040700     MOVE WS-PT-CELL(WS-PT-IDX, WS-CAT-IDX)
040800        TO LN-CELL(WS-CAT-IDX).
040900 3310-MOVE-ONE-CELL-EXIT.
041000     EXIT.
041100*--------------------------------------------------------------
041200* 3500-FIND-NEXT-GAME - THE FIRST ROW KEYED PAST EVERY ROW OF
041300*          THE CURRENT GAME BELONGS TO THE NEXT GAME
041400*--------------------------------------------------------------
041500 3500-FIND-NEXT-GAME.
041600     MOVE "N" TO WS-FOUND-SW
041700     MOVE WS-CA-GAME TO WS-SK-GAME
041800     MOVE HIGH-VALUES TO WS-SK-REST
041900     EXEC CICS STARTBR
042000         FILE("YACHTSCR")
042100         RIDFLD(WS-SC-KEY)
042200         GTEQ
042300         RESP(WS-RESP-CODE)
042400     END-EXEC
042500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
042600        GO TO 3500-FIND-NEXT-GAME-EXIT
042700     END-IF
042800     MOVE 36 TO WS-SC-REC-LEN
042900     EXEC CICS READNEXT
043000         FILE("YACHTSCR")
043100         INTO(WS-SCORECARD-RECORD)
043200         LENGTH(WS-SC-REC-LEN)
043300         RIDFLD(WS-SC-KEY)
043400         RESP(WS-RESP-CODE)
043500     END-EXEC
043600     IF WS-RESP-CODE = DFHRESP(NORMAL)
043700        SET GAME-FOUND TO TRUE
043800        MOVE SC-GAME-ID TO WS-FOUND-GAME
043900     END-IF
044000     EXEC CICS ENDBR
044100         FILE("YACHTSCR")
044200     END-EXEC.
044300 3500-FIND-NEXT-GAME-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------
044600* 3600-FIND-PREV-GAME - READPREV STRAIGHT AFTER A STARTBR ON A
044700*          KEY THAT IS NOT ON FILE RAISES NOTFND, SO THE BROWSE
044800*          FIRST READS FORWARD TO THE GAME'S FIRST ROW, TURNS
044900*          ROUND (WHICH RETURNS THAT SAME ROW AGAIN), AND THE
045000*          NEXT READPREV IS THE LAST ROW OF THE GAME BEFORE.
045100*          WITH NOTHING AT OR PAST THE GAME, THE BROWSE STARTS
045200*          FROM HIGH-VALUES AND THE LAST ROW ON FILE IS TAKEN.
045300*--------------------------------------------------------------
045400 3600-FIND-PREV-GAME.
045500     MOVE "N" TO WS-FOUND-SW
045600     MOVE WS-CA-GAME TO WS-SK-GAME
045700     MOVE LOW-VALUES TO WS-SK-REST
045800     EXEC CICS STARTBR
045900         FILE("YACHTSCR")
046000         RIDFLD(WS-SC-KEY)
046100         GTEQ
046200         RESP(WS-RESP-CODE)
046300     END-EXEC
046400     IF WS-RESP-CODE = DFHRESP(NORMAL)
046500        MOVE 36 TO WS-SC-REC-LEN
046600        EXEC CICS READNEXT
046700            FILE("YACHTSCR")
046800            INTO(WS-SCORECARD-RECORD)
046900            LENGTH(WS-SC-REC-LEN)
047000            RIDFLD(WS-SC-KEY)
047100            RESP(WS-RESP-CODE)
047200        END-EXEC
047205*       THE BROWSE IS OPEN HOWEVER THE READ WENT; ANYTHING BUT
047210*       END OF FILE LEAVES THE PREVIOUS GAME UNKNOWN
047215        IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
047220           EXEC CICS ENDBR
047225               FILE("YACHTSCR")
047230           END-EXEC
047235           IF WS-RESP-CODE NOT = DFHRESP(ENDFILE)
047240              GO TO 3600-FIND-PREV-GAME-EXIT
047245           END-IF
047250        END-IF
047300     END-IF
047400     IF WS-RESP-CODE = DFHRESP(NORMAL)
047500        PERFORM 3610-READ-PREV-ROW THRU 3610-READ-PREV-ROW-EXIT
047600     ELSE
048200        MOVE HIGH-VALUES TO WS-SC-KEY
048300        EXEC CICS STARTBR
048400            FILE("YACHTSCR")
048500            RIDFLD(WS-SC-KEY)
048600            RESP(WS-RESP-CODE)
048700        END-EXEC
048800        IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
048900           GO TO 3600-FIND-PREV-GAME-EXIT
049000        END-IF
049100     END-IF
049200     PERFORM 3610-READ-PREV-ROW THRU 3610-READ-PREV-ROW-EXIT
049300     IF WS-RESP-CODE = DFHRESP(NORMAL)
049400        AND SC-GAME-ID < WS-CA-GAME
049500        SET GAME-FOUND TO TRUE
049600        MOVE SC-GAME-ID TO WS-FOUND-GAME
049700     END-IF
049800     EXEC CICS ENDBR
049900         FILE("YACHTSCR")
050000     END-EXEC.
050100 3600-FIND-PREV-GAME-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------
050400* 3610-READ-PREV-ROW
050500*--------------------------------------------------------------
050600 3610-READ-PREV-ROW.
050700     MOVE 36 TO WS-SC-REC-LEN
050800     EXEC CICS READPREV
050900         FILE("YACHTSCR")
051000         INTO(WS-SCORECARD-RECORD)
051100         LENGTH(WS-SC-REC-LEN)
051200         RIDFLD(WS-SC-KEY)
051300         RESP(WS-RESP-CODE)
051400     END-EXEC.
051500 3610-READ-PREV-ROW-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------
051800* 5000-EXIT-SESSION
051900*--------------------------------------------------------------
052000 5000-EXIT-SESSION.
052100     MOVE SPACES TO WS-SCREEN-PAGE
052200     MOVE "YGAM SESSION ENDED" TO WS-SCREEN-LINE(1)
052300     EXEC CICS SEND TEXT
052400         FROM(WS-SCREEN-PAGE)
052500         ERASE
052600     END-EXEC
052700     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
052800     EXEC CICS RETURN
052900     END-EXEC.
053000 5000-EXIT-SESSION-EXIT.
053100     EXIT.
053200*--------------------------------------------------------------
053300* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
053400*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
053500*--------------------------------------------------------------
053600 0100-START-ACTIVITY.
053700     MOVE EIBTRNID TO TA-TRANSID
053800     MOVE "YCHTCICS" TO TA-PROGRAM
053900     MOVE EIBTRMID TO TA-TERMINAL
054000     MOVE SPACES TO TA-OPERATOR
054100     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
054200     SET TA-NORMAL TO TRUE
054300     MOVE SPACES TO TA-ABEND-CODE
054400     EXEC CICS HANDLE ABEND
054500         LABEL(9800-TASK-ABEND)
054600     END-EXEC.
054700 0100-START-ACTIVITY-EXIT.
054800     EXIT.
054900*--------------------------------------------------------------
055000* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
055100*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
055200*--------------------------------------------------------------
055300 9700-LOG-ACTIVITY.
055400     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
055500     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
055600 9700-LOG-ACTIVITY-EXIT.
055700     EXIT.
055800*--------------------------------------------------------------
055900* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
056000*          PROCEED WITH ITS ORIGINAL CODE
056100*--------------------------------------------------------------
056200 9800-TASK-ABEND.
056300     EXEC CICS ASSIGN
056400         ABCODE(WS-ABEND-CODE)
056500     END-EXEC
056600     EXEC CICS HANDLE ABEND
056700         CANCEL
056800     END-EXEC
056900     SET TA-ABENDED TO TRUE
057000     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
057100     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
057200     EXEC CICS ABEND
057300         ABCODE(WS-ABEND-CODE)
057400     END-EXEC.
057500 9800-TASK-ABEND-EXIT.
057600     EXIT.
