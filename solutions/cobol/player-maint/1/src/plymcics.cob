000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLYMCICS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. ONLINE PLAYER MASTER MAINTENANCE
001100*                 FOR THE GAME DESK UNDER TRANSACTION PLYM,
001200*                 PSEUDO-CONVERSATIONAL LIKE THE OTHER FRONT
001300*                 ENDS. THE CLERK SIGNS ON (VERIFIED THROUGH
001400*                 OPERAUTH FOR FUNCTION PLAYRMNT) AND KEYS ONE
001500*                 COMMAND A LINE: ADD A PLAYER, CHANGE THE
001600*                 DISPLAY NAME OR TEAM, ACTIVATE OR DEACTIVATE,
001700*                 OR SHOW THE ROW. A DISPLAY NAME MUST BE UNIQUE
001800*                 WITHIN ITS TEAM (ANY CASE, ANY STATUS), AND
001900*                 EVERY CHANGE APPENDS AN IMGJRNL BEFORE/AFTER
002000*                 ROW THROUGH IMGJRNWR STAMPED WITH THE CLERK,
002100*                 AS THE BATCH MAINTENANCE PATHS DO. PF3 EXITS.
002110* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002120*                 PLAYER ID (59 BYTES); LAYOUT, READ LENGTH AND
002130*                 JOURNAL IMAGE WIDENED. A PLAYER MERGED INTO
002140*                 ANOTHER SHOWS ITS SURVIVOR AND REFUSES CHANGES,
002150*                 AND MERGED ROWS NO LONGER HOLD A DISPLAY NAME
002160*                 AGAINST THE TEAM.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700*--------------------------------------------------------------
002800* SCREEN AND INPUT WORK AREAS
002900*--------------------------------------------------------------
003000 01  WS-OPERATOR-INPUT         PIC X(72).
003100 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 72.
003200 01  WS-SCREEN-PAGE.
003300     05 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
003400 01  WS-RESP-CODE              PIC S9(8) COMP.
003500 77  WS-AID-PF3                PIC X VALUE "3".
003600*--------------------------------------------------------------
003700* COMMAND-LINE PARSE FIELDS - VERB, PLAYER ID, THEN THE REST
003800*          OF THE LINE (TEAM AND/OR DISPLAY NAME)
003900*--------------------------------------------------------------
004000 01  WS-CMD-LINE               PIC X(72).
004100 77  WS-CMD                    PIC X(08).
004200 77  WS-IN-PLAYER              PIC X(10).
004300 77  WS-IN-TEAM                PIC X(10).
004400 01  WS-IN-REST                PIC X(72).
004500 01  WS-NAME-TEXT              PIC X(72).
004600 77  WS-PTR                    PIC 9(03) COMP.
004700 77  WS-REST-PTR               PIC 9(03) COMP.
004800*--------------------------------------------------------------
004900* PLAYER MASTER RECORD AND THE IMAGE HELD BEFORE A CHANGE
005000*--------------------------------------------------------------
005100 01  WS-PLAYER-KEY             PIC X(10).
005200 01  WS-PLAYER-RECORD.
005300     05 PL-PLAYER-ID           PIC X(10).
005400     05 PL-DISPLAY-NAME        PIC X(20).
005500     05 PL-TEAM                PIC X(10).
005600     05 PL-STATUS              PIC X(01).
005700        88 PL-ACTIVE           VALUE "A".
005800        88 PL-INACTIVE         VALUE "I".
005810        88 PL-MERGED           VALUE "M".
005900     05 PL-ENROLL-DATE         PIC X(08).
005910     05 PL-MERGED-INTO         PIC X(10).
005920 01  WS-PLAYER-REC-LEN         PIC S9(4) COMP VALUE 59.
005930 01  WS-BEFORE-IMAGE           PIC X(59).
006200 77  WS-NEW-NAME               PIC X(20).
006300 77  WS-NEW-TEAM               PIC X(10).
006400*--------------------------------------------------------------
006500* DISPLAY-NAME UNIQUENESS SCAN - FULL BROWSE OF PLAYRMST
006600*--------------------------------------------------------------
006700 01  WS-BROWSE-KEY             PIC X(10).
006800 01  WS-SCAN-RECORD.
006900     05 SC-PLAYER-ID           PIC X(10).
007000     05 SC-DISPLAY-NAME        PIC X(20).
007100     05 SC-TEAM                PIC X(10).
007200     05 SC-STATUS              PIC X(01).
007210        88 SC-MERGED           VALUE "M".
007300     05 SC-ENROLL-DATE         PIC X(08).
007310     05 SC-MERGED-INTO         PIC X(10).
007400 77  WS-CHK-PLAYER             PIC X(10).
007500 77  WS-CHK-TEAM               PIC X(10).
007600 77  WS-CHK-NAME               PIC X(20).
007700 77  WS-TAKEN-BY               PIC X(10).
007800 77  WS-NAME-SW                PIC X(01).
007900     88 NAME-FREE              VALUE "N".
008000     88 NAME-TAKEN             VALUE "Y".
008100     88 NAME-UNCHECKED         VALUE "U".
008200 01  WS-HEAD-LINE.
008300     05 FILLER                 PIC X(07) VALUE "PLAYER ".
008400     05 HD-PLAYER              PIC X(10).
008500     05 FILLER                 PIC X(02) VALUE SPACES.
008600     05 HD-NAME                PIC X(20).
008700     05 FILLER                 PIC X(08) VALUE " STATUS ".
008800     05 HD-STATUS              PIC X(01).
008900 01  WS-TEAM-LINE.
009000     05 FILLER                 PIC X(07) VALUE "TEAM   ".
009100     05 TL-TEAM                PIC X(10).
009200     05 FILLER                 PIC X(12) VALUE "  ENROLLED  ".
009300     05 TL-ENROLL-DATE         PIC X(08).
009310     05 FILLER                 PIC X(15) VALUE "  MERGED INTO ".
009320     05 TL-MERGED-INTO         PIC X(10).
009400*--------------------------------------------------------------
009500* OPERATOR AUTHORITY AND IMAGE JOURNAL
009600*--------------------------------------------------------------
009700 COPY OPERAUTH.
009800 COPY IMGJRNL.
009900*--------------------------------------------------------------
010000* COMMAREA - SIGN-ON STAGE AND THE VERIFIED CLERK
010100*--------------------------------------------------------------
010200 01  WS-OUT-COMMAREA.
010300     05 WS-CA-ACTIVE           PIC X VALUE "Y".
010400     05 WS-CA-STAGE            PIC X.
010500     05 WS-CA-OPERATOR         PIC X(08).
010600*--------------------------------------------------------------
010700* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
010800*--------------------------------------------------------------
010900 COPY TXNACT.
011000 77  WS-ABEND-CODE             PIC X(04).
011100 LINKAGE SECTION.
011200 01  DFHCOMMAREA.
011300     05 CA-ACTIVE              PIC X.
011400     05 CA-STAGE               PIC X.
011500     05 CA-OPERATOR            PIC X(08).
011600 PROCEDURE DIVISION USING DFHCOMMAREA.
011700*--------------------------------------------------------------
011800* 0000-MAINLINE
011900*--------------------------------------------------------------
012000 0000-MAINLINE.
012100     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
012200     IF EIBCALEN = 0
012300        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
012400     ELSE
012500        PERFORM 2000-PROCESS-TURN THRU 2000-PROCESS-TURN-EXIT
012600     END-IF.
012700*--------------------------------------------------------------
012800* 1000-FIRST-ENTRY - ASK FOR THE OPERATOR ID
012900*--------------------------------------------------------------
013000 1000-FIRST-ENTRY.
013100     MOVE SPACES TO WS-SCREEN-PAGE
013200     MOVE "PLYM - PLAYER MASTER MAINTENANCE" TO WS-SCREEN-LINE(1)
013300     MOVE "ENTER YOUR OPERATOR ID. PF3 EXITS."
013400        TO WS-SCREEN-LINE(3)
013500     MOVE "O" TO WS-CA-STAGE
013600     MOVE SPACES TO WS-CA-OPERATOR
013700     EXEC CICS SEND TEXT
013800         FROM(WS-SCREEN-PAGE)
013900         ERASE
014000     END-EXEC
014100     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
014200     EXEC CICS RETURN
014300         TRANSID("PLYM")
014400         COMMAREA(WS-OUT-COMMAREA)
014500     END-EXEC.
014600 1000-FIRST-ENTRY-EXIT.
014700     EXIT.
014800*--------------------------------------------------------------
014900* 2000-PROCESS-TURN - DISPATCH ON THE SESSION STAGE
015000*--------------------------------------------------------------
015100 2000-PROCESS-TURN.
015200     MOVE CA-STAGE TO WS-CA-STAGE
015300     MOVE CA-OPERATOR TO WS-CA-OPERATOR
015400     IF EIBAID = WS-AID-PF3
015500        PERFORM 5000-EXIT-SESSION THRU 5000-EXIT-SESSION-EXIT
015600        GO TO 2000-PROCESS-TURN-EXIT
015700     END-IF
015800     MOVE SPACES TO WS-SCREEN-PAGE
015900     MOVE SPACES TO WS-OPERATOR-INPUT
016000     MOVE 72 TO WS-INPUT-LENGTH
016100     EXEC CICS RECEIVE
016200         INTO(WS-OPERATOR-INPUT)
016300         LENGTH(WS-INPUT-LENGTH)
016400         RESP(WS-RESP-CODE)
016500     END-EXEC
016600     EVALUATE WS-CA-STAGE
016700        WHEN "O"
016800           PERFORM 2100-SIGN-ON THRU 2100-SIGN-ON-EXIT
016900        WHEN "M"
017000           PERFORM 2200-COMMAND-TURN THRU 2200-COMMAND-TURN-EXIT
017100     END-EVALUATE
017200     IF WS-CA-STAGE = "M"
017300        PERFORM 6000-SHOW-MENU THRU 6000-SHOW-MENU-EXIT
017400     END-IF
017500     EXEC CICS SEND TEXT
017600         FROM(WS-SCREEN-PAGE)
017700         ERASE
017800     END-EXEC
017900     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
018000     EXEC CICS RETURN
018100         TRANSID("PLYM")
018200         COMMAREA(WS-OUT-COMMAREA)
018300     END-EXEC.
018400 2000-PROCESS-TURN-EXIT.
018500     EXIT.
018600*--------------------------------------------------------------
018700* 2100-SIGN-ON - VERIFY THE CLERK THROUGH OPERAUTH FOR THE
018800*          PLAYRMNT FUNCTION. NO SECURITY FILE AT ALL IS LET
018900*          THROUGH WITH A WARNING, AS THE BATCH PATHS DO.
019000*--------------------------------------------------------------
019100 2100-SIGN-ON.
019200     IF WS-OPERATOR-INPUT(1:8) = SPACES
019300        MOVE "ENTER YOUR OPERATOR ID" TO WS-SCREEN-LINE(1)
019400        SET TA-EDIT-ERROR TO TRUE
019500        GO TO 2100-SIGN-ON-EXIT
019600     END-IF
019700     MOVE WS-OPERATOR-INPUT(1:8) TO OA-OPERATOR
019800     MOVE "PLAYRMNT" TO OA-FUNCTION
019900     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
020000     EVALUATE TRUE
020100        WHEN OA-AUTHORIZED
020200           MOVE "SIGNED ON - KEY A COMMAND" TO WS-SCREEN-LINE(1)
020300        WHEN OA-NO-SECURITY
020400           MOVE "NO OPERSEC FILE - AUTHORITY NOT VERIFIED"
020500              TO WS-SCREEN-LINE(1)
020600        WHEN OA-UNKNOWN-OPER
020700           MOVE "OPERATOR NOT ON SECURITY FILE - TRY AGAIN"
020800              TO WS-SCREEN-LINE(1)
020900           SET TA-EDIT-ERROR TO TRUE
021000           GO TO 2100-SIGN-ON-EXIT
021100        WHEN OA-STATUS = "SU"
021200           MOVE "OPERATOR SUSPENDED - SEE SECURITY ADMINISTRATION"
021300              TO WS-SCREEN-LINE(1)
021400           SET TA-EDIT-ERROR TO TRUE
021500           GO TO 2100-SIGN-ON-EXIT
021600        WHEN OA-STATUS = "EX"
021700           MOVE "OPERATOR OR PLAYRMNT GRANT HAS EXPIRED"
021800              TO WS-SCREEN-LINE(1)
021900           SET TA-EDIT-ERROR TO TRUE
022000           GO TO 2100-SIGN-ON-EXIT
022100        WHEN OTHER
022200           MOVE "OPERATOR NOT AUTHORIZED FOR PLAYRMNT"
022300              TO WS-SCREEN-LINE(1)
022400           SET TA-EDIT-ERROR TO TRUE
022500           GO TO 2100-SIGN-ON-EXIT
022600     END-EVALUATE
022700     MOVE OA-OPERATOR TO WS-CA-OPERATOR
022800     MOVE "M" TO WS-CA-STAGE.
022900 2100-SIGN-ON-EXIT.
023000     EXIT.
023100*--------------------------------------------------------------
023200* 2200-COMMAND-TURN - SPLIT THE VERB AND PLAYER ID OFF THE
023300*          LINE AND DISPATCH; THE REST OF THE LINE IS LEFT IN
023400*          WS-IN-REST FOR THE VERB TO READ
023500*--------------------------------------------------------------
023600 2200-COMMAND-TURN.
023700     IF WS-OPERATOR-INPUT = SPACES
023800        MOVE "KEY A COMMAND" TO WS-SCREEN-LINE(1)
023900        SET TA-EDIT-ERROR TO TRUE
024000        GO TO 2200-COMMAND-TURN-EXIT
024100     END-IF
024200     MOVE FUNCTION TRIM(WS-OPERATOR-INPUT LEADING) TO WS-CMD-LINE
024300     MOVE SPACES TO WS-CMD
024400     MOVE SPACES TO WS-IN-PLAYER
024500     MOVE SPACES TO WS-IN-REST
024600     MOVE 1 TO WS-PTR
024700     UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
024800        INTO WS-CMD WS-IN-PLAYER
024900        WITH POINTER WS-PTR
025000     END-UNSTRING
025100     IF WS-PTR NOT > 72
025200        MOVE WS-CMD-LINE(WS-PTR:) TO WS-IN-REST
025300     END-IF
025400     MOVE FUNCTION UPPER-CASE(WS-CMD) TO WS-CMD
025500     IF WS-IN-PLAYER = SPACES
025600        MOVE "PLAYER ID REQUIRED" TO WS-SCREEN-LINE(1)
025700        SET TA-EDIT-ERROR TO TRUE
025800        GO TO 2200-COMMAND-TURN-EXIT
025900     END-IF
026000     EVALUATE WS-CMD
026100        WHEN "ADD"
026200           PERFORM 3000-ADD-PLAYER THRU 3000-ADD-PLAYER-EXIT
026300        WHEN "NAME"
026400           PERFORM 3100-CHANGE-NAME THRU 3100-CHANGE-NAME-EXIT
026500        WHEN "TEAM"
026600           PERFORM 3200-CHANGE-TEAM THRU 3200-CHANGE-TEAM-EXIT
026700        WHEN "ACT"
026800        WHEN "DEACT"
026900           PERFORM 3300-SET-STATUS THRU 3300-SET-STATUS-EXIT
027000        WHEN "SHOW"
027100           PERFORM 3400-SHOW-PLAYER THRU 3400-SHOW-PLAYER-EXIT
027200        WHEN OTHER
027300           MOVE "UNKNOWN COMMAND" TO WS-SCREEN-LINE(1)
027400           SET TA-EDIT-ERROR TO TRUE
027500     END-EVALUATE.
027600 2200-COMMAND-TURN-EXIT.
027700     EXIT.
027800*--------------------------------------------------------------
027900* 3000-ADD-PLAYER - ADD ID TEAM DISPLAY NAME. NEW PLAYERS GO
028000*          ON ACTIVE, ENROLLED TODAY.
028100*--------------------------------------------------------------
028200 3000-ADD-PLAYER.
028300     MOVE SPACES TO WS-IN-TEAM
028400     MOVE SPACES TO WS-NAME-TEXT
028500     MOVE 1 TO WS-REST-PTR
028600     UNSTRING WS-IN-REST DELIMITED BY ALL SPACE
028700        INTO WS-IN-TEAM
028800        WITH POINTER WS-REST-PTR
028900     END-UNSTRING
029000     IF WS-REST-PTR NOT > 72
029100        MOVE WS-IN-REST(WS-REST-PTR:) TO WS-NAME-TEXT
029200     END-IF
029300     IF WS-IN-TEAM = SPACES OR WS-NAME-TEXT = SPACES
029400        MOVE "ADD NEEDS PLAYER ID, TEAM AND DISPLAY NAME"
029500           TO WS-SCREEN-LINE(1)
029600        SET TA-EDIT-ERROR TO TRUE
029700        GO TO 3000-ADD-PLAYER-EXIT
029800     END-IF
029900     IF WS-NAME-TEXT(21:) NOT = SPACES
030000        MOVE "DISPLAY NAME LONGER THAN 20 CHARACTERS"
030100           TO WS-SCREEN-LINE(1)
030200        SET TA-EDIT-ERROR TO TRUE
030300        GO TO 3000-ADD-PLAYER-EXIT
030400     END-IF
030500     PERFORM 4100-READ-PLAYER THRU 4100-READ-PLAYER-EXIT
030600     IF WS-RESP-CODE = DFHRESP(NORMAL)
030700        MOVE "PLAYER ALREADY ON MASTER" TO WS-SCREEN-LINE(1)
030800        PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
030900        SET TA-EDIT-ERROR TO TRUE
031000        GO TO 3000-ADD-PLAYER-EXIT
031100     END-IF
031200     MOVE WS-IN-PLAYER TO WS-CHK-PLAYER
031300     MOVE WS-IN-TEAM TO WS-CHK-TEAM
031400     MOVE WS-NAME-TEXT(1:20) TO WS-CHK-NAME
031500     PERFORM 4000-CHECK-NAME-FREE THRU 4000-CHECK-NAME-FREE-EXIT
031600     IF NOT NAME-FREE
031700        PERFORM 4050-NAME-REFUSED THRU 4050-NAME-REFUSED-EXIT
031800        GO TO 3000-ADD-PLAYER-EXIT
031900     END-IF
032000     MOVE WS-IN-PLAYER TO PL-PLAYER-ID
032100     MOVE WS-NAME-TEXT(1:20) TO PL-DISPLAY-NAME
032200     MOVE WS-IN-TEAM TO PL-TEAM
032300     SET PL-ACTIVE TO TRUE
032400     MOVE FUNCTION CURRENT-DATE(1:8) TO PL-ENROLL-DATE
032410     MOVE SPACES TO PL-MERGED-INTO
032500     MOVE WS-IN-PLAYER TO WS-PLAYER-KEY
032510     MOVE 59 TO WS-PLAYER-REC-LEN
032700     EXEC CICS WRITE
032800         FILE("PLAYRMST")
032900         FROM(WS-PLAYER-RECORD)
033000         LENGTH(WS-PLAYER-REC-LEN)
033100         RIDFLD(WS-PLAYER-KEY)
033200         RESP(WS-RESP-CODE)
033300     END-EXEC
033400     IF WS-RESP-CODE = DFHRESP(DUPREC)
033500        MOVE "PLAYER ALREADY ON MASTER" TO WS-SCREEN-LINE(1)
033600        SET TA-EDIT-ERROR TO TRUE
033700        GO TO 3000-ADD-PLAYER-EXIT
033800     END-IF
033900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
034000        MOVE "PLAYER MASTER UNAVAILABLE - ADD NOT MADE"
034100           TO WS-SCREEN-LINE(1)
034200        SET TA-UNAVAILABLE TO TRUE
034300        GO TO 3000-ADD-PLAYER-EXIT
034400     END-IF
034500     MOVE SPACES TO WS-BEFORE-IMAGE
034600     MOVE "WRITE" TO IJ-ACTION
034700     PERFORM 4300-JOURNAL-CHANGE THRU 4300-JOURNAL-CHANGE-EXIT
034800     MOVE "PLAYER ADDED" TO WS-SCREEN-LINE(1)
034900     PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT.
035000 3000-ADD-PLAYER-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------
035300* 3100-CHANGE-NAME - NAME ID NEW DISPLAY NAME, UNIQUE WITHIN
035400*          THE PLAYER'S CURRENT TEAM
035500*--------------------------------------------------------------
035600 3100-CHANGE-NAME.
035700     IF WS-IN-REST = SPACES
035800        MOVE "NAME NEEDS PLAYER ID AND NEW DISPLAY NAME"
035900           TO WS-SCREEN-LINE(1)
036000        SET TA-EDIT-ERROR TO TRUE
036100        GO TO 3100-CHANGE-NAME-EXIT
036200     END-IF
036300     IF WS-IN-REST(21:) NOT = SPACES
036400        MOVE "DISPLAY NAME LONGER THAN 20 CHARACTERS"
036500           TO WS-SCREEN-LINE(1)
036600        SET TA-EDIT-ERROR TO TRUE
036700        GO TO 3100-CHANGE-NAME-EXIT
036800     END-IF
036900     MOVE WS-IN-REST(1:20) TO WS-NEW-NAME
037000     PERFORM 4100-READ-PLAYER THRU 4100-READ-PLAYER-EXIT
037100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
037200        GO TO 3100-CHANGE-NAME-EXIT
037300     END-IF
037400     IF PL-DISPLAY-NAME = WS-NEW-NAME
037500        MOVE "DISPLAY NAME UNCHANGED" TO WS-SCREEN-LINE(1)
037600        PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
037700        GO TO 3100-CHANGE-NAME-EXIT
037800     END-IF
037900     MOVE PL-PLAYER-ID TO WS-CHK-PLAYER
038000     MOVE PL-TEAM TO WS-CHK-TEAM
038100     MOVE WS-NEW-NAME TO WS-CHK-NAME
038200     PERFORM 4000-CHECK-NAME-FREE THRU 4000-CHECK-NAME-FREE-EXIT
038300     IF NOT NAME-FREE
038400        PERFORM 4050-NAME-REFUSED THRU 4050-NAME-REFUSED-EXIT
038500        GO TO 3100-CHANGE-NAME-EXIT
038600     END-IF
038700     PERFORM 4200-UPDATE-PLAYER THRU 4200-UPDATE-PLAYER-EXIT
038800     IF WS-RESP-CODE = DFHRESP(NORMAL)
038900        MOVE "DISPLAY NAME CHANGED" TO WS-SCREEN-LINE(1)
039000     END-IF.
039100 3100-CHANGE-NAME-EXIT.
039200     EXIT.
039300*--------------------------------------------------------------
039400* 3200-CHANGE-TEAM - TEAM ID NEWTEAM. THE PLAYER'S DISPLAY
039500*          NAME MUST NOT ALREADY BE IN USE ON THE NEW TEAM.
039600*--------------------------------------------------------------
039700 3200-CHANGE-TEAM.
039800     IF WS-IN-REST = SPACES
039900        MOVE "TEAM NEEDS PLAYER ID AND NEW TEAM"
040000           TO WS-SCREEN-LINE(1)
040100        SET TA-EDIT-ERROR TO TRUE
040200        GO TO 3200-CHANGE-TEAM-EXIT
040300     END-IF
040400     IF WS-IN-REST(11:) NOT = SPACES
040500        MOVE "TEAM IS ONE WORD OF UP TO 10 CHARACTERS"
040600           TO WS-SCREEN-LINE(1)
040700        SET TA-EDIT-ERROR TO TRUE
040800        GO TO 3200-CHANGE-TEAM-EXIT
040900     END-IF
041000     MOVE WS-IN-REST(1:10) TO WS-NEW-TEAM
041100     PERFORM 4100-READ-PLAYER THRU 4100-READ-PLAYER-EXIT
041200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
041300        GO TO 3200-CHANGE-TEAM-EXIT
041400     END-IF
041500     IF PL-TEAM = WS-NEW-TEAM
041600        MOVE "PLAYER ALREADY ON THAT TEAM" TO WS-SCREEN-LINE(1)
041700        PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
041800        GO TO 3200-CHANGE-TEAM-EXIT
041900     END-IF
042000     MOVE PL-PLAYER-ID TO WS-CHK-PLAYER
042100     MOVE WS-NEW-TEAM TO WS-CHK-TEAM
042200     MOVE PL-DISPLAY-NAME TO WS-CHK-NAME
042300     PERFORM 4000-CHECK-NAME-FREE THRU 4000-CHECK-NAME-FREE-EXIT
042400     IF NOT NAME-FREE
042500        PERFORM 4050-NAME-REFUSED THRU 4050-NAME-REFUSED-EXIT
042600        GO TO 3200-CHANGE-TEAM-EXIT
042700     END-IF
042800     PERFORM 4200-UPDATE-PLAYER THRU 4200-UPDATE-PLAYER-EXIT
042900     IF WS-RESP-CODE = DFHRESP(NORMAL)
043000        MOVE "TEAM CHANGED" TO WS-SCREEN-LINE(1)
043100     END-IF.
043200 3200-CHANGE-TEAM-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------
043500* 3300-SET-STATUS - ACT ID / DEACT ID
043600*--------------------------------------------------------------
043700 3300-SET-STATUS.
043800     PERFORM 4100-READ-PLAYER THRU 4100-READ-PLAYER-EXIT
043900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
044000        GO TO 3300-SET-STATUS-EXIT
044100     END-IF
044200     IF WS-CMD = "ACT" AND PL-ACTIVE
044300        MOVE "PLAYER ALREADY ACTIVE" TO WS-SCREEN-LINE(1)
044400        PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
044500        GO TO 3300-SET-STATUS-EXIT
044600     END-IF
044700     IF WS-CMD = "DEACT" AND PL-INACTIVE
044800        MOVE "PLAYER ALREADY INACTIVE" TO WS-SCREEN-LINE(1)
044900        PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
045000        GO TO 3300-SET-STATUS-EXIT
045100     END-IF
045200     PERFORM 4200-UPDATE-PLAYER THRU 4200-UPDATE-PLAYER-EXIT
045300     IF WS-RESP-CODE = DFHRESP(NORMAL)
045400        IF WS-CMD = "ACT"
045500           MOVE "PLAYER ACTIVATED" TO WS-SCREEN-LINE(1)
045600        ELSE
045700           MOVE "PLAYER DEACTIVATED" TO WS-SCREEN-LINE(1)
045800        END-IF
045900     END-IF.
046000 3300-SET-STATUS-EXIT.
046100     EXIT.
046200*--------------------------------------------------------------
046300* 3400-SHOW-PLAYER - SHOW ID
046400*--------------------------------------------------------------
046500 3400-SHOW-PLAYER.
046600     PERFORM 4100-READ-PLAYER THRU 4100-READ-PLAYER-EXIT
046700     IF WS-RESP-CODE = DFHRESP(NORMAL)
046800        PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
046900     END-IF.
047000 3400-SHOW-PLAYER-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------
047300* 3410-FORMAT-PLAYER - THE ROW IN WS-PLAYER-RECORD ON LINES 3-4
047400*--------------------------------------------------------------
047500 3410-FORMAT-PLAYER.
047600     MOVE PL-PLAYER-ID TO HD-PLAYER
047700     MOVE PL-DISPLAY-NAME TO HD-NAME
047800     MOVE PL-STATUS TO HD-STATUS
047900     MOVE WS-HEAD-LINE TO WS-SCREEN-LINE(3)
048000     MOVE PL-TEAM TO TL-TEAM
048100     MOVE PL-ENROLL-DATE TO TL-ENROLL-DATE
048110     IF PL-MERGED
048120        MOVE PL-MERGED-INTO TO TL-MERGED-INTO
048130     ELSE
048140        MOVE SPACES TO WS-TEAM-LINE(38:)
048150     END-IF
048200     MOVE WS-TEAM-LINE TO WS-SCREEN-LINE(4).
048300 3410-FORMAT-PLAYER-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------
048600* 4000-CHECK-NAME-FREE - BROWSE THE WHOLE MASTER FOR ANOTHER
048700*          PLAYER ON WS-CHK-TEAM WHOSE DISPLAY NAME MATCHES
048800*          WS-CHK-NAME, IGNORING CASE. INACTIVE PLAYERS COUNT,
048900*          SO A LATER REACTIVATION CANNOT COLLIDE.
049000*--------------------------------------------------------------
049100 4000-CHECK-NAME-FREE.
049200     SET NAME-FREE TO TRUE
049300     MOVE SPACES TO WS-TAKEN-BY
049400     MOVE FUNCTION UPPER-CASE(WS-CHK-NAME) TO WS-CHK-NAME
049500     MOVE LOW-VALUES TO WS-BROWSE-KEY
049600     EXEC CICS STARTBR
049700         FILE("PLAYRMST")
049800         RIDFLD(WS-BROWSE-KEY)
049900         GTEQ
050000         RESP(WS-RESP-CODE)
050100     END-EXEC
050200     IF WS-RESP-CODE = DFHRESP(NOTFND)
050300        GO TO 4000-CHECK-NAME-FREE-EXIT
050400     END-IF
050500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
050600        SET NAME-UNCHECKED TO TRUE
050700        GO TO 4000-CHECK-NAME-FREE-EXIT
050800     END-IF
050900     PERFORM 4010-CHECK-ONE-PLAYER THRU 4010-CHECK-ONE-PLAYER-EXIT
051000        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
051100           OR NAME-TAKEN
051200     EXEC CICS ENDBR
051300         FILE("PLAYRMST")
051400     END-EXEC.
051500 4000-CHECK-NAME-FREE-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------
051800* 4010-CHECK-ONE-PLAYER
051900*--------------------------------------------------------------
052000 4010-CHECK-ONE-PLAYER.
052010     MOVE 59 TO WS-PLAYER-REC-LEN
052200     EXEC CICS READNEXT
052300         FILE("PLAYRMST")
052400         INTO(WS-SCAN-RECORD)
052500         LENGTH(WS-PLAYER-REC-LEN)
052600         RIDFLD(WS-BROWSE-KEY)
052700         RESP(WS-RESP-CODE)
052800     END-EXEC
052900     IF WS-RESP-CODE = DFHRESP(NORMAL)
053000        IF SC-PLAYER-ID NOT = WS-CHK-PLAYER
053010           AND NOT SC-MERGED
053100           AND SC-TEAM = WS-CHK-TEAM
053200           AND FUNCTION UPPER-CASE(SC-DISPLAY-NAME) = WS-CHK-NAME
053300           SET NAME-TAKEN TO TRUE
053400           MOVE SC-PLAYER-ID TO WS-TAKEN-BY
053500        END-IF
053600     END-IF.
053700 4010-CHECK-ONE-PLAYER-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------
054000* 4050-NAME-REFUSED - SAY WHY THE UNIQUENESS CHECK FAILED
054100*--------------------------------------------------------------
054200 4050-NAME-REFUSED.
054300     IF NAME-TAKEN
054400        STRING "DISPLAY NAME ALREADY USED ON THAT TEAM BY "
054500               WS-TAKEN-BY DELIMITED BY SIZE
054600           INTO WS-SCREEN-LINE(1)
054700        END-STRING
054800        SET TA-EDIT-ERROR TO TRUE
054900     ELSE
055000        MOVE "PLAYER MASTER UNAVAILABLE - NAME NOT CHECKED"
055100           TO WS-SCREEN-LINE(1)
055200        SET TA-UNAVAILABLE TO TRUE
055300     END-IF.
055400 4050-NAME-REFUSED-EXIT.
055500     EXIT.
055600*--------------------------------------------------------------
055700* 4100-READ-PLAYER - PLAIN READ OF WS-IN-PLAYER; A MISS IS
055710*          REPORTED HERE FOR EVERY CALLER BUT ADD. A ROW MERGED
055720*          INTO ANOTHER PLAYER IS CLOSED TO MAINTENANCE AND COMES
055730*          BACK TO THE CHANGE VERBS AS A FAILED READ.
055900*--------------------------------------------------------------
056000 4100-READ-PLAYER.
056100     MOVE WS-IN-PLAYER TO WS-PLAYER-KEY
056110     MOVE 59 TO WS-PLAYER-REC-LEN
056300     EXEC CICS READ
056400         FILE("PLAYRMST")
056500         INTO(WS-PLAYER-RECORD)
056600         LENGTH(WS-PLAYER-REC-LEN)
056700         RIDFLD(WS-PLAYER-KEY)
056800         RESP(WS-RESP-CODE)
056900     END-EXEC
056910     IF WS-CMD = "ADD"
057100        GO TO 4100-READ-PLAYER-EXIT
057200     END-IF
057205     IF WS-RESP-CODE = DFHRESP(NORMAL)
057210        IF PL-MERGED AND WS-CMD NOT = "SHOW"
057215           STRING "PLAYER MERGED INTO " DELIMITED BY SIZE
057220                  PL-MERGED-INTO DELIMITED BY SIZE
057225                  " - NO CHANGES ALLOWED" DELIMITED BY SIZE
057230              INTO WS-SCREEN-LINE(1)
057235           END-STRING
057240           PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT
057245           SET TA-EDIT-ERROR TO TRUE
057250           MOVE DFHRESP(INVREQ) TO WS-RESP-CODE
057255        END-IF
057260        GO TO 4100-READ-PLAYER-EXIT
057265     END-IF
057300     IF WS-RESP-CODE = DFHRESP(NOTFND)
057400        MOVE "PLAYER NOT ON MASTER" TO WS-SCREEN-LINE(1)
057500        SET TA-NOT-FOUND TO TRUE
057600     ELSE
057700        MOVE "PLAYER MASTER UNAVAILABLE" TO WS-SCREEN-LINE(1)
057800        SET TA-UNAVAILABLE TO TRUE
057900     END-IF.
058000 4100-READ-PLAYER-EXIT.
058100     EXIT.
058200*--------------------------------------------------------------
058300* 4200-UPDATE-PLAYER - READ FOR UPDATE, HOLD THE BEFORE IMAGE,
058400*          APPLY THE VERB'S CHANGE, REWRITE, AND JOURNAL
058500*--------------------------------------------------------------
058600 4200-UPDATE-PLAYER.
058700     MOVE WS-IN-PLAYER TO WS-PLAYER-KEY
058710     MOVE 59 TO WS-PLAYER-REC-LEN
058900     EXEC CICS READ
059000         FILE("PLAYRMST")
059100         INTO(WS-PLAYER-RECORD)
059200         LENGTH(WS-PLAYER-REC-LEN)
059300         RIDFLD(WS-PLAYER-KEY)
059400         UPDATE
059500         RESP(WS-RESP-CODE)
059600     END-EXEC
059700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
059800        MOVE "PLAYER MASTER UNAVAILABLE - CHANGE NOT MADE"
059900           TO WS-SCREEN-LINE(1)
060000        SET TA-UNAVAILABLE TO TRUE
060100        GO TO 4200-UPDATE-PLAYER-EXIT
060200     END-IF
060300     MOVE WS-PLAYER-RECORD TO WS-BEFORE-IMAGE
060400     EVALUATE WS-CMD
060500        WHEN "NAME"
060600           MOVE WS-NEW-NAME TO PL-DISPLAY-NAME
060700        WHEN "TEAM"
060800           MOVE WS-NEW-TEAM TO PL-TEAM
060900        WHEN "ACT"
061000           SET PL-ACTIVE TO TRUE
061100        WHEN "DEACT"
061200           SET PL-INACTIVE TO TRUE
061300     END-EVALUATE
061400     EXEC CICS REWRITE
061500         FILE("PLAYRMST")
061600         FROM(WS-PLAYER-RECORD)
061700         LENGTH(WS-PLAYER-REC-LEN)
061800         RESP(WS-RESP-CODE)
061900     END-EXEC
062000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
062100        MOVE "PLAYER MASTER UNAVAILABLE - CHANGE NOT MADE"
062200           TO WS-SCREEN-LINE(1)
062300        SET TA-UNAVAILABLE TO TRUE
062400        GO TO 4200-UPDATE-PLAYER-EXIT
062500     END-IF
062600     MOVE "REWRITE" TO IJ-ACTION
062700     PERFORM 4300-JOURNAL-CHANGE THRU 4300-JOURNAL-CHANGE-EXIT
062800     PERFORM 3410-FORMAT-PLAYER THRU 3410-FORMAT-PLAYER-EXIT.
062900 4200-UPDATE-PLAYER-EXIT.
063000     EXIT.
063100*--------------------------------------------------------------
063200* 4300-JOURNAL-CHANGE - ONE IMGJRNL ROW: THE HELD BEFORE IMAGE
063300*          AND THE RECORD AS NOW ON FILE. IJ-ACTION IS SET BY
063400*          THE CALLER.
063500*--------------------------------------------------------------
063600 4300-JOURNAL-CHANGE.
063700     MOVE "PLAYRMST" TO IJ-FILE-NAME
063800     MOVE PL-PLAYER-ID TO IJ-RECORD-KEY
063900     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
064000     MOVE WS-PLAYER-RECORD TO IJ-AFTER-IMAGE
064100     MOVE "PLYMCICS" TO IJ-PROGRAM
064200     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
064300     MOVE WS-CA-OPERATOR TO IJ-OPERATOR
064400     MOVE SPACES TO IJ-CHECKER
064500     CALL "IMGJRNWR" USING IMAGE-JOURNAL-RECORD.
064600 4300-JOURNAL-CHANGE-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------
064900* 5000-EXIT-SESSION
065000*--------------------------------------------------------------
065100 5000-EXIT-SESSION.
065200     MOVE SPACES TO WS-SCREEN-PAGE
065300     MOVE "PLYM SESSION ENDED" TO WS-SCREEN-LINE(1)
065400     EXEC CICS SEND TEXT
065500         FROM(WS-SCREEN-PAGE)
065600         ERASE
065700     END-EXEC
065800     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
065900     EXEC CICS RETURN
066000     END-EXEC.
066100 5000-EXIT-SESSION-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------
066400* 6000-SHOW-MENU - THE COMMAND SUMMARY UNDER EVERY ANSWER
066500*--------------------------------------------------------------
066600 6000-SHOW-MENU.
066700     MOVE "COMMANDS:" TO WS-SCREEN-LINE(15)
066800     MOVE "  ADD    PLAYERID TEAM DISPLAY NAME"
066900        TO WS-SCREEN-LINE(16)
067000     MOVE "  NAME   PLAYERID NEW DISPLAY NAME"
067100        TO WS-SCREEN-LINE(17)
067200     MOVE "  TEAM   PLAYERID NEWTEAM" TO WS-SCREEN-LINE(18)
067300     MOVE "  ACT    PLAYERID        DEACT  PLAYERID"
067400        TO WS-SCREEN-LINE(19)
067500     MOVE "  SHOW   PLAYERID" TO WS-SCREEN-LINE(20)
067600     MOVE "KEY A COMMAND, PF3 EXIT" TO WS-SCREEN-LINE(22).
067700 6000-SHOW-MENU-EXIT.
067800     EXIT.
067900*--------------------------------------------------------------
068000* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
068100*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
068200*--------------------------------------------------------------
068300 0100-START-ACTIVITY.
068400     MOVE EIBTRNID TO TA-TRANSID
068500     MOVE "PLYMCICS" TO TA-PROGRAM
068600     MOVE EIBTRMID TO TA-TERMINAL
068700     MOVE SPACES TO TA-OPERATOR
068800     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
068900     SET TA-NORMAL TO TRUE
069000     MOVE SPACES TO TA-ABEND-CODE
069100     EXEC CICS HANDLE ABEND
069200         LABEL(9800-TASK-ABEND)
069300     END-EXEC.
069400 0100-START-ACTIVITY-EXIT.
069500     EXIT.
069600*--------------------------------------------------------------
069700* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
069800*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
069900*--------------------------------------------------------------
070000 9700-LOG-ACTIVITY.
070100     MOVE WS-CA-OPERATOR TO TA-OPERATOR
070200     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
070300     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
070400 9700-LOG-ACTIVITY-EXIT.
070500     EXIT.
070600*--------------------------------------------------------------
070700* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
070800*          PROCEED WITH ITS ORIGINAL CODE
070900*--------------------------------------------------------------
071000 9800-TASK-ABEND.
071100     EXEC CICS ASSIGN
071200         ABCODE(WS-ABEND-CODE)
071300     END-EXEC
071400     EXEC CICS HANDLE ABEND
071500         CANCEL
071600     END-EXEC
071700     SET TA-ABENDED TO TRUE
071800     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
071900     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
072000     EXEC CICS ABEND
072100         ABCODE(WS-ABEND-CODE)
072200     END-EXEC.
072300 9800-TASK-ABEND-EXIT.
072400     EXIT.
