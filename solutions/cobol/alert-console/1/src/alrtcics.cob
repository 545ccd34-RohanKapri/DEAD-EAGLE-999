000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALRTCICS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. ONLINE ALERT CONSOLE UNDER
001100*                 TRANSACTION ALRT, PSEUDO-CONVERSATIONAL LIKE
001200*                 THE OTHER FRONT ENDS. THE OPERATOR SIGNS ON
001300*                 (VERIFIED AGAINST THE KEYED OPERSEC FILE FOR
001400*                 FUNCTION ALERTACK, AS SUSP DOES FOR REWORK),
001500*                 THEN BROWSES THE OPEN ROWS OF THE SHARED
001600*                 ALERTS FILE WORST SEVERITY FIRST (PF8/PF7
001700*                 PAGE), OPENS A DETAIL SCREEN WITH THE FULL
001800*                 TEXT AND TIMESTAMP ("S NNN"), AND KEYS "A"
001900*                 THERE TO ACKNOWLEDGE. THE ROW IS STAMPED IN
002000*                 PLACE WITH THE SIGNED-ON OPERATOR AND THE
002100*                 TIME -- NEVER A TYPED OPERATOR ID -- SO AN
002200*                 ALERT NO LONGER WAITS FOR AN ALRTACK CARD AND
002300*                 THE NEXT ALERT-HUB PASS. EVERY TASK APPENDS
002400*                 ITS TXNACT ROW LIKE THE OTHER SCREENS.
002410* 2026-10-15 RLM  OPERSEC IS NOW KEPT IN THE SHARED OPERSEC
002420*                 LAYOUT (202 BYTES: FUNCTION SLOTS WITH PER-GRANT
002430*                 EXPIRY, OPERATOR STATUS AND EXPIRY). THE SIGN-ON
002440*                 READS THE NEW RECORD AND REFUSES A SUSPENDED OR
002450*                 EXPIRED OPERATOR OR AN EXPIRED ALERTACK GRANT,
002460*                 THE SAME RULES OPERAUTH APPLIES TO BATCH.
002465* 2026-10-15 RLM  LEGACY OPERSEC ROWS ARE NOW KNOWN BY A BLANK
002470*                 OPERATOR STATUS, NOT BY BLANK EXPIRIES, SO A NEW
002475*                 ROW HOLDING ONLY OPEN-ENDED GRANTS IS NOT
002480*                 RE-SPLIT.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000*--------------------------------------------------------------
003100* SCREEN AND INPUT WORK AREAS
003200*--------------------------------------------------------------
003300 01  WS-OPERATOR-INPUT         PIC X(10).
003400 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 10.
003500 01  WS-SCREEN-PAGE.
003600     05 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
003700 01  WS-PAGE-LINE-NO           PIC 9(02).
003800 01  WS-RESP-CODE              PIC S9(8) COMP.
003900 01  WS-STATUS-MSG             PIC X(60).
004000 77  WS-CMD-CODE               PIC X(01).
004100 77  WS-CMD-ARG                PIC X(04).
004200 77  WS-CMD-ARG-LEN            PIC 9(02).
004300*--------------------------------------------------------------
004400* AID VALUES - MATCH THE SHOP'S DFHAID PF3/PF7/PF8 SETTINGS
004500*--------------------------------------------------------------
004600 77  WS-AID-PF3                PIC X VALUE "3".
004700 77  WS-AID-PF7                PIC X VALUE "7".
004800 77  WS-AID-PF8                PIC X VALUE "8".
004900*--------------------------------------------------------------
005000* SHARED ALERTS FILE (ESDS TO CICS, BROWSED AND UPDATED BY RBA)
005100*--------------------------------------------------------------
005200 01  WS-AL-RBA                 PIC S9(8) COMP VALUE 0.
005300 01  WS-AL-REC-LEN             PIC S9(4) COMP VALUE 120.
005400 01  WS-AL-IN-RECORD           PIC X(120).
005500 COPY ALERTMSG.
005600 77  WS-ALERTS-DOWN-SW         PIC X(01) VALUE "N".
005700     88 ALERTS-NOT-AVAILABLE             VALUE "Y".
005800 77  WS-OPEN-OVERFLOW-SW       PIC X(01) VALUE "N".
005900     88 OPEN-TABLE-OVERFLOW              VALUE "Y".
006000*--------------------------------------------------------------
006100* OPEN ALERTS HELD FOR THE TASK, AND THE WORST-FIRST LIST ORDER
006200* (LIST ROW N SHOWS TABLE ENTRY WS-LIST-IDX(N))
006300*--------------------------------------------------------------
006400 01  WS-OPEN-TABLE.
006500     05 WS-OP-COUNT            PIC 9(04) VALUE ZERO.
006600     05 WS-OP-ENTRY OCCURS 500 TIMES.
006700        10 WS-OP-RBA           PIC S9(8) COMP.
006800        10 WS-OP-ROW           PIC X(120).
006900 01  WS-LIST-ORDER.
007000     05 WS-LIST-COUNT          PIC 9(04) VALUE ZERO.
007100     05 WS-LIST-IDX OCCURS 500 TIMES PIC 9(04).
007200 77  WS-OP-IDX                 PIC 9(04).
007300 77  WS-LIST-SLOT              PIC 9(04).
007400 77  WS-DETAIL-PICK            PIC 9(04).
007500 77  WS-ROWS-ON-PAGE           PIC 9(02) VALUE 18.
007600 77  WS-SEV-PASS               PIC 9(01).
007700*--------------------------------------------------------------
007800* OPERATOR SECURITY RECORD (KEYED TO CICS ON OPERATOR ID)
007900*--------------------------------------------------------------
008000 01  WS-OPER-KEY               PIC X(08).
008010 COPY OPERSEC.
008020 01  WS-OPER-REC-LEN           PIC S9(4) COMP VALUE 202.
008030 77  WS-SLOT                   PIC 9(02) BINARY.
008040 77  WS-TODAY                  PIC X(08).
008050 77  WS-LEGACY-LIST            PIC X(80).
008060 77  WS-GRANT-SW               PIC X(01).
008070     88 GRANT-IN-FORCE         VALUE "Y".
008080     88 GRANT-EXPIRED          VALUE "X".
008090     88 GRANT-NOT-FOUND        VALUE "N".
008100     88 GRANT-OPER-SUSPENDED   VALUE "S".
008900*--------------------------------------------------------------
009000* LIST SCREEN DETAIL LINE
009100*--------------------------------------------------------------
009200 01  WS-LIST-LINE.
009300     05 LL-SEQ                 PIC ZZZ9.
009400     05 FILLER                 PIC X(02) VALUE SPACES.
009500     05 LL-SEVERITY            PIC X(01).
009600     05 FILLER                 PIC X(02) VALUE SPACES.
009700     05 LL-PROGRAM             PIC X(08).
009800     05 FILLER                 PIC X(02) VALUE SPACES.
009900     05 LL-TIMESTAMP           PIC X(14).
010000     05 FILLER                 PIC X(02) VALUE SPACES.
010100     05 LL-TEXT                PIC X(44).
010200*--------------------------------------------------------------
010300* COMMAREA - SIGN-ON STATE, LIST POSITION, ALERT ON THE DETAIL
010400*          SCREEN (RBA PLUS PROGRAM AND TIMESTAMP TO RE-VERIFY)
010500*--------------------------------------------------------------
010600 01  WS-OUT-COMMAREA.
010700     05 WS-CA-STAGE            PIC X(01).
010800     05 WS-CA-OPERATOR         PIC X(08).
010900     05 WS-CA-TOP-ROW          PIC 9(04).
011000     05 WS-CA-RBA              PIC S9(8) COMP.
011100     05 WS-CA-AL-PROGRAM       PIC X(08).
011200     05 WS-CA-AL-TIMESTAMP     PIC X(14).
011300*--------------------------------------------------------------
011400* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
011500*--------------------------------------------------------------
011600 COPY TXNACT.
011700 77  WS-ABEND-CODE             PIC X(04).
011800 LINKAGE SECTION.
011900 01  DFHCOMMAREA.
012000     05 CA-STAGE               PIC X(01).
012100     05 CA-OPERATOR            PIC X(08).
012200     05 CA-TOP-ROW             PIC 9(04).
012300     05 CA-RBA                 PIC S9(8) COMP.
012400     05 CA-AL-PROGRAM          PIC X(08).
012500     05 CA-AL-TIMESTAMP        PIC X(14).
012600 PROCEDURE DIVISION USING DFHCOMMAREA.
012700*--------------------------------------------------------------
012800* 0000-MAINLINE
012900*--------------------------------------------------------------
013000 0000-MAINLINE.
013100     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
013200     IF EIBCALEN = 0
013300        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
013400     ELSE
013500        PERFORM 2000-PROCESS-TURN THRU 2000-PROCESS-TURN-EXIT
013600     END-IF.
013700*--------------------------------------------------------------
013800* 1000-FIRST-ENTRY - ASK FOR THE OPERATOR ID
013900*--------------------------------------------------------------
014000 1000-FIRST-ENTRY.
014100     MOVE SPACES TO WS-SCREEN-PAGE
014200     MOVE "ALRT - OPERATOR ALERT CONSOLE" TO WS-SCREEN-LINE(1)
014300     MOVE "ENTER YOUR OPERATOR ID. PF3 EXITS."
014400        TO WS-SCREEN-LINE(3)
014500     MOVE "O" TO WS-CA-STAGE
014600     MOVE SPACES TO WS-CA-OPERATOR
014700     MOVE 1 TO WS-CA-TOP-ROW
014800     MOVE ZERO TO WS-CA-RBA
014900     MOVE SPACES TO WS-CA-AL-PROGRAM
015000     MOVE SPACES TO WS-CA-AL-TIMESTAMP
015100     EXEC CICS SEND TEXT
015200         FROM(WS-SCREEN-PAGE)
015300         ERASE
015400     END-EXEC
015500     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
015600     EXEC CICS RETURN
015700         TRANSID("ALRT")
015800         COMMAREA(WS-OUT-COMMAREA)
015900     END-EXEC.
016000 1000-FIRST-ENTRY-EXIT.
016100     EXIT.
016200*--------------------------------------------------------------
016300* 1500-LOAD-OPEN-ALERTS - BROWSE THE WHOLE ALERTS FILE, KEEP
016400*          THE UNACKNOWLEDGED ROWS WITH THEIR RBAS, THEN ORDER
016500*          THEM WORST SEVERITY FIRST (8, 4, THEN THE REST) THE
016600*          SAME WAY ALERT-HUB LISTS THEM
016700*--------------------------------------------------------------
016800 1500-LOAD-OPEN-ALERTS.
016900     MOVE ZERO TO WS-OP-COUNT
017000     MOVE ZERO TO WS-LIST-COUNT
017100     MOVE "N" TO WS-ALERTS-DOWN-SW
017200     MOVE "N" TO WS-OPEN-OVERFLOW-SW
017300     MOVE 0 TO WS-AL-RBA
017400     EXEC CICS STARTBR
017500         FILE("ALERTS")
017600         RIDFLD(WS-AL-RBA)
017700         RBA
017800         RESP(WS-RESP-CODE)
017900     END-EXEC
018000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
018100        SET ALERTS-NOT-AVAILABLE TO TRUE
018200        GO TO 1500-LOAD-OPEN-ALERTS-EXIT
018300     END-IF
018400     PERFORM 1510-READ-ONE-ALERT THRU 1510-READ-ONE-ALERT-EXIT
018500        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
018600     EXEC CICS ENDBR
018700         FILE("ALERTS")
018800     END-EXEC
018900     PERFORM 1600-ORDER-ONE-SEVERITY
019000        THRU 1600-ORDER-ONE-SEVERITY-EXIT
019100        VARYING WS-SEV-PASS FROM 1 BY 1
019200        UNTIL WS-SEV-PASS > 3.
019300 1500-LOAD-OPEN-ALERTS-EXIT.
019400     EXIT.
019500*--------------------------------------------------------------
019600* 1510-READ-ONE-ALERT
019700*--------------------------------------------------------------
019800 1510-READ-ONE-ALERT.
019900     MOVE 120 TO WS-AL-REC-LEN
020000     EXEC CICS READNEXT
020100         FILE("ALERTS")
020200         INTO(WS-AL-IN-RECORD)
020300         LENGTH(WS-AL-REC-LEN)
020400         RIDFLD(WS-AL-RBA)
020500         RBA
020600         RESP(WS-RESP-CODE)
020700     END-EXEC
020800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
020900        GO TO 1510-READ-ONE-ALERT-EXIT
021000     END-IF
021100     MOVE WS-AL-IN-RECORD TO ALERT-MSG-RECORD
021200     IF AM-ACKNOWLEDGED
021300        GO TO 1510-READ-ONE-ALERT-EXIT
021400     END-IF
021500     IF WS-OP-COUNT < 500
021600        ADD 1 TO WS-OP-COUNT
021700        MOVE WS-AL-RBA TO WS-OP-RBA(WS-OP-COUNT)
021800        MOVE WS-AL-IN-RECORD TO WS-OP-ROW(WS-OP-COUNT)
021900     ELSE
022000        SET OPEN-TABLE-OVERFLOW TO TRUE
022100     END-IF.
022200 1510-READ-ONE-ALERT-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* 1600-ORDER-ONE-SEVERITY - PASS 1 TAKES SEVERITY 8, PASS 2
022600*          SEVERITY 4, PASS 3 EVERYTHING ELSE
022700*--------------------------------------------------------------
022800 1600-ORDER-ONE-SEVERITY.
022900     PERFORM 1610-ORDER-ONE-ROW THRU 1610-ORDER-ONE-ROW-EXIT
023000        VARYING WS-OP-IDX FROM 1 BY 1
023100        UNTIL WS-OP-IDX > WS-OP-COUNT.
023200 1600-ORDER-ONE-SEVERITY-EXIT.
023300     EXIT.
023400 1610-ORDER-ONE-ROW.
023500     MOVE WS-OP-ROW(WS-OP-IDX) TO ALERT-MSG-RECORD
023600     EVALUATE TRUE
023700        WHEN WS-SEV-PASS = 1 AND AM-SEVERITY = "8"
023800        WHEN WS-SEV-PASS = 2 AND AM-SEVERITY = "4"
023900        WHEN WS-SEV-PASS = 3 AND AM-SEVERITY NOT = "8"
024000                             AND AM-SEVERITY NOT = "4"
024100           ADD 1 TO WS-LIST-COUNT
024200           MOVE WS-OP-IDX TO WS-LIST-IDX(WS-LIST-COUNT)
024300     END-EVALUATE.
024400 1610-ORDER-ONE-ROW-EXIT.
024500     EXIT.
024600*--------------------------------------------------------------
024700* 2000-PROCESS-TURN - DISPATCH ON THE SESSION STAGE
024800*--------------------------------------------------------------
024900 2000-PROCESS-TURN.
025000     MOVE CA-STAGE TO WS-CA-STAGE
025100     MOVE CA-OPERATOR TO WS-CA-OPERATOR
025200     MOVE CA-TOP-ROW TO WS-CA-TOP-ROW
025300     MOVE CA-RBA TO WS-CA-RBA
025400     MOVE CA-AL-PROGRAM TO WS-CA-AL-PROGRAM
025500     MOVE CA-AL-TIMESTAMP TO WS-CA-AL-TIMESTAMP
025600     IF EIBAID = WS-AID-PF3
025700        PERFORM 5000-EXIT-SESSION THRU 5000-EXIT-SESSION-EXIT
025800        GO TO 2000-PROCESS-TURN-EXIT
025900     END-IF
026000     MOVE SPACES TO WS-SCREEN-PAGE
026100     MOVE SPACES TO WS-STATUS-MSG
026200     EVALUATE WS-CA-STAGE
026300        WHEN "O"
026400           PERFORM 2100-SIGN-ON THRU 2100-SIGN-ON-EXIT
026500        WHEN "L"
026600           PERFORM 2200-LIST-TURN THRU 2200-LIST-TURN-EXIT
026700        WHEN "D"
026800           PERFORM 2300-DETAIL-TURN THRU 2300-DETAIL-TURN-EXIT
026900     END-EVALUATE
027000     EXEC CICS SEND TEXT
027100         FROM(WS-SCREEN-PAGE)
027200         ERASE
027300     END-EXEC
027400     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
027500     EXEC CICS RETURN
027600         TRANSID("ALRT")
027700         COMMAREA(WS-OUT-COMMAREA)
027800     END-EXEC.
027900 2000-PROCESS-TURN-EXIT.
028000     EXIT.
028100*--------------------------------------------------------------
028200* 2100-SIGN-ON - VERIFY THE OPERATOR AGAINST OPERSEC FOR THE
028300*          ALERTACK FUNCTION. THE VERIFIED ID IS THE ONLY ONE
028400*          EVER STAMPED ON AN ACKNOWLEDGMENT.
028500*--------------------------------------------------------------
028600 2100-SIGN-ON.
028700     MOVE SPACES TO WS-OPERATOR-INPUT
028800     MOVE 10 TO WS-INPUT-LENGTH
028900     EXEC CICS RECEIVE
029000         INTO(WS-OPERATOR-INPUT)
029100         LENGTH(WS-INPUT-LENGTH)
029200         RESP(WS-RESP-CODE)
029300     END-EXEC
029400     MOVE WS-OPERATOR-INPUT(1:8) TO WS-OPER-KEY
029410     MOVE 202 TO WS-OPER-REC-LEN
029600     EXEC CICS READ
029700         FILE("OPERSEC")
029710         INTO(OPER-SEC-RECORD)
029900         LENGTH(WS-OPER-REC-LEN)
030000         RIDFLD(WS-OPER-KEY)
030100         RESP(WS-RESP-CODE)
030200     END-EXEC
030300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
030400        MOVE "OPERATOR NOT ON SECURITY FILE - TRY AGAIN"
030500           TO WS-SCREEN-LINE(1)
030600        SET TA-EDIT-ERROR TO TRUE
030700        GO TO 2100-SIGN-ON-EXIT
030800     END-IF
030810     PERFORM 2150-CHECK-GRANT THRU 2150-CHECK-GRANT-EXIT
030820     EVALUATE TRUE
030830        WHEN GRANT-IN-FORCE
030840           CONTINUE
030850        WHEN GRANT-OPER-SUSPENDED
030860           MOVE "OPERATOR SUSPENDED - SEE SECURITY ADMINISTRATION"
030870              TO WS-SCREEN-LINE(1)
030880           SET TA-EDIT-ERROR TO TRUE
030890           GO TO 2100-SIGN-ON-EXIT
030900        WHEN GRANT-EXPIRED
030910           MOVE "OPERATOR OR ALERTACK GRANT HAS EXPIRED"
030920              TO WS-SCREEN-LINE(1)
030930           SET TA-EDIT-ERROR TO TRUE
030940           GO TO 2100-SIGN-ON-EXIT
030950        WHEN OTHER
030960           MOVE "OPERATOR NOT AUTHORIZED TO ACKNOWLEDGE ALERTS"
030970              TO WS-SCREEN-LINE(1)
030980           SET TA-EDIT-ERROR TO TRUE
030990           GO TO 2100-SIGN-ON-EXIT
031000     END-EVALUATE
032200     MOVE WS-OPER-KEY TO WS-CA-OPERATOR
032300     MOVE 1 TO WS-CA-TOP-ROW
032400     PERFORM 1500-LOAD-OPEN-ALERTS
032500        THRU 1500-LOAD-OPEN-ALERTS-EXIT
032600     PERFORM 3000-SHOW-LIST THRU 3000-SHOW-LIST-EXIT.
032700 2100-SIGN-ON-EXIT.
032800     EXIT.
032801*--------------------------------------------------------------
032802* 2150-CHECK-GRANT - THE OPERAUTH RULES AGAINST THE RECORD JUST
032803*          READ: NOT SUSPENDED, OPERATOR NOT PAST ITS EXPIRY, AND
032804*          A ALERTACK (OR "ALL") SLOT NOT PAST ITS OWN EXPIRY. A
032805*          RECORD FROM BEFORE THE SLOTTED LAYOUT IS SPLIT FIRST.
032806*--------------------------------------------------------------
032807 2150-CHECK-GRANT.
032808     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
032809     SET GRANT-NOT-FOUND TO TRUE
032810     IF OS-SUSPENDED
032811        SET GRANT-OPER-SUSPENDED TO TRUE
032812        GO TO 2150-CHECK-GRANT-EXIT
032813     END-IF
032814     IF OS-OPER-EXPIRY NOT = SPACES
032815        AND OS-OPER-EXPIRY NOT > WS-TODAY
032816        SET GRANT-EXPIRED TO TRUE
032817        GO TO 2150-CHECK-GRANT-EXIT
032818     END-IF
032819     MOVE FUNCTION UPPER-CASE(OS-FUNCTIONS) TO OS-FUNCTIONS
032820     IF OS-STATUS = SPACE
032821        MOVE OS-FUNCTIONS TO WS-LEGACY-LIST
032822        INSPECT WS-LEGACY-LIST REPLACING ALL "," BY SPACE
032823        MOVE FUNCTION TRIM(WS-LEGACY-LIST LEADING)
032824           TO WS-LEGACY-LIST
032825        MOVE SPACES TO OS-FUNCTIONS
032826        UNSTRING WS-LEGACY-LIST DELIMITED BY ALL SPACE
032827           INTO OS-GRANT-FUNC(1) OS-GRANT-FUNC(2) OS-GRANT-FUNC(3)
032828                OS-GRANT-FUNC(4) OS-GRANT-FUNC(5) OS-GRANT-FUNC(6)
032829                OS-GRANT-FUNC(7) OS-GRANT-FUNC(8) OS-GRANT-FUNC(9)
032830                OS-GRANT-FUNC(10)
032831        END-UNSTRING
032832     END-IF
032833     PERFORM 2160-CHECK-ONE-SLOT THRU 2160-CHECK-ONE-SLOT-EXIT
032834        VARYING WS-SLOT FROM 1 BY 1
032835        UNTIL WS-SLOT > 10 OR GRANT-IN-FORCE.
032836 2150-CHECK-GRANT-EXIT.
032837     EXIT.
032838 2160-CHECK-ONE-SLOT.
032839     IF OS-GRANT-FUNC(WS-SLOT) NOT = "ALERTACK"
032840        AND OS-GRANT-FUNC(WS-SLOT) NOT = "ALL"
032841        GO TO 2160-CHECK-ONE-SLOT-EXIT
032842     END-IF
032843     IF OS-GRANT-EXPIRY(WS-SLOT) = SPACES
032844        OR OS-GRANT-EXPIRY(WS-SLOT) > WS-TODAY
032845        SET GRANT-IN-FORCE TO TRUE
032846     ELSE
032847        SET GRANT-EXPIRED TO TRUE
032848     END-IF.
032849 2160-CHECK-ONE-SLOT-EXIT.
032850     EXIT.
032900*--------------------------------------------------------------
033000* 2200-LIST-TURN - PF8/PF7 PAGE THE LIST, "S NNN" OPENS THE
033100*          DETAIL SCREEN FOR LIST ROW NNN, ANYTHING ELSE
033200*          REDRAWS THE LIST FROM A FRESH READ OF THE FILE
033300*--------------------------------------------------------------
033400 2200-LIST-TURN.
033500     PERFORM 1500-LOAD-OPEN-ALERTS
033600        THRU 1500-LOAD-OPEN-ALERTS-EXIT
033700     EVALUATE TRUE
033800        WHEN EIBAID = WS-AID-PF8
033900           ADD WS-ROWS-ON-PAGE TO WS-CA-TOP-ROW
034000           IF WS-CA-TOP-ROW > WS-LIST-COUNT
034100              SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
034200           END-IF
034300        WHEN EIBAID = WS-AID-PF7
034400           IF WS-CA-TOP-ROW > WS-ROWS-ON-PAGE
034500              SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
034600           ELSE
034700              MOVE 1 TO WS-CA-TOP-ROW
034800           END-IF
034900        WHEN OTHER
035000           PERFORM 2210-READ-COMMAND THRU 2210-READ-COMMAND-EXIT
035100     END-EVALUATE
035200     IF WS-CA-STAGE = "L"
035300        PERFORM 3000-SHOW-LIST THRU 3000-SHOW-LIST-EXIT
035400     END-IF.
035500 2200-LIST-TURN-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------
035800* 2210-READ-COMMAND - "S NNN" SELECTS A LIST ROW FOR DETAIL
035900*--------------------------------------------------------------
036000 2210-READ-COMMAND.
036100     MOVE SPACES TO WS-OPERATOR-INPUT
036200     MOVE 10 TO WS-INPUT-LENGTH
036300     EXEC CICS RECEIVE
036400         INTO(WS-OPERATOR-INPUT)
036500         LENGTH(WS-INPUT-LENGTH)
036600         RESP(WS-RESP-CODE)
036700     END-EXEC
036800     IF WS-OPERATOR-INPUT = SPACES
036900        GO TO 2210-READ-COMMAND-EXIT
037000     END-IF
037100     MOVE SPACES TO WS-CMD-CODE
037200     MOVE SPACES TO WS-CMD-ARG
037300     MOVE ZERO TO WS-CMD-ARG-LEN
037400     UNSTRING WS-OPERATOR-INPUT DELIMITED BY ALL " "
037500        INTO WS-CMD-CODE
037600             WS-CMD-ARG COUNT IN WS-CMD-ARG-LEN
037700     END-UNSTRING
037800     IF WS-CMD-CODE NOT = "S"
037900        OR WS-CMD-ARG-LEN = ZERO
038000        OR WS-CMD-ARG-LEN > 4
038100        MOVE "ENTER S NNN TO SELECT AN ALERT" TO WS-STATUS-MSG
038200        SET TA-EDIT-ERROR TO TRUE
038300        GO TO 2210-READ-COMMAND-EXIT
038400     END-IF
038500     IF WS-CMD-ARG(1:WS-CMD-ARG-LEN) IS NOT NUMERIC
038600        MOVE "ENTER S NNN TO SELECT AN ALERT" TO WS-STATUS-MSG
038700        SET TA-EDIT-ERROR TO TRUE
038800        GO TO 2210-READ-COMMAND-EXIT
038900     END-IF
039000     COMPUTE WS-DETAIL-PICK =
039100        FUNCTION NUMVAL(WS-CMD-ARG(1:WS-CMD-ARG-LEN))
039200     IF WS-DETAIL-PICK = ZERO
039300        OR WS-DETAIL-PICK > WS-LIST-COUNT
039400        MOVE "NO SUCH ALERT ON THE LIST" TO WS-STATUS-MSG
039500        SET TA-NOT-FOUND TO TRUE
039600        GO TO 2210-READ-COMMAND-EXIT
039700     END-IF
039800     PERFORM 4000-SHOW-DETAIL THRU 4000-SHOW-DETAIL-EXIT.
039900 2210-READ-COMMAND-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------
040200* 2300-DETAIL-TURN - "A" ACKNOWLEDGES THE ALERT ON THE DETAIL
040300*          SCREEN; EITHER WAY THE OPERATOR RETURNS TO THE LIST
040400*--------------------------------------------------------------
040500 2300-DETAIL-TURN.
040600     MOVE SPACES TO WS-OPERATOR-INPUT
040700     MOVE 10 TO WS-INPUT-LENGTH
040800     EXEC CICS RECEIVE
040900         INTO(WS-OPERATOR-INPUT)
041000         LENGTH(WS-INPUT-LENGTH)
041100         RESP(WS-RESP-CODE)
041200     END-EXEC
041300     IF WS-OPERATOR-INPUT(1:1) = "A"
041400        PERFORM 2400-ACKNOWLEDGE THRU 2400-ACKNOWLEDGE-EXIT
041500     END-IF
041600     MOVE ZERO TO WS-CA-RBA
041700     MOVE SPACES TO WS-CA-AL-PROGRAM
041800     MOVE SPACES TO WS-CA-AL-TIMESTAMP
041900     PERFORM 1500-LOAD-OPEN-ALERTS
042000        THRU 1500-LOAD-OPEN-ALERTS-EXIT
042100     PERFORM 3000-SHOW-LIST THRU 3000-SHOW-LIST-EXIT.
042200 2300-DETAIL-TURN-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------
042500* 2400-ACKNOWLEDGE - RE-READ THE ROW FOR UPDATE BY ITS RBA,
042600*          CONFIRM IT IS STILL THE SAME OPEN ALERT, AND STAMP
042700*          THE SIGNED-ON OPERATOR AND THE TIME IN PLACE
042800*--------------------------------------------------------------
042900 2400-ACKNOWLEDGE.
043000     MOVE WS-CA-RBA TO WS-AL-RBA
043100     MOVE 120 TO WS-AL-REC-LEN
043200     EXEC CICS READ
043300         FILE("ALERTS")
043400         INTO(WS-AL-IN-RECORD)
043500         LENGTH(WS-AL-REC-LEN)
043600         RIDFLD(WS-AL-RBA)
043700         RBA
043800         UPDATE
043900         RESP(WS-RESP-CODE)
044000     END-EXEC
044100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
044200        MOVE "ALERTS FILE NOT AVAILABLE - NOT ACKNOWLEDGED"
044300           TO WS-STATUS-MSG
044400        SET TA-UNAVAILABLE TO TRUE
044500        GO TO 2400-ACKNOWLEDGE-EXIT
044600     END-IF
044700     MOVE WS-AL-IN-RECORD TO ALERT-MSG-RECORD
044800     IF AM-PROGRAM NOT = WS-CA-AL-PROGRAM
044900        OR AM-TIMESTAMP NOT = WS-CA-AL-TIMESTAMP
045000        EXEC CICS UNLOCK
045100            FILE("ALERTS")
045200        END-EXEC
045300        MOVE "ALERT NO LONGER ON FILE - NOT ACKNOWLEDGED"
045400           TO WS-STATUS-MSG
045500        SET TA-NOT-FOUND TO TRUE
045600        GO TO 2400-ACKNOWLEDGE-EXIT
045700     END-IF
045800     IF AM-ACKNOWLEDGED
045900        EXEC CICS UNLOCK
046000            FILE("ALERTS")
046100        END-EXEC
046200        STRING "ALERT ALREADY ACKNOWLEDGED BY " DELIMITED BY SIZE
046300           AM-ACK-OPERATOR DELIMITED BY SIZE
046400           INTO WS-STATUS-MSG
046500        END-STRING
046600        GO TO 2400-ACKNOWLEDGE-EXIT
046700     END-IF
046800     MOVE "Y" TO AM-ACK-SW
046900     MOVE WS-CA-OPERATOR TO AM-ACK-OPERATOR
047000     MOVE FUNCTION CURRENT-DATE(1:14) TO AM-ACK-TS
047100     MOVE ALERT-MSG-RECORD TO WS-AL-IN-RECORD
047200     MOVE 120 TO WS-AL-REC-LEN
047300     EXEC CICS REWRITE
047400         FILE("ALERTS")
047500         FROM(WS-AL-IN-RECORD)
047600         LENGTH(WS-AL-REC-LEN)
047700         RESP(WS-RESP-CODE)
047800     END-EXEC
047900     IF WS-RESP-CODE = DFHRESP(NORMAL)
048000        STRING "ALERT ACKNOWLEDGED BY " DELIMITED BY SIZE
048100           WS-CA-OPERATOR DELIMITED BY SIZE
048200           INTO WS-STATUS-MSG
048300        END-STRING
048400     ELSE
048500        MOVE "ALERTS FILE NOT AVAILABLE - NOT ACKNOWLEDGED"
048600           TO WS-STATUS-MSG
048700        SET TA-UNAVAILABLE TO TRUE
048800     END-IF.
048900 2400-ACKNOWLEDGE-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------
049200* 3000-SHOW-LIST - ONE PAGE OF OPEN ALERTS, WORST FIRST
049300*--------------------------------------------------------------
049400 3000-SHOW-LIST.
049500     MOVE "L" TO WS-CA-STAGE
049600     MOVE SPACES TO WS-SCREEN-PAGE
049700     STRING "ALRT - OPEN ALERTS, WORST FIRST    OPERATOR "
049800           DELIMITED BY SIZE
049900        WS-CA-OPERATOR DELIMITED BY SIZE
050000        INTO WS-SCREEN-LINE(1)
050100     END-STRING
050200     MOVE "  NO  S  PROGRAM   RAISED          TEXT"
050300        TO WS-SCREEN-LINE(2)
050400     IF WS-CA-TOP-ROW > WS-LIST-COUNT
050500        OR WS-CA-TOP-ROW = ZERO
050600        MOVE 1 TO WS-CA-TOP-ROW
050700     END-IF
050800     MOVE 3 TO WS-PAGE-LINE-NO
050900     PERFORM 3100-FORMAT-ONE-ROW THRU 3100-FORMAT-ONE-ROW-EXIT
051000        VARYING WS-LIST-SLOT FROM WS-CA-TOP-ROW BY 1
051100        UNTIL WS-LIST-SLOT > WS-LIST-COUNT
051200           OR WS-PAGE-LINE-NO > 20
051300     EVALUATE TRUE
051400        WHEN ALERTS-NOT-AVAILABLE
051500           MOVE "ALERTS FILE NOT AVAILABLE" TO WS-SCREEN-LINE(3)
051600           SET TA-UNAVAILABLE TO TRUE
051700        WHEN WS-LIST-COUNT = ZERO
051800           MOVE "NO OPEN ALERTS" TO WS-SCREEN-LINE(3)
051900     END-EVALUATE
052000     IF WS-STATUS-MSG NOT = SPACES
052100        MOVE WS-STATUS-MSG TO WS-SCREEN-LINE(21)
052200     ELSE
052300        IF OPEN-TABLE-OVERFLOW
052400           MOVE "OVER 500 OPEN ALERTS - OLDEST 500 LISTED"
052500              TO WS-SCREEN-LINE(21)
052600        END-IF
052700     END-IF
052800     MOVE "PF7=BACK PF8=FORWARD PF3=EXIT  S NNN=ALERT DETAIL"
052900        TO WS-SCREEN-LINE(22).
053000 3000-SHOW-LIST-EXIT.
053100     EXIT.
053200*--------------------------------------------------------------
053300* 3100-FORMAT-ONE-ROW
053400*--------------------------------------------------------------
053500 3100-FORMAT-ONE-ROW.
053600     MOVE WS-LIST-IDX(WS-LIST-SLOT) TO WS-OP-IDX
053700     MOVE WS-OP-ROW(WS-OP-IDX) TO ALERT-MSG-RECORD
053800     MOVE SPACES TO WS-LIST-LINE
053900     MOVE WS-LIST-SLOT TO LL-SEQ
054000     MOVE AM-SEVERITY TO LL-SEVERITY
054100     MOVE AM-PROGRAM TO LL-PROGRAM
054200     MOVE AM-TIMESTAMP TO LL-TIMESTAMP
054300     MOVE AM-TEXT TO LL-TEXT
054400     MOVE WS-LIST-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
054500     ADD 1 TO WS-PAGE-LINE-NO.
054600 3100-FORMAT-ONE-ROW-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------
054900* 4000-SHOW-DETAIL - THE FULL ROW FOR ONE LIST ENTRY; ITS RBA,
055000*          PROGRAM AND TIMESTAMP RIDE THE COMMAREA TO THE
055100*          ACKNOWLEDGE TURN
055200*--------------------------------------------------------------
055300 4000-SHOW-DETAIL.
055400     MOVE WS-LIST-IDX(WS-DETAIL-PICK) TO WS-OP-IDX
055500     MOVE WS-OP-ROW(WS-OP-IDX) TO ALERT-MSG-RECORD
055600     MOVE WS-OP-RBA(WS-OP-IDX) TO WS-CA-RBA
055700     MOVE AM-PROGRAM TO WS-CA-AL-PROGRAM
055800     MOVE AM-TIMESTAMP TO WS-CA-AL-TIMESTAMP
055900     MOVE "D" TO WS-CA-STAGE
056000     MOVE SPACES TO WS-SCREEN-PAGE
056100     MOVE "ALRT - ALERT DETAIL" TO WS-SCREEN-LINE(1)
056200     STRING "PROGRAM  : " AM-PROGRAM
056300        DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
056400     STRING "SEVERITY : " AM-SEVERITY
056500        DELIMITED BY SIZE INTO WS-SCREEN-LINE(4)
056600     STRING "RAISED   : " AM-TIMESTAMP
056700        DELIMITED BY SIZE INTO WS-SCREEN-LINE(5)
056800     MOVE "TEXT     :" TO WS-SCREEN-LINE(7)
056900     MOVE AM-TEXT TO WS-SCREEN-LINE(8)
057000     MOVE "STATUS   : OPEN - NOT YET ACKNOWLEDGED"
057100        TO WS-SCREEN-LINE(10)
057200     MOVE "A=ACKNOWLEDGE  ENTER=BACK TO LIST  PF3=EXIT"
057300        TO WS-SCREEN-LINE(22).
057400 4000-SHOW-DETAIL-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------
057700* 5000-EXIT-SESSION
057800*--------------------------------------------------------------
057900 5000-EXIT-SESSION.
058000     MOVE SPACES TO WS-SCREEN-PAGE
058100     MOVE "ALRT SESSION ENDED" TO WS-SCREEN-LINE(1)
058200     EXEC CICS SEND TEXT
058300         FROM(WS-SCREEN-PAGE)
058400         ERASE
058500     END-EXEC
058600     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
058700     EXEC CICS RETURN
058800     END-EXEC.
058900 5000-EXIT-SESSION-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------
059200* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
059300*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
059400*--------------------------------------------------------------
059500 0100-START-ACTIVITY.
059600     MOVE EIBTRNID TO TA-TRANSID
059700     MOVE "ALRTCICS" TO TA-PROGRAM
059800     MOVE EIBTRMID TO TA-TERMINAL
059900     MOVE SPACES TO TA-OPERATOR
060000     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
060100     SET TA-NORMAL TO TRUE
060200     MOVE SPACES TO TA-ABEND-CODE
060300     MOVE SPACES TO WS-CA-OPERATOR
060400     EXEC CICS HANDLE ABEND
060500         LABEL(9800-TASK-ABEND)
060600     END-EXEC.
060700 0100-START-ACTIVITY-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------
061000* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
061100*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
061200*--------------------------------------------------------------
061300 9700-LOG-ACTIVITY.
061400     MOVE WS-CA-OPERATOR TO TA-OPERATOR
061500     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
061600     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
061700 9700-LOG-ACTIVITY-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------
062000* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
062100*          PROCEED WITH ITS ORIGINAL CODE
062200*--------------------------------------------------------------
062300 9800-TASK-ABEND.
062400     EXEC CICS ASSIGN
062500         ABCODE(WS-ABEND-CODE)
062600     END-EXEC
062700     EXEC CICS HANDLE ABEND
062800         CANCEL
062900     END-EXEC
063000     SET TA-ABENDED TO TRUE
063100     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
063200     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
063300     EXEC CICS ABEND
063400         ABCODE(WS-ABEND-CODE)
063500     END-EXEC.
063600 9800-TASK-ABEND-EXIT.
063700     EXIT.
