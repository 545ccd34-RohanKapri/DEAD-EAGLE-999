000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CPNRCICS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. EVENT OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. VENUE DESK COUPON REDEMPTION UNDER
001100*                 TRANSACTION CPNR, PSEUDO-CONVERSATIONAL LIKE THE
001200*                 OTHER FRONT ENDS. THE DESK SIGNS ON WITH ITS
001300*                 VENUE CODE (VERIFIED AGAINST THE KEYED VENUE
001400*                 MASTER) AND THEN KEYS ONE COUPON SERIAL PER
001500*                 TURN. THE SERIAL IS READ FOR UPDATE FROM THE
001600*                 COUPON REGISTER (CPNREG, DEFINED TO CICS AS A
001700*                 KSDS ON THE 10-DIGIT SERIAL) AND REFUSED IF NOT
001800*                 ON FILE, ALREADY REDEEMED (WITH WHERE AND WHEN),
001900*                 PAST ITS EXPIRY, OR ISSUED UNDER A CAMPAIGN THAT
002000*                 DOES NOT LIST THIS VENUE; OTHERWISE IT IS MARKED
002100*                 REDEEMED AT ONCE WITH THE VENUE, THE TIME, AND
002200*                 CHANNEL O, SO A COPY PRESENTED ANYWHERE ELSE THE
002300*                 SAME NIGHT IS REFUSED AT THE DESK. THE NIGHTLY
002400*                 CPN-REDEEM RUN MATCHES THESE AGAINST THE VENUE
002500*                 RETURNS. CPNREG IS CLOSED TO CICS WHILE THAT RUN
002600*                 REWRITES IT. PF3 EXITS.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200*--------------------------------------------------------------
003300* SCREEN AND INPUT WORK AREAS
003400*--------------------------------------------------------------
003500 01  WS-OPERATOR-INPUT         PIC X(72).
003600 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 72.
003700 01  WS-SCREEN-PAGE.
003800     05 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
003900 01  WS-RESP-CODE              PIC S9(8) COMP.
004000 77  WS-AID-PF3                PIC X VALUE "3".
004100 77  WS-TODAY                  PIC X(08).
004200*--------------------------------------------------------------
004300* COUPON REGISTER RECORD (KEYED TO CICS ON THE SERIAL)
004400*--------------------------------------------------------------
004500 01  WS-SERIAL-KEY             PIC X(10).
004600 01  WS-COUPON-REG-RECORD.
004700     05 CR-SERIAL              PIC 9(10).
004800     05 FILLER                 PIC X(02).
004900     05 CR-RUN-DATE            PIC X(08).
005000     05 FILLER                 PIC X(02).
005100     05 CR-GUEST               PIC X(16).
005200     05 FILLER                 PIC X(02).
005300     05 CR-REDEEMED            PIC X(01).
005400     05 FILLER                 PIC X(02).
005500     05 CR-EXPIRY-DATE         PIC X(08).
005600     05 FILLER                 PIC X(02).
005700     05 CR-CAMPAIGN-ID         PIC X(08).
005800     05 FILLER                 PIC X(02).
005900     05 CR-RDM-VENUE           PIC X(04).
006000     05 FILLER                 PIC X(02).
006100     05 CR-RDM-TIMESTAMP       PIC X(14).
006200     05 FILLER                 PIC X(02).
006300     05 CR-RDM-CHANNEL         PIC X(01).
006400 01  WS-CPNREG-REC-LEN         PIC S9(4) COMP VALUE 86.
006500*--------------------------------------------------------------
006600* VENUE MASTER RECORD (KEYED ON VENUE CODE)
006700*--------------------------------------------------------------
006800 01  WS-VENUE-KEY              PIC X(04).
006900 01  WS-VENUE-RECORD.
007000     05 VM-VENUE-ID            PIC X(04).
007100     05 VM-NAME                PIC X(30).
007200     05 VM-REIMB-RATE          PIC 9(03)V99.
007300     05 VM-CALENDAR-ID         PIC X(08).
007400 01  WS-VENUE-REC-LEN          PIC S9(4) COMP VALUE 47.
007500*--------------------------------------------------------------
007600* CAMPAIGN MASTER RECORD (KEYED ON CAMPAIGN ID)
007700*--------------------------------------------------------------
007800 01  WS-CAMPAIGN-KEY           PIC X(08).
007900 01  WS-CAMPAIGN-RECORD.
008000     05 CM-CAMPAIGN-ID         PIC X(08).
008100     05 CM-OFFER-TEXT          PIC X(40).
008200     05 CM-ISSUE-FROM          PIC X(08).
008300     05 CM-ISSUE-TO            PIC X(08).
008400     05 CM-EXPIRY-DAYS         PIC 9(03).
008500     05 CM-EXPIRY-DATE         PIC X(08).
008600     05 CM-EXPIRY-CAL          PIC X(08).
008700     05 CM-MAX-COUPONS         PIC 9(07).
008800     05 CM-BUDGET              PIC 9(07)V99.
008900     05 CM-ISSUED              PIC 9(07).
009000     05 CM-REDEEMED            PIC 9(07).
009100     05 CM-SPENT               PIC 9(07)V99.
009200     05 CM-VENUE-COUNT         PIC 9(02).
009300     05 CM-VENUE               PIC X(04) OCCURS 10 TIMES.
009400 01  WS-CAMPAIGN-REC-LEN       PIC S9(4) COMP VALUE 164.
009500 77  WS-CV-SCAN                PIC 9(02) BINARY.
009600 77  WS-CAMP-NOTE              PIC X(40).
009700*--------------------------------------------------------------
009800* COMMAREA - SIGNED-ON VENUE
009900*--------------------------------------------------------------
010000 01  WS-OUT-COMMAREA.
010100     05 WS-CA-ACTIVE           PIC X VALUE "Y".
010200     05 WS-CA-STAGE            PIC X.
010300     05 WS-CA-VENUE            PIC X(04).
010400     05 WS-CA-VENUE-NAME       PIC X(30).
010500*--------------------------------------------------------------
010600* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
010700*--------------------------------------------------------------
010800 COPY TXNACT.
010900 77  WS-ABEND-CODE             PIC X(04).
011000 LINKAGE SECTION.
011100 01  DFHCOMMAREA.
011200     05 CA-ACTIVE              PIC X.
011300     05 CA-STAGE               PIC X.
011400     05 CA-VENUE               PIC X(04).
011500     05 CA-VENUE-NAME          PIC X(30).
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
012800* 1000-FIRST-ENTRY - ASK FOR THE VENUE CODE
012900*--------------------------------------------------------------
013000 1000-FIRST-ENTRY.
013100     MOVE SPACES TO WS-SCREEN-PAGE
013200     MOVE "CPNR - COUPON REDEMPTION DESK" TO WS-SCREEN-LINE(1)
013300     MOVE "ENTER YOUR VENUE CODE. PF3 EXITS." TO WS-SCREEN-LINE(3)
013400     MOVE "V" TO WS-CA-STAGE
013500     MOVE SPACES TO WS-CA-VENUE
013600     MOVE SPACES TO WS-CA-VENUE-NAME
013700     EXEC CICS SEND TEXT
013800         FROM(WS-SCREEN-PAGE)
013900         ERASE
014000     END-EXEC
014100     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
014200     EXEC CICS RETURN
014300         TRANSID("CPNR")
014400         COMMAREA(WS-OUT-COMMAREA)
014500     END-EXEC.
014600 1000-FIRST-ENTRY-EXIT.
014700     EXIT.
014800*--------------------------------------------------------------
014900* 2000-PROCESS-TURN - DISPATCH ON THE SESSION STAGE
015000*--------------------------------------------------------------
015100 2000-PROCESS-TURN.
015200     MOVE CA-STAGE TO WS-CA-STAGE
015300     MOVE CA-VENUE TO WS-CA-VENUE
015400     MOVE CA-VENUE-NAME TO WS-CA-VENUE-NAME
015500     IF EIBAID = WS-AID-PF3
015600        PERFORM 5000-EXIT-SESSION THRU 5000-EXIT-SESSION-EXIT
015700        GO TO 2000-PROCESS-TURN-EXIT
015800     END-IF
015900     MOVE SPACES TO WS-SCREEN-PAGE
016000     MOVE SPACES TO WS-OPERATOR-INPUT
016100     MOVE 72 TO WS-INPUT-LENGTH
016200     EXEC CICS RECEIVE
016300         INTO(WS-OPERATOR-INPUT)
016400         LENGTH(WS-INPUT-LENGTH)
016500         RESP(WS-RESP-CODE)
016600     END-EXEC
016700     EVALUATE WS-CA-STAGE
016800        WHEN "V"
016900           PERFORM 2100-SIGN-ON THRU 2100-SIGN-ON-EXIT
017000        WHEN "S"
017100           PERFORM 2200-REDEEM-TURN THRU 2200-REDEEM-TURN-EXIT
017200     END-EVALUATE
017300     EXEC CICS SEND TEXT
017400         FROM(WS-SCREEN-PAGE)
017500         ERASE
017600     END-EXEC
017700     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
017800     EXEC CICS RETURN
017900         TRANSID("CPNR")
018000         COMMAREA(WS-OUT-COMMAREA)
018100     END-EXEC.
018200 2000-PROCESS-TURN-EXIT.
018300     EXIT.
018400*--------------------------------------------------------------
018500* 2100-SIGN-ON - THE VENUE CODE MUST BE ON THE VENUE MASTER
018600*--------------------------------------------------------------
018700 2100-SIGN-ON.
018800     MOVE WS-OPERATOR-INPUT(1:4) TO WS-VENUE-KEY
018900     MOVE 47 TO WS-VENUE-REC-LEN
019000     EXEC CICS READ
019100         FILE("VENUEMST")
019200         INTO(WS-VENUE-RECORD)
019300         LENGTH(WS-VENUE-REC-LEN)
019400         RIDFLD(WS-VENUE-KEY)
019500         RESP(WS-RESP-CODE)
019600     END-EXEC
019700     IF WS-RESP-CODE = DFHRESP(NOTFND)
019800        MOVE "VENUE NOT ON THE VENUE MASTER - TRY AGAIN"
019900           TO WS-SCREEN-LINE(1)
020000        SET TA-NOT-FOUND TO TRUE
020100        GO TO 2100-SIGN-ON-EXIT
020200     END-IF
020300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
020400        MOVE "VENUE MASTER NOT AVAILABLE - TRY AGAIN"
020500           TO WS-SCREEN-LINE(1)
020600        SET TA-UNAVAILABLE TO TRUE
020700        GO TO 2100-SIGN-ON-EXIT
020800     END-IF
020900     MOVE VM-VENUE-ID TO WS-CA-VENUE
021000     MOVE VM-NAME TO WS-CA-VENUE-NAME
021100     MOVE "S" TO WS-CA-STAGE
021200     MOVE SPACES TO WS-SCREEN-LINE(1)
021300     STRING "SIGNED ON AT " DELIMITED BY SIZE
021400        WS-CA-VENUE DELIMITED BY SIZE
021500        " " DELIMITED BY SIZE
021600        WS-CA-VENUE-NAME DELIMITED BY SIZE
021700        INTO WS-SCREEN-LINE(1)
021800     END-STRING
021900     PERFORM 3100-SERIAL-FOOTER THRU 3100-SERIAL-FOOTER-EXIT.
022000 2100-SIGN-ON-EXIT.
022100     EXIT.
022200*--------------------------------------------------------------
022300* 2200-REDEEM-TURN - CHECK THE KEYED SERIAL AND, IF IT IS GOOD
022400*          HERE TONIGHT, MARK IT REDEEMED BEFORE ANSWERING THE
022500*          DESK. EVERY REFUSAL RELEASES THE RECORD HELD FOR
022600*          UPDATE.
022700*--------------------------------------------------------------
022800 2200-REDEEM-TURN.
022900     PERFORM 3100-SERIAL-FOOTER THRU 3100-SERIAL-FOOTER-EXIT
023000     IF WS-OPERATOR-INPUT = SPACES
023100        GO TO 2200-REDEEM-TURN-EXIT
023200     END-IF
023300     MOVE WS-OPERATOR-INPUT(1:10) TO WS-SERIAL-KEY
023400     IF WS-SERIAL-KEY IS NOT NUMERIC
023500        MOVE "SERIAL MUST BE 10 DIGITS - KEY IT AGAIN"
023600           TO WS-SCREEN-LINE(1)
023700        SET TA-EDIT-ERROR TO TRUE
023800        GO TO 2200-REDEEM-TURN-EXIT
023900     END-IF
024000     MOVE 86 TO WS-CPNREG-REC-LEN
024100     EXEC CICS READ
024200         FILE("CPNREG")
024300         INTO(WS-COUPON-REG-RECORD)
024400         LENGTH(WS-CPNREG-REC-LEN)
024500         RIDFLD(WS-SERIAL-KEY)
024600         UPDATE
024700         RESP(WS-RESP-CODE)
024800     END-EXEC
024900     IF WS-RESP-CODE = DFHRESP(NOTFND)
025000        MOVE SPACES TO WS-SCREEN-LINE(1)
025100        STRING "SERIAL " DELIMITED BY SIZE
025200           WS-SERIAL-KEY DELIMITED BY SIZE
025300           " NOT ON REGISTER - DO NOT HONOR" DELIMITED BY SIZE
025400           INTO WS-SCREEN-LINE(1)
025500        END-STRING
025600        SET TA-NOT-FOUND TO TRUE
025700        GO TO 2200-REDEEM-TURN-EXIT
025800     END-IF
025900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
026000        MOVE "COUPON REGISTER NOT AVAILABLE - NOTHING REDEEMED"
026100           TO WS-SCREEN-LINE(1)
026200        SET TA-UNAVAILABLE TO TRUE
026300        GO TO 2200-REDEEM-TURN-EXIT
026400     END-IF
026500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
026600     IF CR-REDEEMED = "Y"
026700        PERFORM 2300-SHOW-PRIOR-REDEMPTION
026800           THRU 2300-SHOW-PRIOR-REDEMPTION-EXIT
026900        PERFORM 2900-RELEASE-SERIAL THRU 2900-RELEASE-SERIAL-EXIT
027000        GO TO 2200-REDEEM-TURN-EXIT
027100     END-IF
027200     IF CR-EXPIRY-DATE NOT = SPACES
027300        AND WS-TODAY > CR-EXPIRY-DATE
027400        MOVE SPACES TO WS-SCREEN-LINE(1)
027500        STRING "COUPON EXPIRED " DELIMITED BY SIZE
027600           CR-EXPIRY-DATE DELIMITED BY SIZE
027700           " - DO NOT HONOR" DELIMITED BY SIZE
027800           INTO WS-SCREEN-LINE(1)
027900        END-STRING
028000        SET TA-EDIT-ERROR TO TRUE
028100        PERFORM 2900-RELEASE-SERIAL THRU 2900-RELEASE-SERIAL-EXIT
028200        GO TO 2200-REDEEM-TURN-EXIT
028300     END-IF
028400     PERFORM 2400-CHECK-CAMPAIGN THRU 2400-CHECK-CAMPAIGN-EXIT
028500     IF WS-CAMP-NOTE NOT = SPACES
028600        MOVE WS-CAMP-NOTE TO WS-SCREEN-LINE(1)
028700        SET TA-EDIT-ERROR TO TRUE
028800        PERFORM 2900-RELEASE-SERIAL THRU 2900-RELEASE-SERIAL-EXIT
028900        GO TO 2200-REDEEM-TURN-EXIT
029000     END-IF
029100     MOVE "Y" TO CR-REDEEMED
029200     MOVE WS-CA-VENUE TO CR-RDM-VENUE
029300     MOVE FUNCTION CURRENT-DATE(1:14) TO CR-RDM-TIMESTAMP
029400     MOVE "O" TO CR-RDM-CHANNEL
029500     EXEC CICS REWRITE
029600         FILE("CPNREG")
029700         FROM(WS-COUPON-REG-RECORD)
029800         LENGTH(WS-CPNREG-REC-LEN)
029900         RESP(WS-RESP-CODE)
030000     END-EXEC
030100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
030200        MOVE "COUPON REGISTER NOT AVAILABLE - NOTHING REDEEMED"
030300           TO WS-SCREEN-LINE(1)
030400        SET TA-UNAVAILABLE TO TRUE
030500        GO TO 2200-REDEEM-TURN-EXIT
030600     END-IF
030700     MOVE SPACES TO WS-SCREEN-LINE(1)
030800     STRING "SERIAL " DELIMITED BY SIZE
030900        WS-SERIAL-KEY DELIMITED BY SIZE
031000        " REDEEMED - HONOR THE COUPON" DELIMITED BY SIZE
031100        INTO WS-SCREEN-LINE(1)
031200     END-STRING
031300     MOVE SPACES TO WS-SCREEN-LINE(2)
031400     STRING "GUEST " DELIMITED BY SIZE
031500        CR-GUEST DELIMITED BY SIZE
031600        INTO WS-SCREEN-LINE(2)
031700     END-STRING.
031800 2200-REDEEM-TURN-EXIT.
031900     EXIT.
032000*--------------------------------------------------------------
032100* 2300-SHOW-PRIOR-REDEMPTION - WHERE AND WHEN IT WENT, SO THE DESK
032200*          CAN TELL THE GUEST; A REDEMPTION FROM BEFORE THE DESK
032300*          CARRIES NO VENUE
032400*--------------------------------------------------------------
032500 2300-SHOW-PRIOR-REDEMPTION.
032600     MOVE SPACES TO WS-SCREEN-LINE(1)
032700     IF CR-RDM-VENUE = SPACES
032800        MOVE "ALREADY REDEEMED - DO NOT HONOR"
032900           TO WS-SCREEN-LINE(1)
033000     ELSE
033100        STRING "ALREADY REDEEMED AT " DELIMITED BY SIZE
033200           CR-RDM-VENUE DELIMITED BY SIZE
033300           " ON " DELIMITED BY SIZE
033400           CR-RDM-TIMESTAMP(1:8) DELIMITED BY SIZE
033500           " AT " DELIMITED BY SIZE
033600           CR-RDM-TIMESTAMP(9:2) DELIMITED BY SIZE
033700           ":" DELIMITED BY SIZE
033800           CR-RDM-TIMESTAMP(11:2) DELIMITED BY SIZE
033900           " - DO NOT HONOR" DELIMITED BY SIZE
034000           INTO WS-SCREEN-LINE(1)
034100        END-STRING
034200     END-IF
034300     SET TA-EDIT-ERROR TO TRUE.
034400 2300-SHOW-PRIOR-REDEMPTION-EXIT.
034500     EXIT.
034600*--------------------------------------------------------------
034700* 2400-CHECK-CAMPAIGN - A CAMPAIGN COUPON IS GOOD ONLY AT THE
034800*          CAMPAIGN'S VENUES, THE SAME RULE THE NIGHTLY RUN
034900*          APPLIES. LEAVES THE REFUSAL IN WS-CAMP-NOTE (BLANK =
035000*          ELIGIBLE).
035100*--------------------------------------------------------------
035200 2400-CHECK-CAMPAIGN.
035300     MOVE SPACES TO WS-CAMP-NOTE
035400     IF CR-CAMPAIGN-ID = SPACES
035500        GO TO 2400-CHECK-CAMPAIGN-EXIT
035600     END-IF
035700     MOVE CR-CAMPAIGN-ID TO WS-CAMPAIGN-KEY
035800     MOVE 164 TO WS-CAMPAIGN-REC-LEN
035900     EXEC CICS READ
036000         FILE("CPNCAMP")
036100         INTO(WS-CAMPAIGN-RECORD)
036200         LENGTH(WS-CAMPAIGN-REC-LEN)
036300         RIDFLD(WS-CAMPAIGN-KEY)
036400         RESP(WS-RESP-CODE)
036500     END-EXEC
036600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
036700        MOVE "CAMPAIGN NOT ON MASTER - DO NOT HONOR"
036800           TO WS-CAMP-NOTE
036900        GO TO 2400-CHECK-CAMPAIGN-EXIT
037000     END-IF
037100     MOVE "NOT VALID AT THIS VENUE - DO NOT HONOR" TO WS-CAMP-NOTE
037200     PERFORM 2410-CHECK-ONE-VENUE THRU 2410-CHECK-ONE-VENUE-EXIT
037300        VARYING WS-CV-SCAN FROM 1 BY 1
037400        UNTIL WS-CV-SCAN > CM-VENUE-COUNT
037500           OR WS-CV-SCAN > 10
037600           OR WS-CAMP-NOTE = SPACES.
037700 2400-CHECK-CAMPAIGN-EXIT.
037800     EXIT.
037900 2410-CHECK-ONE-VENUE.
038000     IF CM-VENUE(WS-CV-SCAN) = WS-CA-VENUE
038100        MOVE SPACES TO WS-CAMP-NOTE
038200     END-IF.
038300 2410-CHECK-ONE-VENUE-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------
038600* 2900-RELEASE-SERIAL - GIVE UP THE UPDATE HOLD ON A REFUSAL
038700*--------------------------------------------------------------
038800 2900-RELEASE-SERIAL.
038900     EXEC CICS UNLOCK
039000         FILE("CPNREG")
039100         RESP(WS-RESP-CODE)
039200     END-EXEC.
039300 2900-RELEASE-SERIAL-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------
039600* 3100-SERIAL-FOOTER
039700*--------------------------------------------------------------
039800 3100-SERIAL-FOOTER.
039900     MOVE SPACES TO WS-SCREEN-LINE(21)
040000     STRING "VENUE " DELIMITED BY SIZE
040100        WS-CA-VENUE DELIMITED BY SIZE
040200        " " DELIMITED BY SIZE
040300        WS-CA-VENUE-NAME DELIMITED BY SIZE
040400        INTO WS-SCREEN-LINE(21)
040500     END-STRING
040600     MOVE "KEY THE COUPON SERIAL TO REDEEM, PF3 EXIT"
040700        TO WS-SCREEN-LINE(22).
040800 3100-SERIAL-FOOTER-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------
041100* 5000-EXIT-SESSION
041200*--------------------------------------------------------------
041300 5000-EXIT-SESSION.
041400     MOVE SPACES TO WS-SCREEN-PAGE
041500     MOVE "CPNR SESSION ENDED" TO WS-SCREEN-LINE(1)
041600     EXEC CICS SEND TEXT
041700         FROM(WS-SCREEN-PAGE)
041800         ERASE
041900     END-EXEC
042000     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
042100     EXEC CICS RETURN
042200     END-EXEC.
042300 5000-EXIT-SESSION-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------
042600* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
042700*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
042800*--------------------------------------------------------------
042900 0100-START-ACTIVITY.
043000     MOVE EIBTRNID TO TA-TRANSID
043100     MOVE "CPNRCICS" TO TA-PROGRAM
043200     MOVE EIBTRMID TO TA-TERMINAL
043300     MOVE SPACES TO TA-OPERATOR
043400     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
043500     SET TA-NORMAL TO TRUE
043600     MOVE SPACES TO TA-ABEND-CODE
043700     EXEC CICS HANDLE ABEND
043800         LABEL(9800-TASK-ABEND)
043900     END-EXEC.
044000 0100-START-ACTIVITY-EXIT.
044100     EXIT.
044200*--------------------------------------------------------------
044300* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
044400*          PATH PERFORMS THIS JUST BEFORE ITS RETURN. THE DESK'S
044500*          VENUE CODE STANDS IN FOR THE OPERATOR.
044600*--------------------------------------------------------------
044700 9700-LOG-ACTIVITY.
044800     MOVE WS-CA-VENUE TO TA-OPERATOR
044900     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
045000     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
045100 9700-LOG-ACTIVITY-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------
045400* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
045500*          PROCEED WITH ITS ORIGINAL CODE
045600*--------------------------------------------------------------
045700 9800-TASK-ABEND.
045800     EXEC CICS ASSIGN
045900         ABCODE(WS-ABEND-CODE)
046000     END-EXEC
046100     EXEC CICS HANDLE ABEND
046200         CANCEL
046300     END-EXEC
046400     SET TA-ABENDED TO TRUE
046500     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
046600     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
046700     EXEC CICS ABEND
046800         ABCODE(WS-ABEND-CODE)
046900     END-EXEC.
047000 9800-TASK-ABEND-EXIT.
047100     EXIT.
