000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TICKCICS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. HELPDESK AUTOMATION UNIT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. ONLINE TICKET WORK QUEUE UNDER
001100*                 TRANSACTION TKTQ, PSEUDO-CONVERSATIONAL LIKE
001200*                 THE OTHER FRONT ENDS. THE OPERATOR SIGNS ON
001300*                 (VERIFIED AGAINST THE KEYED OPERSEC FILE FOR
001400*                 FUNCTION TICKWORK WITH THE OPERAUTH RULES, AS
001500*                 ALRT DOES), THEN WORKS THE OPEN AND ASSIGNED
001600*                 TICKMST TICKETS OLDEST FIRST WITH THEIR AGE IN
001700*                 BUSINESS DAYS ON THE SHOP CALENDAR (PF8/PF7
001800*                 PAGE). "S NNN" OPENS A DETAIL SCREEN WITH THE
001900*                 ESCALATED TEXT, THE BOBLOG EXCHANGE IT CAME
002000*                 FROM AND THE LATEST NOTES; THERE THE OPERATOR
002100*                 ASSIGNS ("A" TO SELF, "A OPERID" TO ANOTHER
002200*                 OPERATOR ON OPERSEC), ADDS A NOTE ("N TEXT") OR
002300*                 CLOSES ("C"). THE TICKET IS UPDATED IN PLACE SO
002400*                 AN ASSIGN NO LONGER WAITS FOR A TICKTRN CARD
002500*                 AND THE NEXT TICKET-MAINT RUN. EVERY NOTE, AND
002600*                 EVERY ASSIGN AND CLOSE, IS APPENDED TO THE
002700*                 TICKET NOTES FILE (TICKNOTE) WITH THE SIGNED-ON
002800*                 OPERATOR AND THE TIME. EVERY TASK APPENDS ITS
002900*                 TXNACT ROW LIKE THE OTHER SCREENS.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*--------------------------------------------------------------
003600* SCREEN AND INPUT WORK AREAS
003700*--------------------------------------------------------------
003800 01  WS-OPERATOR-INPUT         PIC X(70).
003900 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 70.
004000 01  WS-SCREEN-PAGE.
004100     05 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
004200 01  WS-PAGE-LINE-NO           PIC 9(02).
004300 01  WS-RESP-CODE              PIC S9(8) COMP.
004400 01  WS-STATUS-MSG             PIC X(60).
004500 77  WS-CMD-CODE               PIC X(01).
004600 77  WS-CMD-ARG                PIC X(04).
004700 77  WS-CMD-ARG-LEN            PIC 9(02).
004800 77  WS-ASSIGN-TO              PIC X(08).
004900 77  WS-NOTE-TEXT              PIC X(60).
005000*--------------------------------------------------------------
005100* AID VALUES - MATCH THE SHOP'S DFHAID PF3/PF7/PF8 SETTINGS
005200*--------------------------------------------------------------
005300 77  WS-AID-PF3                PIC X VALUE "3".
005400 77  WS-AID-PF7                PIC X VALUE "7".
005500 77  WS-AID-PF8                PIC X VALUE "8".
005600*--------------------------------------------------------------
005700* TICKET MASTER (KSDS TO CICS, KEYED ON TICKET NUMBER)
005800*--------------------------------------------------------------
005900 01  WS-TICKET-KEY             PIC 9(07).
006000 01  WS-TICKET-REC-LEN         PIC S9(4) COMP VALUE 115.
006100 01  TICKET-MASTER-RECORD.
006200     05 TM-TICKET-NO           PIC 9(07).
006300     05 TM-REQUESTER           PIC X(04).
006400     05 TM-TEXT                PIC X(60).
006500     05 TM-OPENED-TS           PIC X(14).
006600     05 TM-STATUS              PIC X(08).
006700        88 TICKET-OPEN         VALUE "OPEN".
006800        88 TICKET-ASSIGNED     VALUE "ASSIGNED".
006900        88 TICKET-CLOSED       VALUE "CLOSED".
007000     05 TM-OPERATOR            PIC X(08).
007100     05 TM-CLOSED-TS           PIC X(14).
007200 77  WS-TICKETS-DOWN-SW        PIC X(01) VALUE "N".
007300     88 TICKETS-NOT-AVAILABLE            VALUE "Y".
007400 77  WS-OPEN-OVERFLOW-SW       PIC X(01) VALUE "N".
007500     88 OPEN-TABLE-OVERFLOW              VALUE "Y".
007600*--------------------------------------------------------------
007700* OPEN AND ASSIGNED TICKETS HELD FOR THE TASK, AND THE OLDEST-
007800* FIRST LIST ORDER (LIST ROW N SHOWS TABLE ENTRY WS-LIST-IDX(N))
007900*--------------------------------------------------------------
008000 01  WS-OPEN-TABLE.
008100     05 WS-OP-COUNT            PIC 9(04) VALUE ZERO.
008200     05 WS-OP-ENTRY OCCURS 500 TIMES.
008300        10 WS-OP-TICKET        PIC 9(07).
008400        10 WS-OP-STATUS        PIC X(08).
008500        10 WS-OP-REQUESTER     PIC X(04).
008600        10 WS-OP-OPERATOR      PIC X(08).
008700        10 WS-OP-OPENED-TS     PIC X(14).
008800        10 WS-OP-AGE           PIC 9(04).
008900        10 WS-OP-TEXT          PIC X(33).
009000 01  WS-LIST-ORDER.
009100     05 WS-LIST-COUNT          PIC 9(04) VALUE ZERO.
009200     05 WS-LIST-IDX OCCURS 500 TIMES PIC 9(04).
009300 77  WS-OP-IDX                 PIC 9(04).
009400 77  WS-LIST-SLOT              PIC 9(04).
009500 77  WS-DETAIL-PICK            PIC 9(04).
009600 77  WS-ROWS-ON-PAGE           PIC 9(02) VALUE 18.
009700 77  WS-PREV-SLOT              PIC 9(04).
009800 77  WS-SCAN-DONE-SW           PIC X(01).
009900     88 SCAN-DONE              VALUE "Y".
010000*--------------------------------------------------------------
010100* BUSINESS-DAY CALENDAR (ESDS TO CICS, BROWSED BY RBA). A TICKET'S
010200* AGE IS THE SHOP-CALENDAR BUSINESS DAYS AFTER ITS OPENING DATE UP
010300* TO TODAY, THE SAME COUNT BUSDAY GIVES TICKET-MAINT'S REPORT.
010400*--------------------------------------------------------------
010500 01  WS-BC-RBA                 PIC S9(8) COMP VALUE 0.
010600 01  WS-BC-REC-LEN             PIC S9(4) COMP VALUE 19.
010700 01  BUS-CAL-RECORD.
010800     05 BC-DATE                PIC X(08).
010900     05 FILLER                 PIC X(01).
011000     05 BC-FLAG                PIC X(01).
011100     05 FILLER                 PIC X(01).
011200     05 BC-CALENDAR-ID         PIC X(08).
011300 77  WS-CALENDAR-DOWN-SW       PIC X(01) VALUE "N".
011400     88 CALENDAR-NOT-AVAILABLE           VALUE "Y".
011500 77  WS-OLDEST-DATE            PIC X(08).
011600*--------------------------------------------------------------
011700* BOB CONVERSATION LOG (ESDS TO CICS) - THE EXCHANGE A TICKET CAME
011800* FROM IS THE LATEST ROW WITH THE SAME CALLER TEXT LOGGED NO LATER
011900* THAN THE TICKET WAS OPENED
012000*--------------------------------------------------------------
012100 01  WS-CL-RBA                 PIC S9(8) COMP VALUE 0.
012200 01  WS-CL-REC-LEN             PIC S9(4) COMP VALUE 126.
012300 01  CONVERSATION-LOG-LINE.
012400     05 CL-HEYBOB              PIC X(60).
012500     05 FILLER                 PIC X(02).
012600     05 CL-PUNCTUATION         PIC X(01).
012700     05 FILLER                 PIC X(02).
012800     05 CL-ONLY-NUMS           PIC X(03).
012900     05 FILLER                 PIC X(02).
013000     05 CL-RESULT              PIC X(40).
013100     05 FILLER                 PIC X(02).
013200     05 CL-TIMESTAMP           PIC X(14).
013300 01  WS-EXCHANGE-FOUND.
013400     05 WS-EX-RESULT           PIC X(40).
013500     05 WS-EX-TIMESTAMP        PIC X(14).
013600*--------------------------------------------------------------
013700* TICKET NOTES (ESDS TO CICS, APPENDED BY RBA). THE DETAIL SCREEN
013800* SHOWS THE LATEST FIVE FOR THE TICKET, NEWEST LAST.
013900*--------------------------------------------------------------
014000 01  WS-TN-RBA                 PIC S9(8) COMP VALUE 0.
014100 01  WS-TN-REC-LEN             PIC S9(4) COMP VALUE 92.
014200 01  TICKET-NOTE-RECORD.
014300     05 TN-TICKET-NO           PIC 9(07).
014400     05 FILLER                 PIC X(01).
014500     05 TN-OPERATOR            PIC X(08).
014600     05 FILLER                 PIC X(01).
014700     05 TN-TIMESTAMP           PIC X(14).
014800     05 FILLER                 PIC X(01).
014900     05 TN-TEXT                PIC X(60).
015000 01  WS-NOTE-TABLE.
015100     05 WS-NT-COUNT            PIC 9(02) VALUE ZERO.
015200     05 WS-NT-ENTRY OCCURS 5 TIMES.
015300        10 WS-NT-OPERATOR      PIC X(08).
015400        10 WS-NT-TIMESTAMP     PIC X(14).
015500        10 WS-NT-TEXT          PIC X(60).
015600 77  WS-NT-TOTAL               PIC 9(04) VALUE ZERO.
015700 77  WS-NT-IDX                 PIC 9(02).
015800*--------------------------------------------------------------
015900* OPERATOR SECURITY RECORD (KEYED TO CICS ON OPERATOR ID)
016000*--------------------------------------------------------------
016100 01  WS-OPER-KEY               PIC X(08).
016200 COPY OPERSEC.
016300 01  WS-OPER-REC-LEN           PIC S9(4) COMP VALUE 202.
016400 77  WS-SLOT                   PIC 9(02) BINARY.
016500 77  WS-TODAY                  PIC X(08).
016600 77  WS-LEGACY-LIST            PIC X(80).
016700 77  WS-GRANT-SW               PIC X(01).
016800     88 GRANT-IN-FORCE         VALUE "Y".
016900     88 GRANT-EXPIRED          VALUE "X".
017000     88 GRANT-NOT-FOUND        VALUE "N".
017100     88 GRANT-OPER-SUSPENDED   VALUE "S".
017200*--------------------------------------------------------------
017300* LIST SCREEN DETAIL LINE
017400*--------------------------------------------------------------
017500 01  WS-LIST-LINE.
017600     05 LL-SEQ                 PIC ZZZ9.
017700     05 FILLER                 PIC X(02) VALUE SPACES.
017800     05 LL-TICKET              PIC 9(07).
017900     05 FILLER                 PIC X(02) VALUE SPACES.
018000     05 LL-STATUS              PIC X(08).
018100     05 FILLER                 PIC X(02) VALUE SPACES.
018200     05 LL-AGE                 PIC ZZZ9.
018300     05 FILLER                 PIC X(02) VALUE SPACES.
018400     05 LL-OPERATOR            PIC X(08).
018500     05 FILLER                 PIC X(02) VALUE SPACES.
018600     05 LL-REQUESTER           PIC X(04).
018700     05 FILLER                 PIC X(02) VALUE SPACES.
018800     05 LL-TEXT                PIC X(33).
018900 01  WS-NOTE-LINE.
019000     05 NL-TIMESTAMP           PIC X(14).
019100     05 FILLER                 PIC X(01) VALUE SPACES.
019200     05 NL-OPERATOR            PIC X(08).
019300     05 FILLER                 PIC X(01) VALUE SPACES.
019400     05 NL-TEXT                PIC X(56).
019500 01  WS-AGE-EDIT               PIC ZZZ9.
019600*--------------------------------------------------------------
019700* COMMAREA - SIGN-ON STATE, LIST POSITION, TICKET ON THE DETAIL
019800*          SCREEN
019900*--------------------------------------------------------------
020000 01  WS-OUT-COMMAREA.
020100     05 WS-CA-STAGE            PIC X(01).
020200     05 WS-CA-OPERATOR         PIC X(08).
020300     05 WS-CA-TOP-ROW          PIC 9(04).
020400     05 WS-CA-TICKET           PIC 9(07).
020500     05 WS-CA-AGE              PIC 9(04).
020600*--------------------------------------------------------------
020700* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
020800*--------------------------------------------------------------
020900 COPY TXNACT.
021000 77  WS-ABEND-CODE             PIC X(04).
021100 LINKAGE SECTION.
021200 01  DFHCOMMAREA.
021300     05 CA-STAGE               PIC X(01).
021400     05 CA-OPERATOR            PIC X(08).
021500     05 CA-TOP-ROW             PIC 9(04).
021600     05 CA-TICKET              PIC 9(07).
021700     05 CA-AGE                 PIC 9(04).
021800 PROCEDURE DIVISION USING DFHCOMMAREA.
021900*--------------------------------------------------------------
022000* 0000-MAINLINE
022100*--------------------------------------------------------------
022200 0000-MAINLINE.
022300     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
022400     IF EIBCALEN = 0
022500        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
022600     ELSE
022700        PERFORM 2000-PROCESS-TURN THRU 2000-PROCESS-TURN-EXIT
022800     END-IF.
022900*--------------------------------------------------------------
023000* 1000-FIRST-ENTRY - ASK FOR THE OPERATOR ID
023100*--------------------------------------------------------------
023200 1000-FIRST-ENTRY.
023300     MOVE SPACES TO WS-SCREEN-PAGE
023400     MOVE "TKTQ - HELPDESK TICKET WORK QUEUE" TO WS-SCREEN-LINE(1)
023500     MOVE "ENTER YOUR OPERATOR ID. PF3 EXITS."
023600        TO WS-SCREEN-LINE(3)
023700     MOVE "O" TO WS-CA-STAGE
023800     MOVE SPACES TO WS-CA-OPERATOR
023900     MOVE 1 TO WS-CA-TOP-ROW
024000     MOVE ZERO TO WS-CA-TICKET
024100     MOVE ZERO TO WS-CA-AGE
024200     EXEC CICS SEND TEXT
024300         FROM(WS-SCREEN-PAGE)
024400         ERASE
024500     END-EXEC
024600     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
024700     EXEC CICS RETURN
024800         TRANSID("TKTQ")
024900         COMMAREA(WS-OUT-COMMAREA)
025000     END-EXEC.
025100 1000-FIRST-ENTRY-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------
025400* 1500-LOAD-OPEN-TICKETS - BROWSE THE TICKET MASTER, KEEP THE OPEN
025500*          AND ASSIGNED TICKETS IN OPENING ORDER, THEN AGE THEM
025600*--------------------------------------------------------------
025700 1500-LOAD-OPEN-TICKETS.
025800     MOVE ZERO TO WS-OP-COUNT
025900     MOVE ZERO TO WS-LIST-COUNT
026000     MOVE "N" TO WS-TICKETS-DOWN-SW
026100     MOVE "N" TO WS-OPEN-OVERFLOW-SW
026200     MOVE ZERO TO WS-TICKET-KEY
026300     EXEC CICS STARTBR
026400         FILE("TICKMST")
026500         RIDFLD(WS-TICKET-KEY)
026600         GTEQ
026700         RESP(WS-RESP-CODE)
026800     END-EXEC
026900     IF WS-RESP-CODE = DFHRESP(NOTFND)
027000        GO TO 1500-LOAD-OPEN-TICKETS-EXIT
027100     END-IF
027200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
027300        SET TICKETS-NOT-AVAILABLE TO TRUE
027400        GO TO 1500-LOAD-OPEN-TICKETS-EXIT
027500     END-IF
027600     PERFORM 1510-READ-ONE-TICKET THRU 1510-READ-ONE-TICKET-EXIT
027700        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
027800     EXEC CICS ENDBR
027900         FILE("TICKMST")
028000     END-EXEC
028100     PERFORM 1600-AGE-TICKETS THRU 1600-AGE-TICKETS-EXIT.
028200 1500-LOAD-OPEN-TICKETS-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------
028500* 1510-READ-ONE-TICKET
028600*--------------------------------------------------------------
028700 1510-READ-ONE-TICKET.
028800     MOVE 115 TO WS-TICKET-REC-LEN
028900     EXEC CICS READNEXT
029000         FILE("TICKMST")
029100         INTO(TICKET-MASTER-RECORD)
029200         LENGTH(WS-TICKET-REC-LEN)
029300         RIDFLD(WS-TICKET-KEY)
029400         RESP(WS-RESP-CODE)
029500     END-EXEC
029600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
029700        GO TO 1510-READ-ONE-TICKET-EXIT
029800     END-IF
029900     IF NOT TICKET-OPEN AND NOT TICKET-ASSIGNED
030000        GO TO 1510-READ-ONE-TICKET-EXIT
030100     END-IF
030200     IF WS-OP-COUNT NOT < 500
030300        SET OPEN-TABLE-OVERFLOW TO TRUE
030400        GO TO 1510-READ-ONE-TICKET-EXIT
030500     END-IF
030600     ADD 1 TO WS-OP-COUNT
030700     MOVE TM-TICKET-NO TO WS-OP-TICKET(WS-OP-COUNT)
030800     MOVE TM-STATUS TO WS-OP-STATUS(WS-OP-COUNT)
030900     MOVE TM-REQUESTER TO WS-OP-REQUESTER(WS-OP-COUNT)
031000     MOVE TM-OPERATOR TO WS-OP-OPERATOR(WS-OP-COUNT)
031100     MOVE TM-OPENED-TS TO WS-OP-OPENED-TS(WS-OP-COUNT)
031200     MOVE ZERO TO WS-OP-AGE(WS-OP-COUNT)
031300     MOVE TM-TEXT TO WS-OP-TEXT(WS-OP-COUNT)
031400     PERFORM 1520-PLACE-IN-ORDER THRU 1520-PLACE-IN-ORDER-EXIT.
031500 1510-READ-ONE-TICKET-EXIT.
031600     EXIT.
031700*--------------------------------------------------------------
031800* 1520-PLACE-IN-ORDER - INSERT THE NEW ENTRY INTO THE LIST ORDER
031900*          BY OPENING TIMESTAMP. TICKET NUMBERS ARE DRAWN IN
032000*          OPENING ORDER, SO THIS IS NEARLY ALWAYS AN APPEND.
032100*--------------------------------------------------------------
032200 1520-PLACE-IN-ORDER.
032300     ADD 1 TO WS-LIST-COUNT
032400     MOVE WS-LIST-COUNT TO WS-LIST-SLOT
032500     MOVE "N" TO WS-SCAN-DONE-SW
032600     PERFORM 1530-SHIFT-ONE-DOWN THRU 1530-SHIFT-ONE-DOWN-EXIT
032700        UNTIL SCAN-DONE
032800     MOVE WS-OP-COUNT TO WS-LIST-IDX(WS-LIST-SLOT).
032900 1520-PLACE-IN-ORDER-EXIT.
033000     EXIT.
033100 1530-SHIFT-ONE-DOWN.
033200     IF WS-LIST-SLOT = 1
033300        SET SCAN-DONE TO TRUE
033400        GO TO 1530-SHIFT-ONE-DOWN-EXIT
033500     END-IF
033600     COMPUTE WS-PREV-SLOT = WS-LIST-SLOT - 1
033700     MOVE WS-LIST-IDX(WS-PREV-SLOT) TO WS-OP-IDX
033800     IF WS-OP-OPENED-TS(WS-OP-IDX)
033900        NOT > WS-OP-OPENED-TS(WS-OP-COUNT)
034000        SET SCAN-DONE TO TRUE
034100        GO TO 1530-SHIFT-ONE-DOWN-EXIT
034200     END-IF
034300     MOVE WS-OP-IDX TO WS-LIST-IDX(WS-LIST-SLOT)
034400     MOVE WS-PREV-SLOT TO WS-LIST-SLOT.
034500 1530-SHIFT-ONE-DOWN-EXIT.
034600     EXIT.
034700*--------------------------------------------------------------
034800* 1600-AGE-TICKETS - ONE PASS OF THE CALENDAR FROM THE OLDEST
034900*          TICKET'S DATE TO TODAY; EACH SHOP BUSINESS DAY ADDS ONE
035000*          TO EVERY TICKET OPENED BEFORE IT
035100*--------------------------------------------------------------
035200 1600-AGE-TICKETS.
035300     MOVE "N" TO WS-CALENDAR-DOWN-SW
035400     IF WS-LIST-COUNT = ZERO
035500        GO TO 1600-AGE-TICKETS-EXIT
035600     END-IF
035700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
035800     MOVE WS-LIST-IDX(1) TO WS-OP-IDX
035900     MOVE WS-OP-OPENED-TS(WS-OP-IDX)(1:8) TO WS-OLDEST-DATE
036000     MOVE 0 TO WS-BC-RBA
036100     EXEC CICS STARTBR
036200         FILE("BUSCAL")
036300         RIDFLD(WS-BC-RBA)
036400         RBA
036500         RESP(WS-RESP-CODE)
036600     END-EXEC
036700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
036800        SET CALENDAR-NOT-AVAILABLE TO TRUE
036900        GO TO 1600-AGE-TICKETS-EXIT
037000     END-IF
037100     PERFORM 1610-READ-ONE-DAY THRU 1610-READ-ONE-DAY-EXIT
037200        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
037300     EXEC CICS ENDBR
037400         FILE("BUSCAL")
037500     END-EXEC.
037600 1600-AGE-TICKETS-EXIT.
037700     EXIT.
037800 1610-READ-ONE-DAY.
037900     MOVE 19 TO WS-BC-REC-LEN
038000     EXEC CICS READNEXT
038100         FILE("BUSCAL")
038200         INTO(BUS-CAL-RECORD)
038300         LENGTH(WS-BC-REC-LEN)
038400         RIDFLD(WS-BC-RBA)
038500         RBA
038600         RESP(WS-RESP-CODE)
038700     END-EXEC
038800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
038900        GO TO 1610-READ-ONE-DAY-EXIT
039000     END-IF
039100     IF BC-CALENDAR-ID NOT = SPACES
039200        AND BC-CALENDAR-ID NOT = LOW-VALUES
039300        AND BC-CALENDAR-ID NOT = "SHOP"
039400        GO TO 1610-READ-ONE-DAY-EXIT
039500     END-IF
039600     IF BC-FLAG NOT = "B"
039700        OR BC-DATE NOT > WS-OLDEST-DATE
039800        OR BC-DATE > WS-TODAY
039900        GO TO 1610-READ-ONE-DAY-EXIT
040000     END-IF
040100     MOVE "N" TO WS-SCAN-DONE-SW
040200     PERFORM 1620-AGE-ONE-TICKET THRU 1620-AGE-ONE-TICKET-EXIT
040300        VARYING WS-LIST-SLOT FROM 1 BY 1
040400        UNTIL WS-LIST-SLOT > WS-LIST-COUNT
040500           OR SCAN-DONE.
040600 1610-READ-ONE-DAY-EXIT.
040700     EXIT.
040800 1620-AGE-ONE-TICKET.
040900*    THE LIST IS IN OPENING ORDER, SO THE FIRST TICKET OPENED ON
041000*    OR AFTER THIS DAY ENDS THE PASS
041100     MOVE WS-LIST-IDX(WS-LIST-SLOT) TO WS-OP-IDX
041200     IF WS-OP-OPENED-TS(WS-OP-IDX)(1:8) NOT < BC-DATE
041300        SET SCAN-DONE TO TRUE
041400        GO TO 1620-AGE-ONE-TICKET-EXIT
041500     END-IF
041600     ADD 1 TO WS-OP-AGE(WS-OP-IDX).
041700 1620-AGE-ONE-TICKET-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------
042000* 2000-PROCESS-TURN - DISPATCH ON THE SESSION STAGE
042100*--------------------------------------------------------------
042200 2000-PROCESS-TURN.
042300     MOVE CA-STAGE TO WS-CA-STAGE
042400     MOVE CA-OPERATOR TO WS-CA-OPERATOR
042500     MOVE CA-TOP-ROW TO WS-CA-TOP-ROW
042600     MOVE CA-TICKET TO WS-CA-TICKET
042700     MOVE CA-AGE TO WS-CA-AGE
042800     IF EIBAID = WS-AID-PF3
042900        PERFORM 5000-EXIT-SESSION THRU 5000-EXIT-SESSION-EXIT
043000        GO TO 2000-PROCESS-TURN-EXIT
043100     END-IF
043200     MOVE SPACES TO WS-SCREEN-PAGE
043300     MOVE SPACES TO WS-STATUS-MSG
043400     EVALUATE WS-CA-STAGE
043500        WHEN "O"
043600           PERFORM 2100-SIGN-ON THRU 2100-SIGN-ON-EXIT
043700        WHEN "L"
043800           PERFORM 2200-LIST-TURN THRU 2200-LIST-TURN-EXIT
043900        WHEN "D"
044000           PERFORM 2300-DETAIL-TURN THRU 2300-DETAIL-TURN-EXIT
044100     END-EVALUATE
044200     EXEC CICS SEND TEXT
044300         FROM(WS-SCREEN-PAGE)
044400         ERASE
044500     END-EXEC
044600     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
044700     EXEC CICS RETURN
044800         TRANSID("TKTQ")
044900         COMMAREA(WS-OUT-COMMAREA)
045000     END-EXEC.
045100 2000-PROCESS-TURN-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------
045400* 2100-SIGN-ON - VERIFY THE OPERATOR AGAINST OPERSEC FOR THE
045500*          TICKWORK FUNCTION. THE VERIFIED ID IS THE ONLY ONE EVER
045600*          STAMPED ON A TICKET OR A NOTE.
045700*--------------------------------------------------------------
045800 2100-SIGN-ON.
045900     MOVE SPACES TO WS-OPERATOR-INPUT
046000     MOVE 70 TO WS-INPUT-LENGTH
046100     EXEC CICS RECEIVE
046200         INTO(WS-OPERATOR-INPUT)
046300         LENGTH(WS-INPUT-LENGTH)
046400         RESP(WS-RESP-CODE)
046500     END-EXEC
046600     MOVE WS-OPERATOR-INPUT(1:8) TO WS-OPER-KEY
046700     PERFORM 2120-READ-OPERATOR THRU 2120-READ-OPERATOR-EXIT
046800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
046900        MOVE "OPERATOR NOT ON SECURITY FILE - TRY AGAIN"
047000           TO WS-SCREEN-LINE(1)
047100        SET TA-EDIT-ERROR TO TRUE
047200        GO TO 2100-SIGN-ON-EXIT
047300     END-IF
047400     PERFORM 2150-CHECK-GRANT THRU 2150-CHECK-GRANT-EXIT
047500     EVALUATE TRUE
047600        WHEN GRANT-IN-FORCE
047700           CONTINUE
047800        WHEN GRANT-OPER-SUSPENDED
047900           MOVE "OPERATOR SUSPENDED - SEE SECURITY ADMINISTRATION"
048000              TO WS-SCREEN-LINE(1)
048100           SET TA-EDIT-ERROR TO TRUE
048200           GO TO 2100-SIGN-ON-EXIT
048300        WHEN GRANT-EXPIRED
048400           MOVE "OPERATOR OR TICKWORK GRANT HAS EXPIRED"
048500              TO WS-SCREEN-LINE(1)
048600           SET TA-EDIT-ERROR TO TRUE
048700           GO TO 2100-SIGN-ON-EXIT
048800        WHEN OTHER
048900           MOVE "OPERATOR NOT AUTHORIZED TO WORK TICKETS"
049000              TO WS-SCREEN-LINE(1)
049100           SET TA-EDIT-ERROR TO TRUE
049200           GO TO 2100-SIGN-ON-EXIT
049300     END-EVALUATE
049400     MOVE WS-OPER-KEY TO WS-CA-OPERATOR
049500     MOVE 1 TO WS-CA-TOP-ROW
049600     PERFORM 1500-LOAD-OPEN-TICKETS
049700        THRU 1500-LOAD-OPEN-TICKETS-EXIT
049800     PERFORM 3000-SHOW-LIST THRU 3000-SHOW-LIST-EXIT.
049900 2100-SIGN-ON-EXIT.
050000     EXIT.
050100*--------------------------------------------------------------
050200* 2120-READ-OPERATOR - OPERSEC ROW FOR WS-OPER-KEY
050300*--------------------------------------------------------------
050400 2120-READ-OPERATOR.
050500     MOVE 202 TO WS-OPER-REC-LEN
050600     EXEC CICS READ
050700         FILE("OPERSEC")
050800         INTO(OPER-SEC-RECORD)
050900         LENGTH(WS-OPER-REC-LEN)
051000         RIDFLD(WS-OPER-KEY)
051100         RESP(WS-RESP-CODE)
051200     END-EXEC.
051300 2120-READ-OPERATOR-EXIT.
051400     EXIT.
051500*--------------------------------------------------------------
051600* 2150-CHECK-GRANT - THE OPERAUTH RULES AGAINST THE RECORD JUST
051700*          READ: NOT SUSPENDED, OPERATOR NOT PAST ITS EXPIRY, AND
051800*          A TICKWORK (OR "ALL") SLOT NOT PAST ITS OWN EXPIRY. A
051900*          RECORD FROM BEFORE THE SLOTTED LAYOUT IS SPLIT FIRST.
052000*--------------------------------------------------------------
052100 2150-CHECK-GRANT.
052200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
052300     SET GRANT-NOT-FOUND TO TRUE
052400     IF OS-SUSPENDED
052500        SET GRANT-OPER-SUSPENDED TO TRUE
052600        GO TO 2150-CHECK-GRANT-EXIT
052700     END-IF
052800     IF OS-OPER-EXPIRY NOT = SPACES
052900        AND OS-OPER-EXPIRY NOT > WS-TODAY
053000        SET GRANT-EXPIRED TO TRUE
053100        GO TO 2150-CHECK-GRANT-EXIT
053200     END-IF
053300     MOVE FUNCTION UPPER-CASE(OS-FUNCTIONS) TO OS-FUNCTIONS
053400     IF OS-STATUS = SPACE
053500        MOVE OS-FUNCTIONS TO WS-LEGACY-LIST
053600        INSPECT WS-LEGACY-LIST REPLACING ALL "," BY SPACE
053700        MOVE FUNCTION TRIM(WS-LEGACY-LIST LEADING)
053800           TO WS-LEGACY-LIST
053900        MOVE SPACES TO OS-FUNCTIONS
054000        UNSTRING WS-LEGACY-LIST DELIMITED BY ALL SPACE
054100           INTO OS-GRANT-FUNC(1) OS-GRANT-FUNC(2) OS-GRANT-FUNC(3)
054200                OS-GRANT-FUNC(4) OS-GRANT-FUNC(5) OS-GRANT-FUNC(6)
054300                OS-GRANT-FUNC(7) OS-GRANT-FUNC(8) OS-GRANT-FUNC(9)
054400                OS-GRANT-FUNC(10)
054500        END-UNSTRING
054600     END-IF
054700     PERFORM 2160-CHECK-ONE-SLOT THRU 2160-CHECK-ONE-SLOT-EXIT
054800        VARYING WS-SLOT FROM 1 BY 1
054900        UNTIL WS-SLOT > 10 OR GRANT-IN-FORCE.
055000 2150-CHECK-GRANT-EXIT.
055100     EXIT.
055200 2160-CHECK-ONE-SLOT.
055300     IF OS-GRANT-FUNC(WS-SLOT) NOT = "TICKWORK"
055400        AND OS-GRANT-FUNC(WS-SLOT) NOT = "ALL"
055500        GO TO 2160-CHECK-ONE-SLOT-EXIT
055600     END-IF
055700     IF OS-GRANT-EXPIRY(WS-SLOT) = SPACES
055800        OR OS-GRANT-EXPIRY(WS-SLOT) > WS-TODAY
055900        SET GRANT-IN-FORCE TO TRUE
056000     ELSE
056100        SET GRANT-EXPIRED TO TRUE
056200     END-IF.
056300 2160-CHECK-ONE-SLOT-EXIT.
056400     EXIT.
056500*--------------------------------------------------------------
056600* 2200-LIST-TURN - PF8/PF7 PAGE THE LIST, "S NNN" OPENS THE
056700*          DETAIL SCREEN FOR LIST ROW NNN, ANYTHING ELSE
056800*          REDRAWS THE LIST FROM A FRESH READ OF THE MASTER
056900*--------------------------------------------------------------
057000 2200-LIST-TURN.
057100     PERFORM 1500-LOAD-OPEN-TICKETS
057200        THRU 1500-LOAD-OPEN-TICKETS-EXIT
057300     EVALUATE TRUE
057400        WHEN EIBAID = WS-AID-PF8
057500           ADD WS-ROWS-ON-PAGE TO WS-CA-TOP-ROW
057600           IF WS-CA-TOP-ROW > WS-LIST-COUNT
057700              SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
057800           END-IF
057900        WHEN EIBAID = WS-AID-PF7
058000           IF WS-CA-TOP-ROW > WS-ROWS-ON-PAGE
058100              SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
058200           ELSE
058300              MOVE 1 TO WS-CA-TOP-ROW
058400           END-IF
058500        WHEN OTHER
058600           PERFORM 2210-READ-COMMAND THRU 2210-READ-COMMAND-EXIT
058700     END-EVALUATE
058800     IF WS-CA-STAGE = "L"
058900        PERFORM 3000-SHOW-LIST THRU 3000-SHOW-LIST-EXIT
059000     END-IF.
059100 2200-LIST-TURN-EXIT.
059200     EXIT.
059300*--------------------------------------------------------------
059400* 2210-READ-COMMAND - "S NNN" SELECTS A LIST ROW FOR DETAIL
059500*--------------------------------------------------------------
059600 2210-READ-COMMAND.
059700     MOVE SPACES TO WS-OPERATOR-INPUT
059800     MOVE 70 TO WS-INPUT-LENGTH
059900     EXEC CICS RECEIVE
060000         INTO(WS-OPERATOR-INPUT)
060100         LENGTH(WS-INPUT-LENGTH)
060200         RESP(WS-RESP-CODE)
060300     END-EXEC
060400     IF WS-OPERATOR-INPUT = SPACES
060500        GO TO 2210-READ-COMMAND-EXIT
060600     END-IF
060700     MOVE SPACES TO WS-CMD-CODE
060800     MOVE SPACES TO WS-CMD-ARG
060900     MOVE ZERO TO WS-CMD-ARG-LEN
061000     UNSTRING WS-OPERATOR-INPUT DELIMITED BY ALL " "
061100        INTO WS-CMD-CODE
061200             WS-CMD-ARG COUNT IN WS-CMD-ARG-LEN
061300     END-UNSTRING
061400     IF WS-CMD-CODE NOT = "S"
061500        OR WS-CMD-ARG-LEN = ZERO
061600        OR WS-CMD-ARG-LEN > 4
061700        MOVE "ENTER S NNN TO SELECT A TICKET" TO WS-STATUS-MSG
061800        SET TA-EDIT-ERROR TO TRUE
061900        GO TO 2210-READ-COMMAND-EXIT
062000     END-IF
062100     IF WS-CMD-ARG(1:WS-CMD-ARG-LEN) IS NOT NUMERIC
062200        MOVE "ENTER S NNN TO SELECT A TICKET" TO WS-STATUS-MSG
062300        SET TA-EDIT-ERROR TO TRUE
062400        GO TO 2210-READ-COMMAND-EXIT
062500     END-IF
062600     COMPUTE WS-DETAIL-PICK =
062700        FUNCTION NUMVAL(WS-CMD-ARG(1:WS-CMD-ARG-LEN))
062800     IF WS-DETAIL-PICK = ZERO
062900        OR WS-DETAIL-PICK > WS-LIST-COUNT
063000        MOVE "NO SUCH TICKET ON THE LIST" TO WS-STATUS-MSG
063100        SET TA-NOT-FOUND TO TRUE
063200        GO TO 2210-READ-COMMAND-EXIT
063300     END-IF
063400     MOVE WS-LIST-IDX(WS-DETAIL-PICK) TO WS-OP-IDX
063500     MOVE WS-OP-TICKET(WS-OP-IDX) TO WS-CA-TICKET
063600     MOVE WS-OP-AGE(WS-OP-IDX) TO WS-CA-AGE
063700     PERFORM 4000-SHOW-DETAIL THRU 4000-SHOW-DETAIL-EXIT.
063800 2210-READ-COMMAND-EXIT.
063900     EXIT.
064000*--------------------------------------------------------------
064100* 2300-DETAIL-TURN - "A" ASSIGNS, "N TEXT" ADDS A NOTE, "C"
064200*          CLOSES; ENTER ALONE GOES BACK TO THE LIST. AFTER AN
064300*          ASSIGN OR A NOTE THE DETAIL SCREEN IS REDRAWN; A CLOSED
064400*          TICKET LEAVES THE QUEUE, SO CLOSE RETURNS TO THE LIST.
064500*--------------------------------------------------------------
064600 2300-DETAIL-TURN.
064700     MOVE SPACES TO WS-OPERATOR-INPUT
064800     MOVE 70 TO WS-INPUT-LENGTH
064900     EXEC CICS RECEIVE
065000         INTO(WS-OPERATOR-INPUT)
065100         LENGTH(WS-INPUT-LENGTH)
065200         RESP(WS-RESP-CODE)
065300     END-EXEC
065400     EVALUATE TRUE
065500        WHEN WS-OPERATOR-INPUT = SPACES
065600           PERFORM 2390-BACK-TO-LIST THRU 2390-BACK-TO-LIST-EXIT
065700        WHEN WS-OPERATOR-INPUT(1:1) = "A"
065800           AND WS-OPERATOR-INPUT(2:1) = SPACE
065900           PERFORM 2400-ASSIGN THRU 2400-ASSIGN-EXIT
066000           PERFORM 4000-SHOW-DETAIL THRU 4000-SHOW-DETAIL-EXIT
066100        WHEN WS-OPERATOR-INPUT(1:1) = "N"
066200           AND WS-OPERATOR-INPUT(2:1) = SPACE
066300           PERFORM 2500-ADD-NOTE THRU 2500-ADD-NOTE-EXIT
066400           PERFORM 4000-SHOW-DETAIL THRU 4000-SHOW-DETAIL-EXIT
066500        WHEN WS-OPERATOR-INPUT(1:1) = "C"
066600           AND WS-OPERATOR-INPUT(2:1) = SPACE
066700           PERFORM 2600-CLOSE THRU 2600-CLOSE-EXIT
066800           IF TA-NORMAL
066900              PERFORM 2390-BACK-TO-LIST
067000                 THRU 2390-BACK-TO-LIST-EXIT
067100           ELSE
067200              PERFORM 4000-SHOW-DETAIL THRU 4000-SHOW-DETAIL-EXIT
067300           END-IF
067400        WHEN OTHER
067500           MOVE "ENTER A, A OPERID, N NOTE TEXT, C, OR ENTER"
067600              TO WS-STATUS-MSG
067700           SET TA-EDIT-ERROR TO TRUE
067800           PERFORM 4000-SHOW-DETAIL THRU 4000-SHOW-DETAIL-EXIT
067900     END-EVALUATE.
068000 2300-DETAIL-TURN-EXIT.
068100     EXIT.
068200 2390-BACK-TO-LIST.
068300     MOVE ZERO TO WS-CA-TICKET
068400     MOVE ZERO TO WS-CA-AGE
068500     PERFORM 1500-LOAD-OPEN-TICKETS
068600        THRU 1500-LOAD-OPEN-TICKETS-EXIT
068700     PERFORM 3000-SHOW-LIST THRU 3000-SHOW-LIST-EXIT.
068800 2390-BACK-TO-LIST-EXIT.
068900     EXIT.
069000*--------------------------------------------------------------
069100* 2400-ASSIGN - "A" TAKES THE TICKET FOR THE SIGNED-ON OPERATOR;
069200*          "A OPERID" HANDS IT TO AN OPERATOR WHO MUST BE ON
069300*          OPERSEC AND NOT SUSPENDED
069400*--------------------------------------------------------------
069500 2400-ASSIGN.
069600     MOVE FUNCTION TRIM(WS-OPERATOR-INPUT(3:68) LEADING)
069700        TO WS-ASSIGN-TO
069800     IF WS-ASSIGN-TO = SPACES
069900        MOVE WS-CA-OPERATOR TO WS-ASSIGN-TO
070000     END-IF
070100     IF WS-ASSIGN-TO NOT = WS-CA-OPERATOR
070200        MOVE WS-ASSIGN-TO TO WS-OPER-KEY
070300        PERFORM 2120-READ-OPERATOR THRU 2120-READ-OPERATOR-EXIT
070400        IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
070500           MOVE "NO SUCH OPERATOR ON THE SECURITY FILE"
070600              TO WS-STATUS-MSG
070700           SET TA-EDIT-ERROR TO TRUE
070800           GO TO 2400-ASSIGN-EXIT
070900        END-IF
071000        IF OS-SUSPENDED
071100           MOVE "OPERATOR IS SUSPENDED - NOT ASSIGNED"
071200              TO WS-STATUS-MSG
071300           SET TA-EDIT-ERROR TO TRUE
071400           GO TO 2400-ASSIGN-EXIT
071500        END-IF
071600     END-IF
071700     PERFORM 2700-READ-FOR-UPDATE THRU 2700-READ-FOR-UPDATE-EXIT
071800     IF NOT TA-NORMAL
071900        GO TO 2400-ASSIGN-EXIT
072000     END-IF
072100     MOVE "ASSIGNED" TO TM-STATUS
072200     MOVE WS-ASSIGN-TO TO TM-OPERATOR
072300     PERFORM 2750-REWRITE-TICKET THRU 2750-REWRITE-TICKET-EXIT
072400     IF NOT TA-NORMAL
072500        GO TO 2400-ASSIGN-EXIT
072600     END-IF
072700     MOVE SPACES TO WS-NOTE-TEXT
072800     STRING "ASSIGNED TO " DELIMITED BY SIZE
072900        WS-ASSIGN-TO DELIMITED BY SPACE
073000        INTO WS-NOTE-TEXT
073100     END-STRING
073200     PERFORM 2800-WRITE-NOTE THRU 2800-WRITE-NOTE-EXIT
073300     IF NOT TA-NORMAL
073400        GO TO 2400-ASSIGN-EXIT
073500     END-IF
073600     MOVE SPACES TO WS-STATUS-MSG
073700     STRING "TICKET ASSIGNED TO " DELIMITED BY SIZE
073800        WS-ASSIGN-TO DELIMITED BY SIZE
073900        INTO WS-STATUS-MSG
074000     END-STRING.
074100 2400-ASSIGN-EXIT.
074200     EXIT.
074300*--------------------------------------------------------------
074400* 2500-ADD-NOTE - THE TEXT AFTER "N " GOES TO TICKNOTE AS TYPED
074500*--------------------------------------------------------------
074600 2500-ADD-NOTE.
074700     MOVE WS-OPERATOR-INPUT(3:60) TO WS-NOTE-TEXT
074800     IF WS-NOTE-TEXT = SPACES
074900        MOVE "ENTER N FOLLOWED BY THE NOTE TEXT" TO WS-STATUS-MSG
075000        SET TA-EDIT-ERROR TO TRUE
075100        GO TO 2500-ADD-NOTE-EXIT
075200     END-IF
075300     PERFORM 2800-WRITE-NOTE THRU 2800-WRITE-NOTE-EXIT
075400     IF TA-NORMAL
075500        MOVE "NOTE ADDED" TO WS-STATUS-MSG
075600     END-IF.
075700 2500-ADD-NOTE-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------
076000* 2600-CLOSE - STAMPS THE SIGNED-ON OPERATOR AND THE CLOSING TIME,
076100*          AS A TICKTRN CLOSE DOES IN TICKET-MAINT
076200*--------------------------------------------------------------
076300 2600-CLOSE.
076400     PERFORM 2700-READ-FOR-UPDATE THRU 2700-READ-FOR-UPDATE-EXIT
076500     IF NOT TA-NORMAL
076600        GO TO 2600-CLOSE-EXIT
076700     END-IF
076800     MOVE "CLOSED" TO TM-STATUS
076900     MOVE WS-CA-OPERATOR TO TM-OPERATOR
077000     MOVE FUNCTION CURRENT-DATE(1:14) TO TM-CLOSED-TS
077100     PERFORM 2750-REWRITE-TICKET THRU 2750-REWRITE-TICKET-EXIT
077200     IF NOT TA-NORMAL
077300        GO TO 2600-CLOSE-EXIT
077400     END-IF
077500     MOVE "CLOSED" TO WS-NOTE-TEXT
077600     PERFORM 2800-WRITE-NOTE THRU 2800-WRITE-NOTE-EXIT
077700     IF NOT TA-NORMAL
077800        GO TO 2600-CLOSE-EXIT
077900     END-IF
078000     MOVE SPACES TO WS-STATUS-MSG
078100     STRING "TICKET " DELIMITED BY SIZE
078200        WS-CA-TICKET DELIMITED BY SIZE
078300        " CLOSED" DELIMITED BY SIZE
078400        INTO WS-STATUS-MSG
078500     END-STRING.
078600 2600-CLOSE-EXIT.
078700     EXIT.
078800*--------------------------------------------------------------
078900* 2700-READ-FOR-UPDATE - THE TICKET ON THE DETAIL SCREEN, LOCKED;
079000*          A TICKET ALREADY CLOSED (HERE OR BY THE BATCH) IS LEFT
079100*--------------------------------------------------------------
079200 2700-READ-FOR-UPDATE.
079300     MOVE WS-CA-TICKET TO WS-TICKET-KEY
079400     MOVE 115 TO WS-TICKET-REC-LEN
079500     EXEC CICS READ
079600         FILE("TICKMST")
079700         INTO(TICKET-MASTER-RECORD)
079800         LENGTH(WS-TICKET-REC-LEN)
079900         RIDFLD(WS-TICKET-KEY)
080000         UPDATE
080100         RESP(WS-RESP-CODE)
080200     END-EXEC
080300     EVALUATE TRUE
080400        WHEN WS-RESP-CODE = DFHRESP(NORMAL)
080500           CONTINUE
080600        WHEN WS-RESP-CODE = DFHRESP(NOTFND)
080700           MOVE "TICKET NO LONGER ON FILE" TO WS-STATUS-MSG
080800           SET TA-NOT-FOUND TO TRUE
080900           GO TO 2700-READ-FOR-UPDATE-EXIT
081000        WHEN OTHER
081100           MOVE "TICKET MASTER NOT AVAILABLE - NOT UPDATED"
081200              TO WS-STATUS-MSG
081300           SET TA-UNAVAILABLE TO TRUE
081400           GO TO 2700-READ-FOR-UPDATE-EXIT
081500     END-EVALUATE
081600     IF TICKET-CLOSED
081700        EXEC CICS UNLOCK
081800            FILE("TICKMST")
081900        END-EXEC
082000        STRING "TICKET ALREADY CLOSED BY " DELIMITED BY SIZE
082100           TM-OPERATOR DELIMITED BY SIZE
082200           INTO WS-STATUS-MSG
082300        END-STRING
082400        SET TA-EDIT-ERROR TO TRUE
082500     END-IF.
082600 2700-READ-FOR-UPDATE-EXIT.
082700     EXIT.
082800 2750-REWRITE-TICKET.
082900     MOVE 115 TO WS-TICKET-REC-LEN
083000     EXEC CICS REWRITE
083100         FILE("TICKMST")
083200         FROM(TICKET-MASTER-RECORD)
083300         LENGTH(WS-TICKET-REC-LEN)
083400         RESP(WS-RESP-CODE)
083500     END-EXEC
083600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
083700        MOVE "TICKET MASTER NOT AVAILABLE - NOT UPDATED"
083800           TO WS-STATUS-MSG
083900        SET TA-UNAVAILABLE TO TRUE
084000     END-IF.
084100 2750-REWRITE-TICKET-EXIT.
084200     EXIT.
084300*--------------------------------------------------------------
084400* 2800-WRITE-NOTE - APPEND WS-NOTE-TEXT TO TICKNOTE UNDER THE
084500*          SIGNED-ON OPERATOR AND THE CURRENT TIME
084600*--------------------------------------------------------------
084700 2800-WRITE-NOTE.
084800     MOVE SPACES TO TICKET-NOTE-RECORD
084900     MOVE WS-CA-TICKET TO TN-TICKET-NO
085000     MOVE WS-CA-OPERATOR TO TN-OPERATOR
085100     MOVE FUNCTION CURRENT-DATE(1:14) TO TN-TIMESTAMP
085200     MOVE WS-NOTE-TEXT TO TN-TEXT
085300     MOVE 92 TO WS-TN-REC-LEN
085400     EXEC CICS WRITE
085500         FILE("TICKNOTE")
085600         FROM(TICKET-NOTE-RECORD)
085700         LENGTH(WS-TN-REC-LEN)
085800         RIDFLD(WS-TN-RBA)
085900         RBA
086000         RESP(WS-RESP-CODE)
086100     END-EXEC
086200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
086300        MOVE "NOTES FILE NOT AVAILABLE - NOTE NOT WRITTEN"
086400           TO WS-STATUS-MSG
086500        SET TA-UNAVAILABLE TO TRUE
086600     END-IF.
086700 2800-WRITE-NOTE-EXIT.
086800     EXIT.
086900*--------------------------------------------------------------
087000* 3000-SHOW-LIST - ONE PAGE OF OPEN AND ASSIGNED TICKETS, OLDEST
087100*          FIRST
087200*--------------------------------------------------------------
087300 3000-SHOW-LIST.
087400     MOVE "L" TO WS-CA-STAGE
087500     MOVE SPACES TO WS-SCREEN-PAGE
087600     STRING "TKTQ - TICKET WORK QUEUE, OLDEST FIRST    OPERATOR "
087700           DELIMITED BY SIZE
087800        WS-CA-OPERATOR DELIMITED BY SIZE
087900        INTO WS-SCREEN-LINE(1)
088000     END-STRING
088100     MOVE "  NO  TICKET   STATUS     AGE  OPERATOR  TERM  TEXT"
088200        TO WS-SCREEN-LINE(2)
088300     IF WS-CA-TOP-ROW > WS-LIST-COUNT
088400        OR WS-CA-TOP-ROW = ZERO
088500        MOVE 1 TO WS-CA-TOP-ROW
088600     END-IF
088700     MOVE 3 TO WS-PAGE-LINE-NO
088800     PERFORM 3100-FORMAT-ONE-ROW THRU 3100-FORMAT-ONE-ROW-EXIT
088900        VARYING WS-LIST-SLOT FROM WS-CA-TOP-ROW BY 1
089000        UNTIL WS-LIST-SLOT > WS-LIST-COUNT
089100           OR WS-PAGE-LINE-NO > 20
089200     EVALUATE TRUE
089300        WHEN TICKETS-NOT-AVAILABLE
089400           MOVE "TICKET MASTER NOT AVAILABLE" TO WS-SCREEN-LINE(3)
089500           SET TA-UNAVAILABLE TO TRUE
089600        WHEN WS-LIST-COUNT = ZERO
089700           MOVE "NO OPEN OR ASSIGNED TICKETS" TO WS-SCREEN-LINE(3)
089800     END-EVALUATE
089900     EVALUATE TRUE
090000        WHEN WS-STATUS-MSG NOT = SPACES
090100           MOVE WS-STATUS-MSG TO WS-SCREEN-LINE(21)
090200        WHEN OPEN-TABLE-OVERFLOW
090300           MOVE "OVER 500 OPEN TICKETS - FIRST 500 ON FILE LISTED"
090400              TO WS-SCREEN-LINE(21)
090500        WHEN CALENDAR-NOT-AVAILABLE
090600           MOVE "BUSINESS CALENDAR NOT AVAILABLE - NO AGES"
090700              TO WS-SCREEN-LINE(21)
090800     END-EVALUATE
090900     MOVE "PF7=BACK PF8=FORWARD PF3=EXIT  S NNN=TICKET DETAIL"
091000        TO WS-SCREEN-LINE(22).
091100 3000-SHOW-LIST-EXIT.
091200     EXIT.
091300*--------------------------------------------------------------
091400* 3100-FORMAT-ONE-ROW
091500*--------------------------------------------------------------
091600 3100-FORMAT-ONE-ROW.
091700     MOVE WS-LIST-IDX(WS-LIST-SLOT) TO WS-OP-IDX
091800     MOVE SPACES TO WS-LIST-LINE
091900     MOVE WS-LIST-SLOT TO LL-SEQ
092000     MOVE WS-OP-TICKET(WS-OP-IDX) TO LL-TICKET
092100     MOVE WS-OP-STATUS(WS-OP-IDX) TO LL-STATUS
092200     MOVE WS-OP-AGE(WS-OP-IDX) TO LL-AGE
092300     MOVE WS-OP-OPERATOR(WS-OP-IDX) TO LL-OPERATOR
092400     MOVE WS-OP-REQUESTER(WS-OP-IDX) TO LL-REQUESTER
092500     MOVE WS-OP-TEXT(WS-OP-IDX) TO LL-TEXT
092600     MOVE WS-LIST-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
092700     ADD 1 TO WS-PAGE-LINE-NO.
092800 3100-FORMAT-ONE-ROW-EXIT.
092900     EXIT.
093000*--------------------------------------------------------------
093100* 4000-SHOW-DETAIL - FRESH READ OF THE TICKET, THE BOB EXCHANGE IT
093200*          CAME FROM, AND ITS LATEST NOTES
093300*--------------------------------------------------------------
093400 4000-SHOW-DETAIL.
093500     MOVE "D" TO WS-CA-STAGE
093600     MOVE SPACES TO WS-SCREEN-PAGE
093700     MOVE WS-CA-TICKET TO WS-TICKET-KEY
093800     MOVE 115 TO WS-TICKET-REC-LEN
093900     EXEC CICS READ
094000         FILE("TICKMST")
094100         INTO(TICKET-MASTER-RECORD)
094200         LENGTH(WS-TICKET-REC-LEN)
094300         RIDFLD(WS-TICKET-KEY)
094400         RESP(WS-RESP-CODE)
094500     END-EXEC
094600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
094700        MOVE "TICKET NO LONGER ON FILE" TO WS-STATUS-MSG
094800        SET TA-NOT-FOUND TO TRUE
094900        PERFORM 2390-BACK-TO-LIST THRU 2390-BACK-TO-LIST-EXIT
095000        GO TO 4000-SHOW-DETAIL-EXIT
095100     END-IF
095200     MOVE "TKTQ - TICKET DETAIL" TO WS-SCREEN-LINE(1)
095300     MOVE WS-CA-AGE TO WS-AGE-EDIT
095400     STRING "TICKET   : " TM-TICKET-NO "   STATUS : " TM-STATUS
095500        "   AGE : " WS-AGE-EDIT " BUS DAYS"
095600        DELIMITED BY SIZE INTO WS-SCREEN-LINE(3)
095700     STRING "OPENED   : " TM-OPENED-TS "   TERMINAL : "
095800        TM-REQUESTER "   OPERATOR : " TM-OPERATOR
095900        DELIMITED BY SIZE INTO WS-SCREEN-LINE(4)
096000     MOVE "ESCALATED TEXT:" TO WS-SCREEN-LINE(6)
096100     STRING "  " TM-TEXT
096200        DELIMITED BY SIZE INTO WS-SCREEN-LINE(7)
096300     PERFORM 4100-FIND-EXCHANGE THRU 4100-FIND-EXCHANGE-EXIT
096400     MOVE "BOB EXCHANGE:" TO WS-SCREEN-LINE(9)
096500     IF WS-EX-TIMESTAMP = SPACES
096600        MOVE "  NO MATCHING BOBLOG EXCHANGE FOUND"
096700           TO WS-SCREEN-LINE(10)
096800     ELSE
096900        STRING "  LOGGED " WS-EX-TIMESTAMP
097000           DELIMITED BY SIZE INTO WS-SCREEN-LINE(10)
097100        STRING "  CALLER : " TM-TEXT
097200           DELIMITED BY SIZE INTO WS-SCREEN-LINE(11)
097300        STRING "  BOB    : " WS-EX-RESULT
097400           DELIMITED BY SIZE INTO WS-SCREEN-LINE(12)
097500     END-IF
097600     PERFORM 4200-LOAD-NOTES THRU 4200-LOAD-NOTES-EXIT
097700     MOVE SPACES TO WS-SCREEN-LINE(14)
097800     STRING "NOTES (" DELIMITED BY SIZE
097900        WS-NT-TOTAL DELIMITED BY SIZE
098000        " ON FILE, LATEST FIVE SHOWN):" DELIMITED BY SIZE
098100        INTO WS-SCREEN-LINE(14)
098200     END-STRING
098300     MOVE 15 TO WS-PAGE-LINE-NO
098400     PERFORM 4300-FORMAT-ONE-NOTE THRU 4300-FORMAT-ONE-NOTE-EXIT
098500        VARYING WS-NT-IDX FROM 1 BY 1
098600        UNTIL WS-NT-IDX > WS-NT-COUNT
098700     MOVE WS-STATUS-MSG TO WS-SCREEN-LINE(21)
098800     MOVE "A=TAKE  A OPERID=ASSIGN  N TEXT=NOTE  C=CLOSE"
098900        TO WS-SCREEN-LINE(22)
099000     MOVE "ENTER=LIST  PF3=EXIT" TO WS-SCREEN-LINE(22)(50:20).
099100 4000-SHOW-DETAIL-EXIT.
099200     EXIT.
099300*--------------------------------------------------------------
099400* 4100-FIND-EXCHANGE - BROWSE BOBLOG FOR THE LATEST ROW CARRYING
099500*          THE TICKET'S TEXT LOGGED BY THE TIME THE TICKET WAS
099600*          OPENED
099700*--------------------------------------------------------------
099800 4100-FIND-EXCHANGE.
099900     MOVE SPACES TO WS-EXCHANGE-FOUND
100000     MOVE 0 TO WS-CL-RBA
100100     EXEC CICS STARTBR
100200         FILE("BOBLOG")
100300         RIDFLD(WS-CL-RBA)
100400         RBA
100500         RESP(WS-RESP-CODE)
100600     END-EXEC
100700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
100800        GO TO 4100-FIND-EXCHANGE-EXIT
100900     END-IF
101000     PERFORM 4110-READ-ONE-EXCHANGE
101100        THRU 4110-READ-ONE-EXCHANGE-EXIT
101200        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
101300     EXEC CICS ENDBR
101400         FILE("BOBLOG")
101500     END-EXEC.
101600 4100-FIND-EXCHANGE-EXIT.
101700     EXIT.
101800 4110-READ-ONE-EXCHANGE.
101900     MOVE 126 TO WS-CL-REC-LEN
102000     EXEC CICS READNEXT
102100         FILE("BOBLOG")
102200         INTO(CONVERSATION-LOG-LINE)
102300         LENGTH(WS-CL-REC-LEN)
102400         RIDFLD(WS-CL-RBA)
102500         RBA
102600         RESP(WS-RESP-CODE)
102700     END-EXEC
102800     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
102900        GO TO 4110-READ-ONE-EXCHANGE-EXIT
103000     END-IF
103100     IF CL-HEYBOB = TM-TEXT
103200        AND CL-TIMESTAMP NOT > TM-OPENED-TS
103300        AND CL-TIMESTAMP NOT < WS-EX-TIMESTAMP
103400        MOVE CL-RESULT TO WS-EX-RESULT
103500        MOVE CL-TIMESTAMP TO WS-EX-TIMESTAMP
103600     END-IF.
103700 4110-READ-ONE-EXCHANGE-EXIT.
103800     EXIT.
103900*--------------------------------------------------------------
104000* 4200-LOAD-NOTES - BROWSE TICKNOTE KEEPING THE LAST FIVE ROWS FOR
104100*          THE TICKET, OLDEST OF THE FIVE FIRST
104200*--------------------------------------------------------------
104300 4200-LOAD-NOTES.
104400     MOVE ZERO TO WS-NT-COUNT
104500     MOVE ZERO TO WS-NT-TOTAL
104600     MOVE 0 TO WS-TN-RBA
104700     EXEC CICS STARTBR
104800         FILE("TICKNOTE")
104900         RIDFLD(WS-TN-RBA)
105000         RBA
105100         RESP(WS-RESP-CODE)
105200     END-EXEC
105300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
105400        GO TO 4200-LOAD-NOTES-EXIT
105500     END-IF
105600     PERFORM 4210-READ-ONE-NOTE THRU 4210-READ-ONE-NOTE-EXIT
105700        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
105800     EXEC CICS ENDBR
105900         FILE("TICKNOTE")
106000     END-EXEC.
106100 4200-LOAD-NOTES-EXIT.
106200     EXIT.
106300 4210-READ-ONE-NOTE.
106400     MOVE 92 TO WS-TN-REC-LEN
106500     EXEC CICS READNEXT
106600         FILE("TICKNOTE")
106700         INTO(TICKET-NOTE-RECORD)
106800         LENGTH(WS-TN-REC-LEN)
106900         RIDFLD(WS-TN-RBA)
107000         RBA
107100         RESP(WS-RESP-CODE)
107200     END-EXEC
107300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
107400        GO TO 4210-READ-ONE-NOTE-EXIT
107500     END-IF
107600     IF TN-TICKET-NO NOT = WS-CA-TICKET
107700        GO TO 4210-READ-ONE-NOTE-EXIT
107800     END-IF
107900     ADD 1 TO WS-NT-TOTAL
108000     IF WS-NT-COUNT < 5
108100        ADD 1 TO WS-NT-COUNT
108200     ELSE
108300        PERFORM 4220-DROP-OLDEST-NOTE
108400           THRU 4220-DROP-OLDEST-NOTE-EXIT
108500           VARYING WS-NT-IDX FROM 1 BY 1
108600           UNTIL WS-NT-IDX > 4
108700     END-IF
108800     MOVE TN-OPERATOR TO WS-NT-OPERATOR(WS-NT-COUNT)
108900     MOVE TN-TIMESTAMP TO WS-NT-TIMESTAMP(WS-NT-COUNT)
109000     MOVE TN-TEXT TO WS-NT-TEXT(WS-NT-COUNT).
109100 4210-READ-ONE-NOTE-EXIT.
109200     EXIT.
109300 4220-DROP-OLDEST-NOTE.
109400     MOVE WS-NT-ENTRY(WS-NT-IDX + 1) TO WS-NT-ENTRY(WS-NT-IDX).
109500 4220-DROP-OLDEST-NOTE-EXIT.
109600     EXIT.
109700 4300-FORMAT-ONE-NOTE.
109800     MOVE SPACES TO WS-NOTE-LINE
109900     MOVE WS-NT-TIMESTAMP(WS-NT-IDX) TO NL-TIMESTAMP
110000     MOVE WS-NT-OPERATOR(WS-NT-IDX) TO NL-OPERATOR
110100     MOVE WS-NT-TEXT(WS-NT-IDX) TO NL-TEXT
110200     MOVE WS-NOTE-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
110300     ADD 1 TO WS-PAGE-LINE-NO.
110400 4300-FORMAT-ONE-NOTE-EXIT.
110500     EXIT.
110600*--------------------------------------------------------------
110700* 5000-EXIT-SESSION
110800*--------------------------------------------------------------
110900 5000-EXIT-SESSION.
111000     MOVE SPACES TO WS-SCREEN-PAGE
111100     MOVE "TKTQ SESSION ENDED" TO WS-SCREEN-LINE(1)
111200     EXEC CICS SEND TEXT
111300         FROM(WS-SCREEN-PAGE)
111400         ERASE
111500     END-EXEC
111600     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
111700     EXEC CICS RETURN
111800     END-EXEC.
111900 5000-EXIT-SESSION-EXIT.
112000     EXIT.
112100*--------------------------------------------------------------
112200* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
112300*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
112400*--------------------------------------------------------------
112500 0100-START-ACTIVITY.
112600     MOVE EIBTRNID TO TA-TRANSID
112700     MOVE "TICKCICS" TO TA-PROGRAM
112800     MOVE EIBTRMID TO TA-TERMINAL
112900     MOVE SPACES TO TA-OPERATOR
113000     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
113100     SET TA-NORMAL TO TRUE
113200     MOVE SPACES TO TA-ABEND-CODE
113300     MOVE SPACES TO WS-CA-OPERATOR
113400     EXEC CICS HANDLE ABEND
113500         LABEL(9800-TASK-ABEND)
113600     END-EXEC.
113700 0100-START-ACTIVITY-EXIT.
113800     EXIT.
113900*--------------------------------------------------------------
114000* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
114100*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
114200*--------------------------------------------------------------
114300 9700-LOG-ACTIVITY.
114400     MOVE WS-CA-OPERATOR TO TA-OPERATOR
114500     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
114600     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
114700 9700-LOG-ACTIVITY-EXIT.
114800     EXIT.
114900*--------------------------------------------------------------
115000* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
115100*          PROCEED WITH ITS ORIGINAL CODE
115200*--------------------------------------------------------------
115300 9800-TASK-ABEND.
115400     EXEC CICS ASSIGN
115500         ABCODE(WS-ABEND-CODE)
115600     END-EXEC
115700     EXEC CICS HANDLE ABEND
115800         CANCEL
115900     END-EXEC
116000     SET TA-ABENDED TO TRUE
116100     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
116200     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
116300     EXEC CICS ABEND
116400         ABCODE(WS-ABEND-CODE)
116500     END-EXEC.
116600 9800-TASK-ABEND-EXIT.
116700     EXIT.
