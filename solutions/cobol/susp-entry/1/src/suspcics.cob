002410* 2026-09-02 RLM  REVIEW FIX: SUPPLY THE RIDFLD ON THE REWKCARD
002420*                 WRITE - THE FILE IS DEFINED TO CICS AS A KSDS
002430*                 KEYED ON THE 32-BYTE MATCHED CARD.
002440* 2026-10-15 RLM  SUSPMST RECORD NOW ENDS WITH THE PAN TOKEN
002450*                 (SM-TOKEN); LAYOUT AND READ LENGTH WIDENED.
002455* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
002460*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
002465*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
002470*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
002475*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
002480*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
002485*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
002490*                 AND ERRORS FOR THIS SCREEN.
002491* 2026-10-15 RLM  OPERSEC IS NOW KEPT IN THE SHARED OPERSEC
002492*                 LAYOUT (202 BYTES: FUNCTION SLOTS WITH PER-GRANT
002493*                 EXPIRY, OPERATOR STATUS AND EXPIRY). THE SIGN-ON
002494*                 READS THE NEW RECORD AND REFUSES A SUSPENDED OR
002495*                 EXPIRED OPERATOR OR AN EXPIRED REWORK GRANT,
002496*                 THE SAME RULES OPERAUTH APPLIES TO BATCH.
002497* 2026-10-15 RLM  LEGACY OPERSEC ROWS ARE NOW KNOWN BY A BLANK
002498*                 OPERATOR STATUS, NOT BLANK EXPIRIES; A NEW ROW
002499*                 OF OPEN-ENDED GRANTS IS NO LONGER RE-SPLIT.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004900     05 SM-AMOUNT              PIC 9(07)V99.
005000     05 SM-CURRENCY            PIC X(03).
005100     05 SM-FIRST-SEEN          PIC X(08).
005110     05 SM-TOKEN               PIC X(16).
005120 01  WS-SUSP-REC-LEN           PIC S9(4) COMP VALUE 86.
005300*--------------------------------------------------------------
005400* OPERATOR SECURITY RECORD (KEYED TO CICS ON OPERATOR ID)
005500*--------------------------------------------------------------
005600 01  WS-OPER-KEY               PIC X(08).
005610 COPY OPERSEC.
005620 01  WS-OPER-REC-LEN           PIC S9(4) COMP VALUE 202.
005630 77  WS-SLOT                   PIC 9(02) BINARY.
005640 77  WS-TODAY                  PIC X(08).
005650 77  WS-LEGACY-LIST            PIC X(80).
005660 77  WS-GRANT-SW               PIC X(01).
005670     88 GRANT-IN-FORCE         VALUE "Y".
005680     88 GRANT-EXPIRED          VALUE "X".
005690     88 GRANT-NOT-FOUND        VALUE "N".
005700     88 GRANT-OPER-SUSPENDED   VALUE "S".
006500*--------------------------------------------------------------
006600* CORRECTION RECORD WRITTEN TO THE REWORK CARD FILE
006700*--------------------------------------------------------------
010000     05 WS-CA-OPERATOR         PIC X(08).
010100     05 WS-CA-BROWSE-KEY       PIC X(32).
010200     05 WS-CA-SELECTED         PIC X(32).
010210*--------------------------------------------------------------
010220* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
010230*--------------------------------------------------------------
010240 COPY TXNACT.
010250 77  WS-ABEND-CODE             PIC X(04).
010300 LINKAGE SECTION.
010400 01  DFHCOMMAREA.
010500     05 CA-ACTIVE              PIC X.
011200* 0000-MAINLINE
011300*--------------------------------------------------------------
011400 0000-MAINLINE.
011410     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
011500     IF EIBCALEN = 0
011600        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
011700     ELSE
013400         FROM(WS-SCREEN-PAGE)
013500         ERASE
013600     END-EXEC
013610     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
013700     EXEC CICS RETURN
013800         TRANSID("SUSP")
013900         COMMAREA(WS-OUT-COMMAREA)
016600         FROM(WS-SCREEN-PAGE)
016700         ERASE
016800     END-EXEC
016810     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
016900     EXEC CICS RETURN
017000         TRANSID("SUSP")
017100         COMMAREA(WS-OUT-COMMAREA)
018500         RESP(WS-RESP-CODE)
018600     END-EXEC
018700     MOVE WS-OPERATOR-INPUT(1:8) TO WS-OPER-KEY
018710     MOVE 202 TO WS-OPER-REC-LEN
018900     EXEC CICS READ
019000         FILE("OPERSEC")
019010         INTO(OPER-SEC-RECORD)
019200         LENGTH(WS-OPER-REC-LEN)
019300         RIDFLD(WS-OPER-KEY)
019400         RESP(WS-RESP-CODE)
019600     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
019700        MOVE "OPERATOR NOT ON SECURITY FILE - TRY AGAIN"
019800           TO WS-SCREEN-LINE(1)
019810        SET TA-EDIT-ERROR TO TRUE
019900        GO TO 2100-SIGN-ON-EXIT
020000     END-IF
020010     PERFORM 2150-CHECK-GRANT THRU 2150-CHECK-GRANT-EXIT
020020     EVALUATE TRUE
020030        WHEN GRANT-IN-FORCE
020040           CONTINUE
020050        WHEN GRANT-OPER-SUSPENDED
020060           MOVE "OPERATOR SUSPENDED - SEE SECURITY ADMINISTRATION"
020070              TO WS-SCREEN-LINE(1)
020080           SET TA-EDIT-ERROR TO TRUE
020090           GO TO 2100-SIGN-ON-EXIT
020100        WHEN GRANT-EXPIRED
020110           MOVE "OPERATOR OR REWORK GRANT HAS EXPIRED"
020120              TO WS-SCREEN-LINE(1)
020130           SET TA-EDIT-ERROR TO TRUE
020140           GO TO 2100-SIGN-ON-EXIT
020150        WHEN OTHER
020160           MOVE "OPERATOR NOT AUTHORIZED FOR REWORK"
020170              TO WS-SCREEN-LINE(1)
020180           SET TA-EDIT-ERROR TO TRUE
020190           GO TO 2100-SIGN-ON-EXIT
020200     END-EVALUATE
021300     MOVE WS-OPER-KEY TO WS-CA-OPERATOR
021400     MOVE "B" TO WS-CA-STAGE
021500     MOVE LOW-VALUES TO WS-CA-BROWSE-KEY
021600     PERFORM 3000-SHOW-QUEUE-PAGE THRU 3000-SHOW-QUEUE-PAGE-EXIT.
021700 2100-SIGN-ON-EXIT.
021800     EXIT.
021801*--------------------------------------------------------------
021802* 2150-CHECK-GRANT - THE OPERAUTH RULES AGAINST THE RECORD JUST
021803*          READ: NOT SUSPENDED, OPERATOR NOT PAST ITS EXPIRY, AND
021804*          A REWORK (OR "ALL") SLOT NOT PAST ITS OWN EXPIRY. A
021805*          RECORD FROM BEFORE THE SLOTTED LAYOUT IS SPLIT FIRST.
021806*--------------------------------------------------------------
021807 2150-CHECK-GRANT.
021808     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
021809     SET GRANT-NOT-FOUND TO TRUE
021810     IF OS-SUSPENDED
021811        SET GRANT-OPER-SUSPENDED TO TRUE
021812        GO TO 2150-CHECK-GRANT-EXIT
021813     END-IF
021814     IF OS-OPER-EXPIRY NOT = SPACES
021815        AND OS-OPER-EXPIRY NOT > WS-TODAY
021816        SET GRANT-EXPIRED TO TRUE
021817        GO TO 2150-CHECK-GRANT-EXIT
021818     END-IF
021819     MOVE FUNCTION UPPER-CASE(OS-FUNCTIONS) TO OS-FUNCTIONS
021820     IF OS-STATUS = SPACE
021821        MOVE OS-FUNCTIONS TO WS-LEGACY-LIST
021822        INSPECT WS-LEGACY-LIST REPLACING ALL "," BY SPACE
021823        MOVE FUNCTION TRIM(WS-LEGACY-LIST LEADING)
021824           TO WS-LEGACY-LIST
021825        MOVE SPACES TO OS-FUNCTIONS
021826        UNSTRING WS-LEGACY-LIST DELIMITED BY ALL SPACE
021827           INTO OS-GRANT-FUNC(1) OS-GRANT-FUNC(2) OS-GRANT-FUNC(3)
021828                OS-GRANT-FUNC(4) OS-GRANT-FUNC(5) OS-GRANT-FUNC(6)
021829                OS-GRANT-FUNC(7) OS-GRANT-FUNC(8) OS-GRANT-FUNC(9)
021830                OS-GRANT-FUNC(10)
021831        END-UNSTRING
021832     END-IF
021833     PERFORM 2160-CHECK-ONE-SLOT THRU 2160-CHECK-ONE-SLOT-EXIT
021834        VARYING WS-SLOT FROM 1 BY 1
021835        UNTIL WS-SLOT > 10 OR GRANT-IN-FORCE.
021836 2150-CHECK-GRANT-EXIT.
021837     EXIT.
021838 2160-CHECK-ONE-SLOT.
021839     IF OS-GRANT-FUNC(WS-SLOT) NOT = "REWORK"
021840        AND OS-GRANT-FUNC(WS-SLOT) NOT = "ALL"
021841        GO TO 2160-CHECK-ONE-SLOT-EXIT
021842     END-IF
021843     IF OS-GRANT-EXPIRY(WS-SLOT) = SPACES
021844        OR OS-GRANT-EXPIRY(WS-SLOT) > WS-TODAY
021845        SET GRANT-IN-FORCE TO TRUE
021846     ELSE
021847        SET GRANT-EXPIRED TO TRUE
021848     END-IF.
021849 2160-CHECK-ONE-SLOT-EXIT.
021850     EXIT.
021900*--------------------------------------------------------------
022000* 2200-BROWSE-TURN - PF8 PAGES FORWARD; A KEYED MASKED PAN
022100*          SELECTS THAT ITEM FOR CORRECTION
023900        GO TO 2200-BROWSE-TURN-EXIT
024000     END-IF
024100     MOVE WS-OPERATOR-INPUT(1:32) TO WS-SUSP-KEY
024110     MOVE 86 TO WS-SUSP-REC-LEN
024300     EXEC CICS READ
024400         FILE("SUSPMST")
024500         INTO(WS-SUSP-RECORD)
025000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
025100        MOVE "ITEM NOT ON THE OPEN SUSPENSE QUEUE"
025200           TO WS-SCREEN-LINE(1)
025210        SET TA-NOT-FOUND TO TRUE
025300        PERFORM 3100-BROWSE-FOOTER THRU 3100-BROWSE-FOOTER-EXIT
025400        GO TO 2200-BROWSE-TURN-EXIT
025500     END-IF
029000     IF WS-IN-PAN = SPACES
029100        MOVE "PAN REQUIRED - KEY THE CORRECTION AGAIN"
029200           TO WS-SCREEN-LINE(1)
029210        SET TA-EDIT-ERROR TO TRUE
029300        GO TO 2300-CORRECTION-TURN-EXIT
029400     END-IF
029500     IF WS-IN-AMOUNT IS NOT NUMERIC
029600        MOVE "AMOUNT MUST BE 9 DIGITS (7 DOLLARS 2 CENTS)"
029700           TO WS-SCREEN-LINE(1)
029710        SET TA-EDIT-ERROR TO TRUE
029800        GO TO 2300-CORRECTION-TURN-EXIT
029900     END-IF
030000     IF WS-IN-EXPIRY IS NOT NUMERIC
030100        MOVE "EXPIRY MUST BE YYYYMM" TO WS-SCREEN-LINE(1)
030110        SET TA-EDIT-ERROR TO TRUE
030200        GO TO 2300-CORRECTION-TURN-EXIT
030300     END-IF
030400     MOVE SPACES TO WS-CORRECTION-RECORD
032300     ELSE
032400        MOVE "CORRECTION FILE NOT AVAILABLE - NOTHING WRITTEN"
032500           TO WS-SCREEN-LINE(1)
032510        SET TA-UNAVAILABLE TO TRUE
032600     END-IF
032700     MOVE "B" TO WS-CA-STAGE
032800     MOVE SPACES TO WS-CA-SELECTED
037800* 3200-READ-ONE-ITEM
037900*--------------------------------------------------------------
038000 3200-READ-ONE-ITEM.
038010     MOVE 86 TO WS-SUSP-REC-LEN
038200     EXEC CICS READNEXT
038300         FILE("SUSPMST")
038400         INTO(WS-SUSP-RECORD)
040800         FROM(WS-SCREEN-PAGE)
040900         ERASE
041000     END-EXEC
041010     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
041100     EXEC CICS RETURN
041200     END-EXEC.
041300 5000-EXIT-SESSION-EXIT.
041400     EXIT.
041500*--------------------------------------------------------------
041600* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
041700*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
041800*--------------------------------------------------------------
041900 0100-START-ACTIVITY.
042000     MOVE EIBTRNID TO TA-TRANSID
042100     MOVE "SUSPCICS" TO TA-PROGRAM
042200     MOVE EIBTRMID TO TA-TERMINAL
042300     MOVE SPACES TO TA-OPERATOR
042400     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
042500     SET TA-NORMAL TO TRUE
042600     MOVE SPACES TO TA-ABEND-CODE
042700     EXEC CICS HANDLE ABEND
042800         LABEL(9800-TASK-ABEND)
042900     END-EXEC.
043000 0100-START-ACTIVITY-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------
043300* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
043400*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
043500*--------------------------------------------------------------
043600 9700-LOG-ACTIVITY.
043700     MOVE WS-CA-OPERATOR TO TA-OPERATOR
043800     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
043900     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
044000 9700-LOG-ACTIVITY-EXIT.
044100     EXIT.
044200*--------------------------------------------------------------
044300* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
044400*          PROCEED WITH ITS ORIGINAL CODE
044500*--------------------------------------------------------------
044600 9800-TASK-ABEND.
044700     EXEC CICS ASSIGN
044800         ABCODE(WS-ABEND-CODE)
044900     END-EXEC
045000     EXEC CICS HANDLE ABEND
045100         CANCEL
045200     END-EXEC
045300     SET TA-ABENDED TO TRUE
045400     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
045500     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
045600     EXEC CICS ABEND
045700         ABCODE(WS-ABEND-CODE)
045800     END-EXEC.
045900 9800-TASK-ABEND-EXIT.
046000     EXIT.
