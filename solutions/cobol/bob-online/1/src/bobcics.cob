002280*                 BOBESCL FILE FOR A HUMAN TO FOLLOW UP, AND THE
002290*                 CALLER IS TOLD A PERSON WILL CONTACT THEM
002291*                 INSTEAD OF GETTING ANOTHER CANNED REPLY.
002292* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
002293*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
002294*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
002295*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
002296*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
002297*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
002298*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
002299*                 AND ERRORS FOR THIS SCREEN.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004120* THE ESCALATION FILE IS APPENDED BATCH-STYLE, THE SAME WAY
004130* BOB'S OWN CONVERSATION LOG IS
004140*--------------------------------------------------------------
004150*--------------------------------------------------------------
004160* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
004170*--------------------------------------------------------------
004180 COPY TXNACT.
004190 77  WS-ABEND-CODE             PIC X(04).
004200 LINKAGE SECTION.
004300 01  DFHCOMMAREA.
004400     05 CA-GREETED             PIC X.
005100*          WAITING TO BE READ AND ANSWERED.
005200*--------------------------------------------------------------
005300 0000-MAINLINE.
005310     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
005400     IF EIBCALEN = 0
005500        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
005600     ELSE
006700         FROM(BOBSCRNO)
006800         ERASE
006900     END-EXEC
006910     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
007000     EXEC CICS RETURN
007100         TRANSID("BOBT")
007200         COMMAREA(WS-OUT-COMMAREA)
010100*    ONLY WHEN THE OPERATOR MEANS IT -- MAKE THEM CONFIRM BY
010200*    REDISPLAYING FIRST
010300     IF HEYBOBL = ZERO OR HEYBOBI = SPACES
010310        SET TA-EDIT-ERROR TO TRUE
010400        MOVE LOW-VALUES TO BOBSCRNO
010500        MOVE "NOTHING ENTERED - TYPE SOMETHING OR PF3 TO EXIT"
010600           TO ERRLINO
011100     PERFORM 2200-EDIT-CONTENT THRU 2200-EDIT-CONTENT-EXIT
011200     IF INPUT-HAS-BAD-CHAR
011300        MOVE LOW-VALUES TO BOBSCRNO
011310        SET TA-EDIT-ERROR TO TRUE
011400        MOVE HEYBOBI TO HEYBOBO
011500        MOVE "INPUT HAS UNPRINTABLE CHARACTERS - CORRECT IT"
011600           TO ERRLINO
015000         FROM(BOBSCRNO)
015100         ERASE
015200     END-EXEC
015210     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
015300     EXEC CICS RETURN
015400         TRANSID("BOBT")
015500         COMMAREA(WS-OUT-COMMAREA)
016700         FROM(BOBSCRNO)
016800         ERASE
016900     END-EXEC
016910     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
017000     EXEC CICS RETURN
017100     END-EXEC.
017200 5000-EXIT-SESSION-EXIT.
017300     EXIT.
017400*--------------------------------------------------------------
017500* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
017600*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
017700*--------------------------------------------------------------
017800 0100-START-ACTIVITY.
017900     MOVE EIBTRNID TO TA-TRANSID
018000     MOVE "BOBCICS" TO TA-PROGRAM
018100     MOVE EIBTRMID TO TA-TERMINAL
018200     MOVE SPACES TO TA-OPERATOR
018300     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
018400     SET TA-NORMAL TO TRUE
018500     MOVE SPACES TO TA-ABEND-CODE
018600     EXEC CICS HANDLE ABEND
018700         LABEL(9800-TASK-ABEND)
018800     END-EXEC.
018900 0100-START-ACTIVITY-EXIT.
019000     EXIT.
019100*--------------------------------------------------------------
019200* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
019300*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
019400*--------------------------------------------------------------
019500 9700-LOG-ACTIVITY.
019600     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
019700     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
019800 9700-LOG-ACTIVITY-EXIT.
019900     EXIT.
020000*--------------------------------------------------------------
020100* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
020200*          PROCEED WITH ITS ORIGINAL CODE
020300*--------------------------------------------------------------
020400 9800-TASK-ABEND.
020500     EXEC CICS ASSIGN
020600         ABCODE(WS-ABEND-CODE)
020700     END-EXEC
020800     EXEC CICS HANDLE ABEND
020900         CANCEL
021000     END-EXEC
021100     SET TA-ABENDED TO TRUE
021200     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
021300     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
021400     EXEC CICS ABEND
021500         ABCODE(WS-ABEND-CODE)
021600     END-EXEC.
021700 9800-TASK-ABEND-EXIT.
021800     EXIT.
