002010* 2026-09-02 RLM  SHOW THE NEW ON-HAND QUANTITY FROM THE
002020*                 WIDENED 53-BYTE PARTS MASTER ON BOTH THE
002030*                 DIRECT LOOKUP AND THE PREFIX BROWSE.
002035* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
002040*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
002045*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
002050*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
002055*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
002060*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
002065*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
002070*                 AND ERRORS FOR THIS SCREEN.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004620     05 RL-ONHAND              PIC ZZZZZZ9.
004700 01  WS-OUT-COMMAREA.
004800     05 WS-CA-ACTIVE           PIC X VALUE "Y".
004810*--------------------------------------------------------------
004820* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
004830*--------------------------------------------------------------
004840 COPY TXNACT.
004850 77  WS-ABEND-CODE             PIC X(04).
004900 LINKAGE SECTION.
005000 01  DFHCOMMAREA.
005100     05 CA-ACTIVE              PIC X.
005400* 0000-MAINLINE
005500*--------------------------------------------------------------
005600 0000-MAINLINE.
005610     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
005700     IF EIBCALEN = 0
005800        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
005900     ELSE
007100         FROM(WS-SCREEN-PAGE)
007200         ERASE
007300     END-EXEC
007310     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
007400     EXEC CICS RETURN
007500         TRANSID("PRTQ")
007600         COMMAREA(WS-OUT-COMMAREA)
010200              THRU 4000-BROWSE-PREFIX-EXIT
010300        WHEN OTHER
010400           MOVE "ENTER A NUMERIC PART NUMBER OR PREFIX"
010410              TO WS-SCREEN-LINE(1)
010500           SET TA-EDIT-ERROR TO TRUE
010600     END-EVALUATE
010700     MOVE "NEXT PART NUMBER OR PREFIX, OR PF3 TO EXIT"
010800        TO WS-SCREEN-LINE(22)
011000         FROM(WS-SCREEN-PAGE)
011100         ERASE
011200     END-EXEC
011210     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
011300     EXEC CICS RETURN
011400         TRANSID("PRTQ")
011500         COMMAREA(WS-OUT-COMMAREA)
013400        MOVE WS-RESULT-LINE TO WS-SCREEN-LINE(1)
013500     ELSE
013600        IF WS-RESP-CODE = DFHRESP(NOTFND)
013610           SET TA-NOT-FOUND TO TRUE
013700           STRING "PART " WS-PART-KEY " NOT FOUND"
013800              DELIMITED BY SIZE INTO WS-SCREEN-LINE(1)
013900        ELSE
014000           MOVE "PARTS MASTER NOT AVAILABLE"
014010              TO WS-SCREEN-LINE(1)
014100           SET TA-UNAVAILABLE TO TRUE
014200        END-IF
014300     END-IF.
014400 3000-DIRECT-READ-EXIT.
017200     END-EXEC
017300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
017400        MOVE "NO PARTS ON FILE FROM THAT PREFIX"
017410           TO WS-SCREEN-LINE(1)
017500        SET TA-NOT-FOUND TO TRUE
017600        GO TO 4000-BROWSE-PREFIX-EXIT
017700     END-IF
017800     MOVE "PART    DESCRIPTION                     ON-HAND"
018600     END-EXEC
018700     IF WS-BROWSE-COUNT = ZERO
018800        MOVE "NO PARTS ON FILE FROM THAT PREFIX"
018810           TO WS-SCREEN-LINE(2)
018900        SET TA-NOT-FOUND TO TRUE
019000     END-IF.
019100 4000-BROWSE-PREFIX-EXIT.
019200     EXIT.
022100         FROM(WS-SCREEN-PAGE)
022200         ERASE
022300     END-EXEC
022310     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
022400     EXEC CICS RETURN
022500     END-EXEC.
022600 5000-EXIT-SESSION-EXIT.
022700     EXIT.
022800*--------------------------------------------------------------
022900* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
023000*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
023100*--------------------------------------------------------------
023200 0100-START-ACTIVITY.
023300     MOVE EIBTRNID TO TA-TRANSID
023400     MOVE "PARTCICS" TO TA-PROGRAM
023500     MOVE EIBTRMID TO TA-TERMINAL
023600     MOVE SPACES TO TA-OPERATOR
023700     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
023800     SET TA-NORMAL TO TRUE
023900     MOVE SPACES TO TA-ABEND-CODE
024000     EXEC CICS HANDLE ABEND
024100         LABEL(9800-TASK-ABEND)
024200     END-EXEC.
024300 0100-START-ACTIVITY-EXIT.
024400     EXIT.
024500*--------------------------------------------------------------
024600* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
024700*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
024800*--------------------------------------------------------------
024900 9700-LOG-ACTIVITY.
025000     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
025100     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
025200 9700-LOG-ACTIVITY-EXIT.
025300     EXIT.
025400*--------------------------------------------------------------
025500* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
025600*          PROCEED WITH ITS ORIGINAL CODE
025700*--------------------------------------------------------------
025800 9800-TASK-ABEND.
025900     EXEC CICS ASSIGN
026000         ABCODE(WS-ABEND-CODE)
026100     END-EXEC
026200     EXEC CICS HANDLE ABEND
026300         CANCEL
026400     END-EXEC
026500     SET TA-ABENDED TO TRUE
026600     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
026700     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
026800     EXEC CICS ABEND
026900         ABCODE(WS-ABEND-CODE)
027000     END-EXEC.
027100 9800-TASK-ABEND-EXIT.
027200     EXIT.
