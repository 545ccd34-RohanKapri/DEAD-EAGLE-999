001920*                 WORKING-STORAGE COPY INSTEAD OF INSPECTING A
001930*                 FUNCTION RESULT, WHICH ENTERPRISE COBOL DOES
001940*                 NOT ACCEPT AS THE SUBJECT OF INSPECT.
001945* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
001950*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
001955*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
001960*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
001965*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
001970*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
001975*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
001980*                 AND ERRORS FOR THIS SCREEN.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
005900     05 RL-DESC                PIC X(30).
006000 01  WS-OUT-COMMAREA.
006100     05 WS-CA-ACTIVE           PIC X VALUE "Y".
006110*--------------------------------------------------------------
006120* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
006130*--------------------------------------------------------------
006140 COPY TXNACT.
006150 77  WS-ABEND-CODE             PIC X(04).
006200 LINKAGE SECTION.
006300 01  DFHCOMMAREA.
006400     05 CA-ACTIVE              PIC X.
006700* 0000-MAINLINE
006800*--------------------------------------------------------------
006900 0000-MAINLINE.
006910     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
007000     IF EIBCALEN = 0
007100        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
007200     ELSE
008400         FROM(WS-SCREEN-PAGE)
008500         ERASE
008600     END-EXEC
008610     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
008700     EXEC CICS RETURN
008800         TRANSID("PRTF")
008900         COMMAREA(WS-OUT-COMMAREA)
010800     MOVE SPACES TO WS-SCREEN-PAGE
010900     IF WS-OPERATOR-INPUT = SPACES
011000        MOVE "ENTER ONE OR TWO SEARCH WORDS" TO WS-SCREEN-LINE(1)
011010        SET TA-EDIT-ERROR TO TRUE
011100     ELSE
011200        PERFORM 3000-SPLIT-WORDS THRU 3000-SPLIT-WORDS-EXIT
011300        PERFORM 4000-SEARCH-INDEX THRU 4000-SEARCH-INDEX-EXIT
011800         FROM(WS-SCREEN-PAGE)
011900         ERASE
012000     END-EXEC
012010     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
012100     EXEC CICS RETURN
012200         TRANSID("PRTF")
012300         COMMAREA(WS-OUT-COMMAREA)
016800     END-EXEC
016900     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
017000        MOVE "KEYWORD INDEX NOT AVAILABLE" TO WS-SCREEN-LINE(1)
017010        SET TA-UNAVAILABLE TO TRUE
017100        GO TO 4000-SEARCH-INDEX-EXIT
017200     END-IF
017300     MOVE "PART    DESCRIPTION" TO WS-SCREEN-LINE(1)
018100     END-EXEC
018200     IF WS-HIT-COUNT = ZERO
018300        MOVE "NO MATCHING PARTS" TO WS-SCREEN-LINE(2)
018310        SET TA-NOT-FOUND TO TRUE
018400     END-IF.
018500 4000-SEARCH-INDEX-EXIT.
018600     EXIT.
023400         FROM(WS-SCREEN-PAGE)
023500         ERASE
023600     END-EXEC
023610     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
023700     EXEC CICS RETURN
023800     END-EXEC.
023900 5000-EXIT-SESSION-EXIT.
024000     EXIT.
024100*--------------------------------------------------------------
024200* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
024300*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
024400*--------------------------------------------------------------
024500 0100-START-ACTIVITY.
024600     MOVE EIBTRNID TO TA-TRANSID
024700     MOVE "PRTFCICS" TO TA-PROGRAM
024800     MOVE EIBTRMID TO TA-TERMINAL
024900     MOVE SPACES TO TA-OPERATOR
025000     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
025100     SET TA-NORMAL TO TRUE
025200     MOVE SPACES TO TA-ABEND-CODE
025300     EXEC CICS HANDLE ABEND
025400         LABEL(9800-TASK-ABEND)
025500     END-EXEC.
025600 0100-START-ACTIVITY-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------
025900* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
026000*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
026100*--------------------------------------------------------------
026200 9700-LOG-ACTIVITY.
026300     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
026400     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
026500 9700-LOG-ACTIVITY-EXIT.
026600     EXIT.
026700*--------------------------------------------------------------
026800* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
026900*          PROCEED WITH ITS ORIGINAL CODE
027000*--------------------------------------------------------------
027100 9800-TASK-ABEND.
027200     EXEC CICS ASSIGN
027300         ABCODE(WS-ABEND-CODE)
027400     END-EXEC
027500     EXEC CICS HANDLE ABEND
027600         CANCEL
027700     END-EXEC
027800     SET TA-ABENDED TO TRUE
027900     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
028000     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
028100     EXEC CICS ABEND
028200         ABCODE(WS-ABEND-CODE)
028300     END-EXEC.
028400 9800-TASK-ABEND-EXIT.
028500     EXIT.
