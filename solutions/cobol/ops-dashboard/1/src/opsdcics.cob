002000*                 A TERMINAL INSTEAD OF IN THE PRINT ROOM. THE
002100*                 AID VALUES TESTED MATCH THE DFHAID SETTINGS
002200*                 FOR PF3/PF7/PF8 ON THE SHOP'S TERMINALS.
002210* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
002220*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
002230*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
002240*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
002250*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
002260*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
002270*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
002280*                 AND ERRORS FOR THIS SCREEN.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
008300 01  WS-OUT-COMMAREA.
008400     05 WS-CA-MODE             PIC X(01) VALUE "L".
008500     05 WS-CA-TOP-ROW          PIC 9(04) VALUE 1.
008510*--------------------------------------------------------------
008520* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
008530*--------------------------------------------------------------
008540 COPY TXNACT.
008550 77  WS-ABEND-CODE             PIC X(04).
008600 LINKAGE SECTION.
008700 01  DFHCOMMAREA.
008800     05 CA-MODE                PIC X(01).
009400*          LATER ENTRIES APPLY THE OPERATOR'S AID KEY OR COMMAND
009500*--------------------------------------------------------------
009600 0000-MAINLINE.
009610     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
009700     PERFORM 1000-LOAD-JOBACCT THRU 1000-LOAD-JOBACCT-EXIT
009800     IF EIBCALEN = 0
009900        MOVE "L" TO WS-CA-MODE
022300         ERASE
022400     END-EXEC
022500     MOVE "L" TO WS-CA-MODE
022510     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
022600     EXEC CICS RETURN
022700         TRANSID("OPSD")
022800         COMMAREA(WS-OUT-COMMAREA)
027600         ERASE
027700     END-EXEC
027800     MOVE "L" TO WS-CA-MODE
027810     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
027900     EXEC CICS RETURN
028000         TRANSID("OPSD")
028100         COMMAREA(WS-OUT-COMMAREA)
033600         FROM(WS-SCREEN-PAGE)
033700         ERASE
033800     END-EXEC
033810     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
033900     EXEC CICS RETURN
034000     END-EXEC.
034100 5000-EXIT-SESSION-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------
034400* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
034500*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
034600*--------------------------------------------------------------
034700 0100-START-ACTIVITY.
034800     MOVE EIBTRNID TO TA-TRANSID
034900     MOVE "OPSDCICS" TO TA-PROGRAM
035000     MOVE EIBTRMID TO TA-TERMINAL
035100     MOVE SPACES TO TA-OPERATOR
035200     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
035300     SET TA-NORMAL TO TRUE
035400     MOVE SPACES TO TA-ABEND-CODE
035500     EXEC CICS HANDLE ABEND
035600         LABEL(9800-TASK-ABEND)
035700     END-EXEC.
035800 0100-START-ACTIVITY-EXIT.
035900     EXIT.
036000*--------------------------------------------------------------
036100* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
036200*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
036300*--------------------------------------------------------------
036400 9700-LOG-ACTIVITY.
036500     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
036600     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
036700 9700-LOG-ACTIVITY-EXIT.
036800     EXIT.
036900*--------------------------------------------------------------
037000* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
037100*          PROCEED WITH ITS ORIGINAL CODE
037200*--------------------------------------------------------------
037300 9800-TASK-ABEND.
037400     EXEC CICS ASSIGN
037500         ABCODE(WS-ABEND-CODE)
037600     END-EXEC
037700     EXEC CICS HANDLE ABEND
037800         CANCEL
037900     END-EXEC
038000     SET TA-ABENDED TO TRUE
038100     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
038200     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
038300     EXEC CICS ABEND
038400         ABCODE(WS-ABEND-CODE)
038500     END-EXEC.
038600 9800-TASK-ABEND-EXIT.
038700     EXIT.
