002100*                 (PF3 EXIT, PF12 CANCEL THE TURN) LIKE EVERY
002200*                 OTHER SCREEN THE OPERATORS USE. THE AID VALUES
002300*                 TESTED MATCH THE SHOP'S DFHAID SETTINGS.
002310* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
002320*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
002330*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
002340*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
002350*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
002360*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
002370*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
002380*                 AND ERRORS FOR THIS SCREEN.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004000 77  WS-SCAN-IDX               PIC 9(02).
004100 77  WS-BAD-CHAR-SW            PIC X VALUE "N".
004200     88 INPUT-HAS-BAD-CHAR     VALUE "Y".
004210*--------------------------------------------------------------
004220* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
004230*--------------------------------------------------------------
004240 COPY TXNACT.
004250 77  WS-ABEND-CODE             PIC X(04).
004300 LINKAGE SECTION.
004400 01  DFHCOMMAREA.
004500     05 CA-GREETED             PIC X.
004900* 0000-MAINLINE
005000*--------------------------------------------------------------
005100 0000-MAINLINE.
005110     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
005200     IF EIBCALEN = 0
005300        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
005400     ELSE
006500         FROM(TWOSCRNO)
006600         ERASE
006700     END-EXEC
006710     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
006800     EXEC CICS RETURN
006900         TRANSID("TWOT")
007000         COMMAREA(WS-OUT-COMMAREA)
009800*    AN EMPTY NAME IS LEGITIMATE -- TWO-FER PRINTS "ONE FOR
009900*    YOU" -- BUT THE DESK MUST CONFIRM IT WAS DELIBERATE
010000     IF GNAMEL = ZERO
010010        SET TA-EDIT-ERROR TO TRUE
010100        MOVE LOW-VALUES TO TWOSCRNO
010200        MOVE "NO NAME ENTERED - ENTER AGAIN TO CONFIRM BLANK"
010300           TO ERRLINO
011000     PERFORM 2200-EDIT-CONTENT THRU 2200-EDIT-CONTENT-EXIT
011100     IF INPUT-HAS-BAD-CHAR
011200        MOVE LOW-VALUES TO TWOSCRNO
011210        SET TA-EDIT-ERROR TO TRUE
011300        MOVE GNAMEI TO GNAMEO
011400        MOVE "NAME HAS INVALID CHARACTERS - CORRECT IT"
011500           TO ERRLINO
015200         FROM(TWOSCRNO)
015300         ERASE
015400     END-EXEC
015410     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
015500     EXEC CICS RETURN
015600         TRANSID("TWOT")
015700         COMMAREA(WS-OUT-COMMAREA)
016900         FROM(TWOSCRNO)
017000         ERASE
017100     END-EXEC
017110     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
017200     EXEC CICS RETURN
017300     END-EXEC.
017400 5000-EXIT-SESSION-EXIT.
017500     EXIT.
017600*--------------------------------------------------------------
017700* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
017800*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
017900*--------------------------------------------------------------
018000 0100-START-ACTIVITY.
018100     MOVE EIBTRNID TO TA-TRANSID
018200     MOVE "TWOFERCI" TO TA-PROGRAM
018300     MOVE EIBTRMID TO TA-TERMINAL
018400     MOVE SPACES TO TA-OPERATOR
018500     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
018600     SET TA-NORMAL TO TRUE
018700     MOVE SPACES TO TA-ABEND-CODE
018800     EXEC CICS HANDLE ABEND
018900         LABEL(9800-TASK-ABEND)
019000     END-EXEC.
019100 0100-START-ACTIVITY-EXIT.
019200     EXIT.
019300*--------------------------------------------------------------
019400* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
019500*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
019600*--------------------------------------------------------------
019700 9700-LOG-ACTIVITY.
019800     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
019900     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
020000 9700-LOG-ACTIVITY-EXIT.
020100     EXIT.
020200*--------------------------------------------------------------
020300* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
020400*          PROCEED WITH ITS ORIGINAL CODE
020500*--------------------------------------------------------------
020600 9800-TASK-ABEND.
020700     EXEC CICS ASSIGN
020800         ABCODE(WS-ABEND-CODE)
020900     END-EXEC
021000     EXEC CICS HANDLE ABEND
021100         CANCEL
021200     END-EXEC
021300     SET TA-ABENDED TO TRUE
021400     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
021500     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
021600     EXEC CICS ABEND
021700         ABCODE(WS-ABEND-CODE)
021800     END-EXEC.
021900 9800-TASK-ABEND-EXIT.
022000     EXIT.
