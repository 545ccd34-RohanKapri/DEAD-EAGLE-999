001973*                 SHOWED "NO SCORES" FOR EVERY PLAYER. THE
001974*                 NEWEST PAGE NOW BROWSES FROM THE LATEST
001975*                 SEQUENCE THE SUMMARY SCAN FOUND.
001977* 2026-10-15 RLM  TASK ACTIVITY LOGGING: EVERY TASK NOW APPENDS
001979*                 ONE TXNACT ROW THROUGH TXNLOGWR JUST BEFORE IT
001981*                 RETURNS (TRANSACTION, TERMINAL, OPERATOR,
001983*                 START/END TIME, OUTCOME), AND A HANDLE ABEND
001985*                 LABEL LOGS AN ABENDED TASK WITH ITS ABEND CODE
001987*                 BEFORE RE-ISSUING THE ABEND, SO THE NIGHTLY
001989*                 TXN-USAGE REPORT SEES VOLUME, RESPONSE TIME,
001991*                 AND ERRORS FOR THIS SCREEN.
001993* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
001995*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
001997*                 PLAYER MERGE RUN; LAYOUT AND READ LENGTH
001998*                 WIDENED.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
005300     05 PL-TEAM                PIC X(10).
005400     05 PL-STATUS              PIC X(01).
005500     05 PL-ENROLL-DATE         PIC X(08).
005510     05 PL-MERGED-INTO         PIC X(10).
005520 01  WS-PLAYER-REC-LEN         PIC S9(4) COMP VALUE 59.
005700*--------------------------------------------------------------
005800* SUMMARY WORK FIELDS
005900*--------------------------------------------------------------
009300     05 WS-CA-TOP-SEQ          PIC 9(04).
009310     05 WS-CA-NEXT-SEQ         PIC 9(04).
009320     05 WS-CA-PREV-SEQ         PIC 9(04).
009330*--------------------------------------------------------------
009340* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
009350*--------------------------------------------------------------
009360 COPY TXNACT.
009370 77  WS-ABEND-CODE             PIC X(04).
009400 LINKAGE SECTION.
009500 01  DFHCOMMAREA.
009600     05 CA-ACTIVE              PIC X.
010100* 0000-MAINLINE
010200*--------------------------------------------------------------
010300 0000-MAINLINE.
010310     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
010400     IF EIBCALEN = 0
010500        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
010600     ELSE
012000         FROM(WS-SCREEN-PAGE)
012100         ERASE
012200     END-EXEC
012210     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
012300     EXEC CICS RETURN
012400         TRANSID("SCOR")
012500         COMMAREA(WS-OUT-COMMAREA)
016800     MOVE SPACES TO WS-SCREEN-PAGE
016900     IF WS-CA-PLAYER = SPACES
017000        MOVE "ENTER A PLAYER ID" TO WS-SCREEN-LINE(1)
017010        SET TA-EDIT-ERROR TO TRUE
017100     ELSE
017200        PERFORM 3000-SHOW-PLAYER THRU 3000-SHOW-PLAYER-EXIT
017300     END-IF
017700         FROM(WS-SCREEN-PAGE)
017800         ERASE
017900     END-EXEC
017910     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
018000     EXEC CICS RETURN
018100         TRANSID("SCOR")
018200         COMMAREA(WS-OUT-COMMAREA)
018900*--------------------------------------------------------------
019000 3000-SHOW-PLAYER.
019100     MOVE WS-CA-PLAYER TO WS-PLAYER-KEY
019110     MOVE 59 TO WS-PLAYER-REC-LEN
019300     EXEC CICS READ
019400         FILE("PLAYRMST")
019500         INTO(WS-PLAYER-RECORD)
020500     ELSE
020600        MOVE WS-CA-PLAYER TO HD-PLAYER
020700        MOVE "(NOT ON PLAYER MASTER)" TO HD-NAME
020710        SET TA-NOT-FOUND TO TRUE
020800        MOVE SPACE TO HD-STATUS
020900        MOVE WS-HEAD-LINE TO WS-SCREEN-LINE(1)
021000     END-IF
033800         FROM(WS-SCREEN-PAGE)
033900         ERASE
034000     END-EXEC
034010     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
034100     EXEC CICS RETURN
034200     END-EXEC.
034300 5000-EXIT-SESSION-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------
034600* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
034700*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
034800*--------------------------------------------------------------
034900 0100-START-ACTIVITY.
035000     MOVE EIBTRNID TO TA-TRANSID
035100     MOVE "SCORCICS" TO TA-PROGRAM
035200     MOVE EIBTRMID TO TA-TERMINAL
035300     MOVE SPACES TO TA-OPERATOR
035400     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
035500     SET TA-NORMAL TO TRUE
035600     MOVE SPACES TO TA-ABEND-CODE
035700     EXEC CICS HANDLE ABEND
035800         LABEL(9800-TASK-ABEND)
035900     END-EXEC.
036000 0100-START-ACTIVITY-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------
036300* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
036400*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
036500*--------------------------------------------------------------
036600 9700-LOG-ACTIVITY.
036700     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
036800     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
036900 9700-LOG-ACTIVITY-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------
037200* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
037300*          PROCEED WITH ITS ORIGINAL CODE
037400*--------------------------------------------------------------
037500 9800-TASK-ABEND.
037600     EXEC CICS ASSIGN
037700         ABCODE(WS-ABEND-CODE)
037800     END-EXEC
037900     EXEC CICS HANDLE ABEND
038000         CANCEL
038100     END-EXEC
038200     SET TA-ABENDED TO TRUE
038300     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
038400     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
038500     EXEC CICS ABEND
038600         ABCODE(WS-ABEND-CODE)
038700     END-EXEC.
038800 9800-TASK-ABEND-EXIT.
038900     EXIT.
