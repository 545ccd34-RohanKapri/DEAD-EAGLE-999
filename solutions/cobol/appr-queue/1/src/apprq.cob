000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPRQ.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW SUBPROGRAM. PENDING-APPROVAL QUEUE SERVICE
001100*                 FOR THE PROGRAMS WHOSE HIGH-IMPACT CHANGES NOW
001200*                 NEED A SECOND OPERATOR (PARTS-MAINT DELETES,
001300*                 SCORE-ADJ, RUNCTL-MAINT, KEY-BACKUP RESTORES).
001400*                 LOADS THE SHARED APPRQUE FILE ONCE PER RUN
001500*                 UNIT; QUEUES A NEW PENDING ITEM STAMPED WITH
001600*                 ITS MAKER, HANDS THE OWNER ITS ITEMS IN A
001700*                 GIVEN STATUS ONE AT A TIME, AND MARKS AN ITEM
001800*                 APPLIED OR FAILED, REWRITING THE QUEUE AT ONCE
001900*                 SO AN ABEND CANNOT APPLY IT TWICE. THE
002000*                 DECISIONS THEMSELVES BELONG TO APPR-MAINT.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 REPOSITORY.
002500     FUNCTION ALL INTRINSIC.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT APPR-QUEUE-FILE ASSIGN TO "APPRQUE"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-APPRQUE-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  APPR-QUEUE-FILE
003400     RECORDING MODE IS F.
003500 01  APPR-QUEUE-FILE-RECORD    PIC X(196).
003600 WORKING-STORAGE SECTION.
003700 COPY APPRITEM.
003800*--------------------------------------------------------------
003900* QUEUE CACHE - LOADED ON THE FIRST CALL OF THE RUN UNIT
004000*--------------------------------------------------------------
004100 77  WS-APPRQUE-STATUS         PIC XX.
004200 77  WS-LOADED-SW              PIC X(01) VALUE "N".
004300     88 QUEUE-LOADED           VALUE "Y".
004400 77  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
004500     88 QUEUE-OVERFLOW         VALUE "Y".
004600 01  WS-QUEUE-TABLE.
004700     05 WS-QT-COUNT            PIC 9(04) BINARY VALUE ZERO.
004800     05 WS-QT-ENTRY            PIC X(196) OCCURS 500 TIMES.
004900 77  WS-QT-SCAN                PIC 9(04) BINARY.
005000 77  WS-QT-HIT                 PIC 9(04) BINARY.
005100 77  WS-ID-SEQ                 PIC 9(04).
005200 LINKAGE SECTION.
005300 COPY APPRQ.
005400 PROCEDURE DIVISION USING APPR-QUEUE-CONTROL.
005500*--------------------------------------------------------------
005600* 0000-DISPATCH
005700*--------------------------------------------------------------
005800 0000-DISPATCH.
005900     IF NOT QUEUE-LOADED
006000        PERFORM 1000-LOAD-QUEUE THRU 1000-LOAD-QUEUE-EXIT
006100     END-IF
006200     EVALUATE AQ-REQUEST
006300        WHEN "Q"
006400           PERFORM 2000-QUEUE-ITEM THRU 2000-QUEUE-ITEM-EXIT
006500        WHEN "N"
006600           PERFORM 3000-NEXT-ITEM THRU 3000-NEXT-ITEM-EXIT
006700        WHEN "M"
006800           PERFORM 4000-MARK-ITEM THRU 4000-MARK-ITEM-EXIT
006900        WHEN OTHER
007000           MOVE "10" TO AQ-STATUS
007100     END-EVALUATE
007200     GOBACK.
007300*--------------------------------------------------------------
007400* 1000-LOAD-QUEUE - A QUEUE LONGER THAN THE TABLE IS STILL
007500*          READABLE, BUT IS NEVER REWRITTEN FROM IT
007600*--------------------------------------------------------------
007700 1000-LOAD-QUEUE.
007800     SET QUEUE-LOADED TO TRUE
007900     OPEN INPUT APPR-QUEUE-FILE
008000     IF WS-APPRQUE-STATUS NOT = "00"
008100        GO TO 1000-LOAD-QUEUE-EXIT
008200     END-IF
008300     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-LOAD-ONE-ITEM-EXIT
008400        UNTIL WS-APPRQUE-STATUS NOT = "00"
008500     CLOSE APPR-QUEUE-FILE.
008600 1000-LOAD-QUEUE-EXIT.
008700     EXIT.
008800 1100-LOAD-ONE-ITEM.
008900     READ APPR-QUEUE-FILE
009000        AT END
009100           MOVE "10" TO WS-APPRQUE-STATUS
009200           GO TO 1100-LOAD-ONE-ITEM-EXIT
009300     END-READ
009400     IF APPR-QUEUE-FILE-RECORD = SPACES
009500        GO TO 1100-LOAD-ONE-ITEM-EXIT
009600     END-IF
009700     IF WS-QT-COUNT NOT < 500
009800        SET QUEUE-OVERFLOW TO TRUE
009900        GO TO 1100-LOAD-ONE-ITEM-EXIT
010000     END-IF
010100     ADD 1 TO WS-QT-COUNT
010200     MOVE APPR-QUEUE-FILE-RECORD TO WS-QT-ENTRY(WS-QT-COUNT).
010300 1100-LOAD-ONE-ITEM-EXIT.
010400     EXIT.
010500*--------------------------------------------------------------
010600* 2000-QUEUE-ITEM - APPEND A PENDING ITEM, KEEPING THE CACHE IN
010700*          STEP SO A LATER REWRITE DOES NOT LOSE IT
010800*--------------------------------------------------------------
010900 2000-QUEUE-ITEM.
011000     COMPUTE WS-ID-SEQ = WS-QT-COUNT + 1
011100     MOVE SPACES TO APPR-ITEM-RECORD
011200     MOVE CURRENT-DATE(1:14) TO AI-QUEUED-TS
011300     MOVE SPACES TO AI-ITEM-ID
011400     STRING AI-QUEUED-TS DELIMITED BY SIZE
011500        WS-ID-SEQ DELIMITED BY SIZE
011600        INTO AI-ITEM-ID
011700     END-STRING
011800     MOVE AQ-PROGRAM TO AI-PROGRAM
011900     MOVE "PENDING" TO AI-STATUS
012000     MOVE AQ-MAKER TO AI-MAKER
012100     MOVE AQ-TRANS TO AI-TRANS
012200     OPEN EXTEND APPR-QUEUE-FILE
012300     IF WS-APPRQUE-STATUS = "35"
012400        OPEN OUTPUT APPR-QUEUE-FILE
012500     END-IF
012600     IF WS-APPRQUE-STATUS NOT = "00"
012700        MOVE "IO" TO AQ-STATUS
012800        GO TO 2000-QUEUE-ITEM-EXIT
012900     END-IF
013000     WRITE APPR-QUEUE-FILE-RECORD FROM APPR-ITEM-RECORD
013100     CLOSE APPR-QUEUE-FILE
013200     IF WS-QT-COUNT < 500
013300        ADD 1 TO WS-QT-COUNT
013400        MOVE APPR-ITEM-RECORD TO WS-QT-ENTRY(WS-QT-COUNT)
013500     ELSE
013600        SET QUEUE-OVERFLOW TO TRUE
013700     END-IF
013800     MOVE AI-ITEM-ID TO AQ-ITEM-ID
013900     MOVE "00" TO AQ-STATUS.
014000 2000-QUEUE-ITEM-EXIT.
014100     EXIT.
014200*--------------------------------------------------------------
014300* 3000-NEXT-ITEM - NEXT ITEM AFTER AQ-POSITION OWNED BY
014400*          AQ-PROGRAM AND IN STATUS AQ-ITEM-STATUS
014500*--------------------------------------------------------------
014600 3000-NEXT-ITEM.
014700     MOVE ZERO TO WS-QT-HIT
014800     COMPUTE WS-QT-SCAN = AQ-POSITION + 1
014900     PERFORM 3100-TEST-ONE-ITEM THRU 3100-TEST-ONE-ITEM-EXIT
015000        UNTIL WS-QT-SCAN > WS-QT-COUNT
015100           OR WS-QT-HIT > ZERO
015200     IF WS-QT-HIT = ZERO
015300        MOVE "10" TO AQ-STATUS
015400        GO TO 3000-NEXT-ITEM-EXIT
015500     END-IF
015600     MOVE WS-QT-ENTRY(WS-QT-HIT) TO APPR-ITEM-RECORD
015700     MOVE WS-QT-HIT TO AQ-POSITION
015800     MOVE AI-ITEM-ID TO AQ-ITEM-ID
015900     MOVE AI-MAKER TO AQ-MAKER
016000     MOVE AI-CHECKER TO AQ-CHECKER
016100     MOVE AI-NOTE TO AQ-NOTE
016200     MOVE AI-TRANS TO AQ-TRANS
016300     MOVE "00" TO AQ-STATUS.
016400 3000-NEXT-ITEM-EXIT.
016500     EXIT.
016600 3100-TEST-ONE-ITEM.
016700     MOVE WS-QT-ENTRY(WS-QT-SCAN) TO APPR-ITEM-RECORD
016800     IF AI-PROGRAM = AQ-PROGRAM
016900        AND AI-STATUS = AQ-ITEM-STATUS
017000        MOVE WS-QT-SCAN TO WS-QT-HIT
017100     END-IF
017200     ADD 1 TO WS-QT-SCAN.
017300 3100-TEST-ONE-ITEM-EXIT.
017400     EXIT.
017500*--------------------------------------------------------------
017600* 4000-MARK-ITEM - NEW STATUS AND NOTE FOR THE ITEM AT
017700*          AQ-POSITION, THEN REWRITE THE WHOLE QUEUE
017800*--------------------------------------------------------------
017900 4000-MARK-ITEM.
018000     IF QUEUE-OVERFLOW
018100        MOVE "QF" TO AQ-STATUS
018200        GO TO 4000-MARK-ITEM-EXIT
018300     END-IF
018400     IF AQ-POSITION < 1 OR AQ-POSITION > WS-QT-COUNT
018500        MOVE "10" TO AQ-STATUS
018600        GO TO 4000-MARK-ITEM-EXIT
018700     END-IF
018800     MOVE WS-QT-ENTRY(AQ-POSITION) TO APPR-ITEM-RECORD
018900     IF AI-ITEM-ID NOT = AQ-ITEM-ID
019000        MOVE "10" TO AQ-STATUS
019100        GO TO 4000-MARK-ITEM-EXIT
019200     END-IF
019300     MOVE AQ-ITEM-STATUS TO AI-STATUS
019400     MOVE AQ-NOTE TO AI-NOTE
019500     MOVE APPR-ITEM-RECORD TO WS-QT-ENTRY(AQ-POSITION)
019600     OPEN OUTPUT APPR-QUEUE-FILE
019700     IF WS-APPRQUE-STATUS NOT = "00"
019800        MOVE "IO" TO AQ-STATUS
019900        GO TO 4000-MARK-ITEM-EXIT
020000     END-IF
020100     PERFORM 4100-WRITE-ONE-ITEM THRU 4100-WRITE-ONE-ITEM-EXIT
020200        VARYING WS-QT-SCAN FROM 1 BY 1
020300        UNTIL WS-QT-SCAN > WS-QT-COUNT
020400     CLOSE APPR-QUEUE-FILE
020500     MOVE "00" TO AQ-STATUS.
020600 4000-MARK-ITEM-EXIT.
020700     EXIT.
020800 4100-WRITE-ONE-ITEM.
020900     WRITE APPR-QUEUE-FILE-RECORD FROM WS-QT-ENTRY(WS-QT-SCAN).
021000 4100-WRITE-ONE-ITEM-EXIT.
021100     EXIT.
