000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TOK-RESOLVE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. RESOLVES PAN TOKENS BACK TO THE
001100*                 FULL PAN FOR THE FEW PEOPLE WHO MUST SEE ONE
001200*                 (ISSUER RETRIEVAL REQUESTS, LAW-ENFORCEMENT
001300*                 HOLDS). READS ONE TOKEN PER LINE FROM TOKRQST,
001400*                 RUNS AS THE OPERATOR NAMED BY RUNCTL KEYWORD
001500*                 OPERATOR, AND ASKS THE TOKEN VAULT SERVICE
001600*                 (PANTOKEN) FOR EACH PAN. THE SERVICE CHECKS THE
001700*                 OPERAUTH DETOKEN GRANT AND LOGS EVERY ATTEMPT
001800*                 TO DETOKLOG; THIS PROGRAM ONLY PRINTS THE
001900*                 ANSWERS (TOKRRPT, A RESTRICTED REPORT).
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 REPOSITORY.
002400     FUNCTION ALL INTRINSIC.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT TOKEN-RQST-FILE ASSIGN TO "TOKRQST"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TOKRQST-STATUS.
003000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-JOBACCT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  TOKEN-RQST-FILE
003600     RECORDING MODE IS F.
003700 01  TOKEN-RQST-RECORD.
003800     05 TQ-TOKEN               PIC X(16).
003900     05 FILLER                 PIC X(01).
004000     05 TQ-REFERENCE           PIC X(20).
004100 FD  JOB-ACCT-FILE
004200     RECORDING MODE IS F.
004300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
004400 WORKING-STORAGE SECTION.
004500*--------------------------------------------------------------
004600* FILE STATUS AND RUN CONTROLS
004700*--------------------------------------------------------------
004800 77  WS-TOKRQST-STATUS         PIC XX.
004900 77  WS-JOBACCT-STATUS         PIC XX.
005000 77  WS-RQST-EOF-SW            PIC X(01) VALUE "N".
005100     88 END-OF-REQUESTS        VALUE "Y".
005200 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
005300 77  WS-REQUESTS-READ          PIC 9(05) BINARY VALUE ZERO.
005400 77  WS-RESOLVED               PIC 9(05) BINARY VALUE ZERO.
005500 77  WS-NOT-FOUND              PIC 9(05) BINARY VALUE ZERO.
005600 77  WS-DENIED                 PIC 9(05) BINARY VALUE ZERO.
005700 77  WS-COUNT-ED               PIC ZZZZ9.
005800 77  WS-JA-START-TIMESTAMP     PIC X(14).
005900 COPY JOBACCT.
006000 COPY RPTWRITE.
006100 COPY RUNPARM.
006200 COPY PANTOKEN.
006300 01  WS-RPT-DETAIL             PIC X(100).
006400*--------------------------------------------------------------
006500* REPORT LINES
006600*--------------------------------------------------------------
006700 01  WS-RESOLVE-HEADING.
006800     05 FILLER                 PIC X(18) VALUE "TOKEN".
006900     05 FILLER                 PIC X(22) VALUE "REFERENCE".
007000     05 FILLER                 PIC X(10) VALUE "OUTCOME".
007100     05 FILLER                 PIC X(32) VALUE "PAN".
007200 01  WS-RESOLVE-LINE.
007300     05 RL-TOKEN               PIC X(16).
007400     05 FILLER                 PIC X(02) VALUE SPACES.
007500     05 RL-REFERENCE           PIC X(20).
007600     05 FILLER                 PIC X(02) VALUE SPACES.
007700     05 RL-OUTCOME             PIC X(08).
007800     05 FILLER                 PIC X(02) VALUE SPACES.
007900     05 RL-PAN                 PIC X(32).
008000 PROCEDURE DIVISION.
008100*--------------------------------------------------------------
008200* 0000-MAINLINE
008300*--------------------------------------------------------------
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008600     PERFORM 2000-RESOLVE-ONE THRU 2000-RESOLVE-ONE-EXIT
008700        UNTIL END-OF-REQUESTS
008800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
008900*    GRADED RETURN CODE FOR THE SCHEDULER: 8 WHEN THE OPERATOR
009000*    WAS REFUSED, 4 WHEN A TOKEN WAS NOT IN THE VAULT.
009100     EVALUATE TRUE
009200        WHEN WS-DENIED > ZERO
009300           MOVE 8 TO RETURN-CODE
009400        WHEN WS-NOT-FOUND > ZERO
009500           MOVE 4 TO RETURN-CODE
009600     END-EVALUATE
009700     STOP RUN.
009800*--------------------------------------------------------------
009900* 1000-INITIALIZE - WHO IS ASKING, THEN OPEN THE REQUESTS AND
010000*          THE REPORT
010100*--------------------------------------------------------------
010200 1000-INITIALIZE.
010300     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
010400     MOVE "TOKRSLV" TO RP-PROGRAM-ID
010500     MOVE "OPERATOR" TO RP-KEYWORD
010600     MOVE "BATCH" TO RP-DEFAULT
010700     CALL "RUNPARM" USING RUN-PARM-CONTROL
010800     MOVE RP-VALUE(1:8) TO WS-OPERATOR
010900     MOVE "O" TO RPT-REQUEST
011000     MOVE "TOKRSLV" TO RPT-PROGRAM-ID
011100     MOVE "TOKRRPT" TO RPT-REPORT-NAME
011200     MOVE "PAN TOKEN RESOLUTION - RESTRICTED" TO RPT-TITLE
011300     MOVE WS-RESOLVE-HEADING TO RPT-COL-HEADING
011400     MOVE 60 TO RPT-LINES-PER-PAGE
011500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
011600     MOVE SPACES TO WS-RPT-DETAIL
011700     STRING "REQUESTED BY OPERATOR " DELIMITED BY SIZE
011800        WS-OPERATOR DELIMITED BY SIZE
011900        INTO WS-RPT-DETAIL
012000     END-STRING
012100     MOVE "D" TO RPT-REQUEST
012200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
012300     OPEN INPUT TOKEN-RQST-FILE
012400     IF WS-TOKRQST-STATUS NOT = "00"
012500        SET END-OF-REQUESTS TO TRUE
012600        MOVE "NO REQUEST FILE SUPPLIED - NOTHING TO RESOLVE"
012700           TO WS-RPT-DETAIL
012800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
012900        GO TO 1000-INITIALIZE-EXIT
013000     END-IF
013100     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400*--------------------------------------------------------------
013500* 2000-RESOLVE-ONE - ONE TOKEN THROUGH THE VAULT SERVICE
013600*--------------------------------------------------------------
013700 2000-RESOLVE-ONE.
013800     ADD 1 TO WS-REQUESTS-READ
013900     MOVE "D" TO PT-REQUEST
014000     MOVE "TOKRSLV" TO PT-PROGRAM
014100     MOVE WS-OPERATOR TO PT-OPERATOR
014200     MOVE TQ-TOKEN TO PT-TOKEN
014300     CALL "PANTOKEN" USING PAN-TOKEN-CONTROL
014400     MOVE SPACES TO WS-RESOLVE-LINE
014500     MOVE TQ-TOKEN TO RL-TOKEN
014600     MOVE TQ-REFERENCE TO RL-REFERENCE
014700     EVALUATE TRUE
014800        WHEN PT-OK
014900           ADD 1 TO WS-RESOLVED
015000           MOVE "RESOLVED" TO RL-OUTCOME
015100           MOVE PT-PAN TO RL-PAN
015200        WHEN PT-NOT-IN-VAULT
015300           ADD 1 TO WS-NOT-FOUND
015400           MOVE "NOTFOUND" TO RL-OUTCOME
015500        WHEN PT-NOT-AUTHORIZED
015600           ADD 1 TO WS-DENIED
015700           MOVE "DENIED" TO RL-OUTCOME
015800        WHEN OTHER
015900           ADD 1 TO WS-DENIED
016000           MOVE "NOVAULT" TO RL-OUTCOME
016100     END-EVALUATE
016200     MOVE WS-RESOLVE-LINE TO WS-RPT-DETAIL
016300     MOVE "D" TO RPT-REQUEST
016400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
016500     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
016600 2000-RESOLVE-ONE-EXIT.
016700     EXIT.
016800*--------------------------------------------------------------
016900* 2100-READ-REQUEST - BLANK LINES ARE SKIPPED
017000*--------------------------------------------------------------
017100 2100-READ-REQUEST.
017200     READ TOKEN-RQST-FILE
017300        AT END
017400           SET END-OF-REQUESTS TO TRUE
017500           GO TO 2100-READ-REQUEST-EXIT
017600     END-READ
017700     IF TQ-TOKEN = SPACES
017800        GO TO 2100-READ-REQUEST
017900     END-IF.
018000 2100-READ-REQUEST-EXIT.
018100     EXIT.
018200*--------------------------------------------------------------
018300* 9000-FINISH - COUNTS, CLOSE THE VAULT AND THE REPORT, AND CUT
018400*          THE JOB-ACCOUNTING ROW
018500*--------------------------------------------------------------
018600 9000-FINISH.
018700     IF WS-TOKRQST-STATUS = "00" OR WS-TOKRQST-STATUS = "10"
018800        CLOSE TOKEN-RQST-FILE
018900     END-IF
019000     MOVE "C" TO PT-REQUEST
019100     CALL "PANTOKEN" USING PAN-TOKEN-CONTROL
019200     MOVE WS-RESOLVED TO WS-COUNT-ED
019300     MOVE SPACES TO WS-RPT-DETAIL
019400     STRING "RESOLVED " DELIMITED BY SIZE
019500        WS-COUNT-ED DELIMITED BY SIZE
019600        INTO WS-RPT-DETAIL
019700     END-STRING
019800     MOVE WS-NOT-FOUND TO WS-COUNT-ED
019900     STRING "  NOT FOUND " DELIMITED BY SIZE
020000        WS-COUNT-ED DELIMITED BY SIZE
020100        INTO WS-RPT-DETAIL(15:)
020200     END-STRING
020300     MOVE WS-DENIED TO WS-COUNT-ED
020400     STRING "  REFUSED " DELIMITED BY SIZE
020500        WS-COUNT-ED DELIMITED BY SIZE
020600        INTO WS-RPT-DETAIL(32:)
020700     END-STRING
020800     MOVE "D" TO RPT-REQUEST
020900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
021000     MOVE "C" TO RPT-REQUEST
021100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
021200     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
021300 9000-FINISH-EXIT.
021400     EXIT.
021500*--------------------------------------------------------------
021600* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
021700*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
021800*--------------------------------------------------------------
021900 9100-LOG-JOB-ACCT.
022000     OPEN EXTEND JOB-ACCT-FILE
022100     IF WS-JOBACCT-STATUS = "35"
022200        OPEN OUTPUT JOB-ACCT-FILE
022300        CLOSE JOB-ACCT-FILE
022400        OPEN EXTEND JOB-ACCT-FILE
022500     END-IF
022600     MOVE "TOKRSLV" TO JA-PROGRAM-NAME
022700     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
022800     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
022900     MOVE "COMPLETED" TO JA-RETURN-STATUS
023000     MOVE WS-REQUESTS-READ TO JA-RECORD-COUNT
023100     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
023200     CLOSE JOB-ACCT-FILE.
023300 9100-LOG-JOB-ACCT-EXIT.
023400     EXIT.
