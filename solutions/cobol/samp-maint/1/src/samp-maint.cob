000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAMP-MAINT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. LAB SEQUENCING SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. SAMPLE REGISTER AND CHAIN OF
001100*                 CUSTODY. APPLIES THE DAY'S CUSTODY TRANSACTIONS
001200*                 (SAMPTRAN) TO THE KEYED SAMPLE MASTER (SAMPMST):
001300*                 RECEIVE REGISTERS A NEW SAMPLE WITH ITS SOURCE,
001400*                 RECEIVED DATE, AND FIRST CUSTODIAN; TRANSFER
001500*                 HANDS IT TO A NEW CUSTODIAN; STATUS MOVES IT
001600*                 BETWEEN RECEIVED, IN ANALYSIS, ON HOLD, STORED,
001700*                 AND DISPOSED. EVERY APPLIED TRANSACTION IS
001800*                 APPENDED TO THE CUSTODY-EVENT LOG (SAMPCUST).
001900*                 AN EVENT DATED BEFORE THE SAMPLE'S LAST EVENT,
002000*                 OR ANY EVENT ON A DISPOSED SAMPLE, IS REJECTED
002100*                 SO THE CHAIN NEVER READS OUT OF ORDER. REPORT:
002200*                 SAMPMNT. RC 4 WHEN ANY TRANSACTION IS REJECTED.
002210* 2026-10-15 RLM  SAMPCUST WRITTEN AT ITS 93-BYTE RECORD LENGTH
002220*                 TO MATCH THE SAMPCUST COPYBOOK.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SAMPLE-TRANS-FILE ASSIGN TO "SAMPTRAN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-SAMPTRAN-STATUS.
003300     SELECT SAMPLE-MASTER-FILE ASSIGN TO "SAMPMST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS SAF-SAMPLE-ID
003700         FILE STATUS IS WS-SAMPMST-STATUS.
003800     SELECT CUSTODY-EVENT-FILE ASSIGN TO "SAMPCUST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SAMPCUST-STATUS.
004100     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-JOBACCT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*    CUSTODY TRANSACTION - ACTION RECEIVE, TRANSFER, OR STATUS.
004700*    DATE AND TIME DEFAULT TO THE RUN'S START. CUSTODIAN IS THE
004800*    RECEIVING CUSTODIAN (RECEIVE) OR THE NEW ONE (TRANSFER);
004900*    SOURCE IS FOR RECEIVE ONLY; STATUS IS FOR STATUS ONLY.
005000 FD  SAMPLE-TRANS-FILE
005100     RECORDING MODE IS F.
005200 01  SAMPLE-TRANS-RECORD.
005300     05 ST-ACTION              PIC X(08).
005400     05 FILLER                 PIC X(01).
005500     05 ST-SAMPLE-ID           PIC X(10).
005600     05 FILLER                 PIC X(01).
005700     05 ST-EVENT-DATE          PIC X(08).
005800     05 FILLER                 PIC X(01).
005900     05 ST-EVENT-TIME          PIC X(06).
006000     05 FILLER                 PIC X(01).
006100     05 ST-CUSTODIAN           PIC X(12).
006200     05 FILLER                 PIC X(01).
006300     05 ST-STATUS              PIC X(01).
006400     05 FILLER                 PIC X(01).
006500     05 ST-SOURCE              PIC X(20).
006600     05 FILLER                 PIC X(01).
006700     05 ST-NOTE                PIC X(30).
006800 FD  SAMPLE-MASTER-FILE.
006900 01  SAMPLE-MASTER-FILE-RECORD.
007000     05 SAF-SAMPLE-ID          PIC X(10).
007100     05 FILLER                 PIC X(60).
007200 FD  CUSTODY-EVENT-FILE
007300     RECORDING MODE IS F.
007400 01  CUSTODY-EVENT-FILE-RECORD PIC X(93).
007500 FD  JOB-ACCT-FILE
007600     RECORDING MODE IS F.
007700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
007800 WORKING-STORAGE SECTION.
007900*--------------------------------------------------------------
008000* FILE STATUS AND RUN CONTROLS
008100*--------------------------------------------------------------
008200 77  WS-SAMPTRAN-STATUS        PIC XX.
008300 77  WS-SAMPMST-STATUS         PIC XX.
008400 77  WS-SAMPCUST-STATUS        PIC XX.
008500 77  WS-JOBACCT-STATUS         PIC XX.
008600 77  WS-TRANS-EOF-SW           PIC X(01) VALUE "N".
008700     88 END-OF-TRANS           VALUE "Y".
008800 77  WS-JA-START-TIMESTAMP     PIC X(14).
008900 77  WS-EVENT-TS               PIC X(14).
009000 77  WS-REJECT-NOTE            PIC X(30) VALUE SPACES.
009100 77  WS-FROM-CUSTODIAN         PIC X(12).
009200 77  WS-OLD-STATUS             PIC X(01).
009300*--------------------------------------------------------------
009400* RUN COUNTS
009500*--------------------------------------------------------------
009600 77  WS-TRANS-READ             PIC 9(05) BINARY VALUE ZERO.
009700 77  WS-TRANS-APPLIED          PIC 9(05) BINARY VALUE ZERO.
009800 77  WS-TRANS-REJECTED         PIC 9(05) BINARY VALUE ZERO.
009900 77  WS-COUNT-ED               PIC ZZZZ9.
010000 COPY SAMPMST.
010100 COPY SAMPCUST.
010200 COPY JOBACCT.
010300 COPY RPTWRITE.
010400 01  WS-RPT-DETAIL             PIC X(100).
010500*--------------------------------------------------------------
010600* REPORT LINES
010700*--------------------------------------------------------------
010800 01  WS-TRANS-LINE.
010900     05 TL-ACTION              PIC X(08).
011000     05 FILLER                 PIC X(02) VALUE SPACES.
011100     05 TL-SAMPLE-ID           PIC X(10).
011200     05 FILLER                 PIC X(02) VALUE SPACES.
011300     05 TL-EVENT-TS            PIC X(14).
011400     05 FILLER                 PIC X(02) VALUE SPACES.
011500     05 TL-CUSTODIAN           PIC X(12).
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 TL-STATUS              PIC X(01).
011800     05 FILLER                 PIC X(02) VALUE SPACES.
011900     05 TL-RESULT              PIC X(08).
012000     05 FILLER                 PIC X(02) VALUE SPACES.
012100     05 TL-NOTE                PIC X(30).
012200 01  WS-TRANS-HEADING.
012300     05 FILLER                 PIC X(10) VALUE "ACTION".
012400     05 FILLER                 PIC X(12) VALUE "SAMPLE ID".
012500     05 FILLER                 PIC X(16) VALUE "EVENT TIME".
012600     05 FILLER                 PIC X(14) VALUE "CUSTODIAN".
012700     05 FILLER                 PIC X(03) VALUE "S".
012800     05 FILLER                 PIC X(10) VALUE "RESULT".
012900     05 FILLER                 PIC X(04) VALUE "NOTE".
013000 PROCEDURE DIVISION.
013100*--------------------------------------------------------------
013200* 0000-MAINLINE
013300*--------------------------------------------------------------
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013600     PERFORM 2000-APPLY-ONE-TRANS THRU 2000-APPLY-ONE-TRANS-EXIT
013700        UNTIL END-OF-TRANS
013800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
013900     IF WS-TRANS-REJECTED > ZERO
014000        MOVE 4 TO RETURN-CODE
014100     END-IF
014200     STOP RUN.
014300*--------------------------------------------------------------
014400* 1000-INITIALIZE - OPEN THE REGISTER (CREATING IT ON FIRST
014500*          USE), THE CUSTODY LOG, THE TRANSACTIONS, AND THE REPORT
014600*--------------------------------------------------------------
014700 1000-INITIALIZE.
014800     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
014900     OPEN I-O SAMPLE-MASTER-FILE
015000     IF WS-SAMPMST-STATUS = "35"
015100        OPEN OUTPUT SAMPLE-MASTER-FILE
015200        CLOSE SAMPLE-MASTER-FILE
015300        OPEN I-O SAMPLE-MASTER-FILE
015400     END-IF
015500     OPEN EXTEND CUSTODY-EVENT-FILE
015600     IF WS-SAMPCUST-STATUS = "35"
015700        OPEN OUTPUT CUSTODY-EVENT-FILE
015800        CLOSE CUSTODY-EVENT-FILE
015900        OPEN EXTEND CUSTODY-EVENT-FILE
016000     END-IF
016100     OPEN INPUT SAMPLE-TRANS-FILE
016200     IF WS-SAMPTRAN-STATUS NOT = "00"
016300        SET END-OF-TRANS TO TRUE
016400     END-IF
016500     MOVE "O" TO RPT-REQUEST
016600     MOVE "SAMPMNT" TO RPT-PROGRAM-ID
016700     MOVE "SAMPMNT" TO RPT-REPORT-NAME
016800     MOVE "SAMPLE REGISTER AND CUSTODY UPDATE" TO RPT-TITLE
016900     MOVE WS-TRANS-HEADING TO RPT-COL-HEADING
017000     MOVE 60 TO RPT-LINES-PER-PAGE
017100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
017200     IF END-OF-TRANS
017300        MOVE "NO CUSTODY TRANSACTIONS (SAMPTRAN) THIS RUN"
017400           TO WS-RPT-DETAIL
017500        MOVE "D" TO RPT-REQUEST
017600        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
017700     END-IF.
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000*--------------------------------------------------------------
018100* 2000-APPLY-ONE-TRANS
018200*--------------------------------------------------------------
018300 2000-APPLY-ONE-TRANS.
018400     READ SAMPLE-TRANS-FILE
018500        AT END
018600           SET END-OF-TRANS TO TRUE
018700           GO TO 2000-APPLY-ONE-TRANS-EXIT
018800     END-READ
018900     IF SAMPLE-TRANS-RECORD = SPACES
019000        GO TO 2000-APPLY-ONE-TRANS-EXIT
019100     END-IF
019200     ADD 1 TO WS-TRANS-READ
019300     IF ST-EVENT-DATE IS NUMERIC
019400        MOVE ST-EVENT-DATE TO WS-EVENT-TS(1:8)
019500        IF ST-EVENT-TIME IS NUMERIC
019600           MOVE ST-EVENT-TIME TO WS-EVENT-TS(9:6)
019700        ELSE
019800           MOVE "000000" TO WS-EVENT-TS(9:6)
019900        END-IF
020000     ELSE
020100        MOVE WS-JA-START-TIMESTAMP TO WS-EVENT-TS
020200     END-IF
020300     MOVE SPACES TO WS-TRANS-LINE
020400     MOVE ST-ACTION TO TL-ACTION
020500     MOVE ST-SAMPLE-ID TO TL-SAMPLE-ID
020600     MOVE WS-EVENT-TS TO TL-EVENT-TS
020700     MOVE ST-CUSTODIAN TO TL-CUSTODIAN
020800     MOVE ST-STATUS TO TL-STATUS
020900     MOVE SPACES TO WS-REJECT-NOTE
021000     EVALUATE ST-ACTION
021100        WHEN "RECEIVE"
021200           PERFORM 3000-RECEIVE-SAMPLE
021300              THRU 3000-RECEIVE-SAMPLE-EXIT
021400        WHEN "TRANSFER"
021500           PERFORM 4000-TRANSFER-SAMPLE
021600              THRU 4000-TRANSFER-SAMPLE-EXIT
021700        WHEN "STATUS"
021800           PERFORM 5000-CHANGE-STATUS THRU 5000-CHANGE-STATUS-EXIT
021900        WHEN OTHER
022000           MOVE "UNKNOWN ACTION" TO WS-REJECT-NOTE
022100     END-EVALUATE
022200     IF WS-REJECT-NOTE NOT = SPACES
022300        ADD 1 TO WS-TRANS-REJECTED
022400        MOVE "REJECTED" TO TL-RESULT
022500        MOVE WS-REJECT-NOTE TO TL-NOTE
022600     ELSE
022700        ADD 1 TO WS-TRANS-APPLIED
022800        MOVE "APPLIED" TO TL-RESULT
022900        MOVE ST-NOTE TO TL-NOTE
023000     END-IF
023100     MOVE WS-TRANS-LINE TO WS-RPT-DETAIL
023200     MOVE "D" TO RPT-REQUEST
023300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
023400 2000-APPLY-ONE-TRANS-EXIT.
023500     EXIT.
023600*--------------------------------------------------------------
023700* 3000-RECEIVE-SAMPLE - A NEW SAMPLE ENTERS THE LAB: IT MUST NOT
023800*          ALREADY BE REGISTERED AND MUST NAME ITS FIRST CUSTODIAN
023900*--------------------------------------------------------------
024000 3000-RECEIVE-SAMPLE.
024100     IF ST-SAMPLE-ID = SPACES
024200        MOVE "SAMPLE ID MISSING" TO WS-REJECT-NOTE
024300        GO TO 3000-RECEIVE-SAMPLE-EXIT
024400     END-IF
024500     IF ST-CUSTODIAN = SPACES
024600        MOVE "RECEIVING CUSTODIAN MISSING" TO WS-REJECT-NOTE
024700        GO TO 3000-RECEIVE-SAMPLE-EXIT
024800     END-IF
024900     MOVE ST-SAMPLE-ID TO SAF-SAMPLE-ID
025000     READ SAMPLE-MASTER-FILE INTO SAMPLE-MASTER-RECORD
025100        INVALID KEY
025200           CONTINUE
025300        NOT INVALID KEY
025400           MOVE "SAMPLE ALREADY REGISTERED" TO WS-REJECT-NOTE
025500           GO TO 3000-RECEIVE-SAMPLE-EXIT
025600     END-READ
025700     MOVE SPACES TO SAMPLE-MASTER-RECORD
025800     MOVE ST-SAMPLE-ID TO SA-SAMPLE-ID
025900     MOVE ST-SOURCE TO SA-SOURCE
026000     MOVE WS-EVENT-TS(1:8) TO SA-RECEIVED-DATE
026100     MOVE ST-CUSTODIAN TO SA-CUSTODIAN
026200     SET SA-RECEIVED TO TRUE
026300     MOVE WS-EVENT-TS TO SA-LAST-EVENT-TS
026400     WRITE SAMPLE-MASTER-FILE-RECORD FROM SAMPLE-MASTER-RECORD
026500        INVALID KEY
026600           MOVE "REGISTER WRITE FAILED" TO WS-REJECT-NOTE
026700           GO TO 3000-RECEIVE-SAMPLE-EXIT
026800     END-WRITE
026900     MOVE "RECEIVE" TO CE-EVENT-TYPE
027000     MOVE SPACES TO WS-FROM-CUSTODIAN
027100     PERFORM 6000-LOG-CUSTODY-EVENT
027200        THRU 6000-LOG-CUSTODY-EVENT-EXIT.
027300 3000-RECEIVE-SAMPLE-EXIT.
027400     EXIT.
027500*--------------------------------------------------------------
027600* 4000-TRANSFER-SAMPLE - HAND-OFF TO A NEW CUSTODIAN
027700*--------------------------------------------------------------
027800 4000-TRANSFER-SAMPLE.
027900     PERFORM 7000-READ-FOR-EVENT THRU 7000-READ-FOR-EVENT-EXIT
028000     IF WS-REJECT-NOTE NOT = SPACES
028100        GO TO 4000-TRANSFER-SAMPLE-EXIT
028200     END-IF
028300     IF ST-CUSTODIAN = SPACES
028400        MOVE "NEW CUSTODIAN MISSING" TO WS-REJECT-NOTE
028500        GO TO 4000-TRANSFER-SAMPLE-EXIT
028600     END-IF
028700     IF ST-CUSTODIAN = SA-CUSTODIAN
028800        MOVE "ALREADY HELD BY THAT CUSTODIAN" TO WS-REJECT-NOTE
028900        GO TO 4000-TRANSFER-SAMPLE-EXIT
029000     END-IF
029100     MOVE SA-CUSTODIAN TO WS-FROM-CUSTODIAN
029200     MOVE ST-CUSTODIAN TO SA-CUSTODIAN
029300     MOVE WS-EVENT-TS TO SA-LAST-EVENT-TS
029400     REWRITE SAMPLE-MASTER-FILE-RECORD FROM SAMPLE-MASTER-RECORD
029500        INVALID KEY
029600           MOVE "REGISTER REWRITE FAILED" TO WS-REJECT-NOTE
029700           GO TO 4000-TRANSFER-SAMPLE-EXIT
029800     END-REWRITE
029900     MOVE "TRANSFER" TO CE-EVENT-TYPE
030000     PERFORM 6000-LOG-CUSTODY-EVENT
030100        THRU 6000-LOG-CUSTODY-EVENT-EXIT.
030200 4000-TRANSFER-SAMPLE-EXIT.
030300     EXIT.
030400*--------------------------------------------------------------
030500* 5000-CHANGE-STATUS - STATUS CHANGE BY THE CURRENT CUSTODIAN
030600*--------------------------------------------------------------
030700 5000-CHANGE-STATUS.
030800     PERFORM 7000-READ-FOR-EVENT THRU 7000-READ-FOR-EVENT-EXIT
030900     IF WS-REJECT-NOTE NOT = SPACES
031000        GO TO 5000-CHANGE-STATUS-EXIT
031100     END-IF
031200     MOVE SA-STATUS TO WS-OLD-STATUS
031300     MOVE ST-STATUS TO SA-STATUS
031400     IF NOT SA-VALID-STATUS
031500        MOVE "STATUS NOT R A H S OR D" TO WS-REJECT-NOTE
031600        GO TO 5000-CHANGE-STATUS-EXIT
031700     END-IF
031800     IF ST-STATUS = WS-OLD-STATUS
031900        MOVE "SAMPLE ALREADY IN THAT STATUS" TO WS-REJECT-NOTE
032000        GO TO 5000-CHANGE-STATUS-EXIT
032100     END-IF
032200     MOVE SA-CUSTODIAN TO TL-CUSTODIAN
032300     MOVE WS-EVENT-TS TO SA-LAST-EVENT-TS
032400     REWRITE SAMPLE-MASTER-FILE-RECORD FROM SAMPLE-MASTER-RECORD
032500        INVALID KEY
032600           MOVE "REGISTER REWRITE FAILED" TO WS-REJECT-NOTE
032700           GO TO 5000-CHANGE-STATUS-EXIT
032800     END-REWRITE
032900     MOVE "STATUS" TO CE-EVENT-TYPE
033000     MOVE SA-CUSTODIAN TO WS-FROM-CUSTODIAN
033100     PERFORM 6000-LOG-CUSTODY-EVENT
033200        THRU 6000-LOG-CUSTODY-EVENT-EXIT.
033300 5000-CHANGE-STATUS-EXIT.
033400     EXIT.
033500*--------------------------------------------------------------
033600* 6000-LOG-CUSTODY-EVENT - APPEND THE APPLIED EVENT TO SAMPCUST.
033700*          THE CALLER SETS THE EVENT TYPE AND FROM-CUSTODIAN;
033800*          THE REGISTER ROW ALREADY SHOWS THE STATE AFTER IT.
033900*--------------------------------------------------------------
034000 6000-LOG-CUSTODY-EVENT.
034100     MOVE SA-SAMPLE-ID TO CE-SAMPLE-ID
034200     MOVE WS-EVENT-TS TO CE-EVENT-TS
034300     MOVE WS-FROM-CUSTODIAN TO CE-FROM-CUSTODIAN
034400     MOVE SA-CUSTODIAN TO CE-TO-CUSTODIAN
034500     MOVE SA-STATUS TO CE-STATUS
034600     MOVE ST-NOTE TO CE-NOTE
034700     WRITE CUSTODY-EVENT-FILE-RECORD FROM CUSTODY-EVENT-RECORD.
034800 6000-LOG-CUSTODY-EVENT-EXIT.
034900     EXIT.
035000*--------------------------------------------------------------
035100* 7000-READ-FOR-EVENT - THE SAMPLE MUST BE REGISTERED, NOT
035200*          DISPOSED, AND THE EVENT NO EARLIER THAN ITS LAST ONE
035300*--------------------------------------------------------------
035400 7000-READ-FOR-EVENT.
035500     MOVE ST-SAMPLE-ID TO SAF-SAMPLE-ID
035600     READ SAMPLE-MASTER-FILE INTO SAMPLE-MASTER-RECORD
035700        INVALID KEY
035800           MOVE "SAMPLE NOT REGISTERED" TO WS-REJECT-NOTE
035900           GO TO 7000-READ-FOR-EVENT-EXIT
036000     END-READ
036100     IF SA-DISPOSED
036200        MOVE "SAMPLE ALREADY DISPOSED" TO WS-REJECT-NOTE
036300        GO TO 7000-READ-FOR-EVENT-EXIT
036400     END-IF
036500     IF WS-EVENT-TS < SA-LAST-EVENT-TS
036600        MOVE "EARLIER THAN LAST CUSTODY EVENT" TO WS-REJECT-NOTE
036700     END-IF.
036800 7000-READ-FOR-EVENT-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------
037100* 9000-FINISH - RUN COUNTS, CLOSE FILES, JOB ACCOUNTING
037200*--------------------------------------------------------------
037300 9000-FINISH.
037400     MOVE SPACES TO WS-RPT-DETAIL
037500     MOVE "D" TO RPT-REQUEST
037600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037700     MOVE WS-TRANS-READ TO WS-COUNT-ED
037800     MOVE SPACES TO WS-RPT-DETAIL
037900     STRING "TRANSACTIONS READ    : " DELIMITED BY SIZE
038000        WS-COUNT-ED DELIMITED BY SIZE
038100        INTO WS-RPT-DETAIL
038200     END-STRING
038300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038400     MOVE WS-TRANS-APPLIED TO WS-COUNT-ED
038500     MOVE SPACES TO WS-RPT-DETAIL
038600     STRING "TRANSACTIONS APPLIED : " DELIMITED BY SIZE
038700        WS-COUNT-ED DELIMITED BY SIZE
038800        INTO WS-RPT-DETAIL
038900     END-STRING
039000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039100     MOVE WS-TRANS-REJECTED TO WS-COUNT-ED
039200     MOVE SPACES TO WS-RPT-DETAIL
039300     STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
039400        WS-COUNT-ED DELIMITED BY SIZE
039500        INTO WS-RPT-DETAIL
039600     END-STRING
039700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039800     MOVE "C" TO RPT-REQUEST
039900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040000     IF WS-SAMPTRAN-STATUS = "00" OR WS-SAMPTRAN-STATUS = "10"
040100        CLOSE SAMPLE-TRANS-FILE
040200     END-IF
040300     CLOSE SAMPLE-MASTER-FILE
040400     CLOSE CUSTODY-EVENT-FILE
040500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
040600 9000-FINISH-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------
040900* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
041000*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
041100*--------------------------------------------------------------
041200 9100-LOG-JOB-ACCT.
041300     OPEN EXTEND JOB-ACCT-FILE
041400     IF WS-JOBACCT-STATUS = "35"
041500        OPEN OUTPUT JOB-ACCT-FILE
041600        CLOSE JOB-ACCT-FILE
041700        OPEN EXTEND JOB-ACCT-FILE
041800     END-IF
041900     MOVE "SAMPMNT" TO JA-PROGRAM-NAME
042000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
042100     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
042200     MOVE "COMPLETED" TO JA-RETURN-STATUS
042300     MOVE WS-TRANS-READ TO JA-RECORD-COUNT
042400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
042500     CLOSE JOB-ACCT-FILE.
042600 9100-LOG-JOB-ACCT-EXIT.
042700     EXIT.
