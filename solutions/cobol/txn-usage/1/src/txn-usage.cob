000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXN-USAGE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. NIGHTLY ONLINE USAGE REPORT
001100*                 (TXNUSAGE) FROM THE TASK ACTIVITY FILE THE
001200*                 CICS FRONT ENDS APPEND THROUGH TXNLOGWR. FOR
001300*                 THE REPORT DATE (TODAY UNLESS RUNCTL KEYWORD
001400*                 ASOFDATE NAMES ONE) IT PRINTS TASK VOLUME BY
001500*                 HOUR FOR EACH TRANSACTION, THEN PER
001600*                 TRANSACTION THE AVERAGE AND WORST RESPONSE
001700*                 TIME, THE COUNT OF EACH OUTCOME, AND THE ERROR
001800*                 RATE (EDIT ERRORS, UNAVAILABLE FILES, AND
001900*                 ABENDS AS A PERCENTAGE OF TASKS). THE SEVEN
002000*                 FRONT ENDS ALWAYS PRINT, SO AN UNUSED SCREEN
002100*                 SHOWS AS ZERO; ANY OTHER TRANSACTION ID FOUND
002200*                 IS ADDED AFTER THEM. RETURN CODE 4 WHEN ANY
002300*                 TASK ABENDED.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACTIVITY-FILE ASSIGN TO "TXNACT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TXNACT-STATUS.
003400     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-JOBACCT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ACTIVITY-FILE.
004000 01  ACTIVITY-FILE-RECORD      PIC X(75).
004100 FD  JOB-ACCT-FILE
004200     RECORDING MODE IS F.
004300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
004400 WORKING-STORAGE SECTION.
004500*--------------------------------------------------------------
004600* FILE STATUS AND RUN CONTROLS
004700*--------------------------------------------------------------
004800 77  WS-TXNACT-STATUS          PIC XX.
004900 77  WS-JOBACCT-STATUS         PIC XX.
005000 77  WS-ACT-EOF-SW             PIC X VALUE "N".
005100     88 END-OF-ACTIVITY        VALUE "Y".
005200 77  WS-ROWS-READ              PIC 9(07) BINARY VALUE ZERO.
005300 77  WS-ROWS-TAKEN             PIC 9(07) BINARY VALUE ZERO.
005400 77  WS-ABEND-TOTAL            PIC 9(07) BINARY VALUE ZERO.
005500 77  WS-JA-START-TIMESTAMP     PIC X(14).
005600 77  WS-REPORT-DATE            PIC X(08).
005700 COPY JOBACCT.
005800 COPY TXNACT.
005900 COPY RUNPARM.
006000 COPY RPTWRITE.
006100 01  WS-RPT-DETAIL             PIC X(100).
006200*--------------------------------------------------------------
006300* TRANSACTION TABLE - THE SEVEN FRONT ENDS IN FIXED ORDER,
006400* THEN ANY OTHER ID FOUND. THE LAST SLOT CATCHES OVERFLOW.
006500*--------------------------------------------------------------
006600 01  WS-KNOWN-TXN-VALUES       PIC X(28)
006700        VALUE "BOBTTWOTPRTQPRTFSCORSUSPOPSD".
006800 01  WS-KNOWN-TXN-TABLE REDEFINES WS-KNOWN-TXN-VALUES.
006900     05 WS-KNOWN-TXN OCCURS 7 TIMES PIC X(04).
007000 77  WS-TX-MAX                 PIC 9(02) VALUE 10.
007100 77  WS-TX-COUNT               PIC 9(02) VALUE ZERO.
007200 77  WS-TX-IDX                 PIC 9(02).
007300 77  WS-TX-SLOT                PIC 9(02).
007400 01  WS-TXN-TABLE.
007500     05 WS-TX-ENTRY OCCURS 10 TIMES.
007600        10 WS-TX-ID            PIC X(04).
007700        10 WS-TX-TASKS         PIC 9(07).
007800        10 WS-TX-HOUR-TASKS OCCURS 24 TIMES PIC 9(07).
007900        10 WS-TX-TIMED         PIC 9(07).
008000        10 WS-TX-RESP-TOTAL    PIC 9(13).
008100        10 WS-TX-RESP-MAX      PIC 9(09).
008200        10 WS-TX-NORMAL        PIC 9(07).
008300        10 WS-TX-NOT-FOUND     PIC 9(07).
008400        10 WS-TX-EDIT-ERROR    PIC 9(07).
008500        10 WS-TX-UNAVAILABLE   PIC 9(07).
008600        10 WS-TX-ABENDED       PIC 9(07).
008700 77  WS-HOUR-IDX               PIC 9(02).
008800 77  WS-HOUR-NO                PIC 9(02).
008900 77  WS-HOUR-TOTAL             PIC 9(07).
009000 77  WS-GRAND-TOTAL            PIC 9(07).
009100*--------------------------------------------------------------
009200* RESPONSE-TIME WORK FIELDS - TIMESTAMPS ARE CCYYMMDDHHMMSSHH
009300*--------------------------------------------------------------
009400 01  WS-TS-WORK.
009500     05 WS-TS-DATE             PIC 9(08).
009600     05 WS-TS-HH               PIC 9(02).
009700     05 WS-TS-MI               PIC 9(02).
009800     05 WS-TS-SS               PIC 9(02).
009900     05 WS-TS-CC               PIC 9(02).
010000 77  WS-START-HUND             PIC S9(15) COMP-3.
010100 77  WS-END-HUND               PIC S9(15) COMP-3.
010200 77  WS-RESP-HUND              PIC S9(15) COMP-3.
010300 77  WS-TS-VALID-SW            PIC X(01).
010400     88 TS-IS-VALID            VALUE "Y".
010500 77  WS-ERROR-TASKS            PIC 9(07).
010600 77  WS-AVG-SECS               PIC 9(05)V99.
010700 77  WS-MAX-SECS               PIC 9(05)V99.
010800 77  WS-ERROR-PCT              PIC 9(03)V9.
010900*--------------------------------------------------------------
011000* REPORT LINES
011100*--------------------------------------------------------------
011200 01  WS-HOUR-LINE.
011300     05 HL-HOUR                PIC X(04).
011400     05 FILLER                 PIC X(01) VALUE SPACE.
011500     05 HL-COUNT OCCURS 10 TIMES PIC ZZZZZZ9.
011600     05 HL-TOTAL               PIC ZZZZZZZ9.
011700     05 FILLER                 PIC X(17) VALUE SPACES.
011800 01  WS-HOUR-HEAD.
011900     05 HH-LABEL               PIC X(04) VALUE "HOUR".
012000     05 FILLER                 PIC X(01) VALUE SPACE.
012100     05 HH-COLUMN OCCURS 10 TIMES.
012200        10 FILLER              PIC X(03) VALUE SPACES.
012300        10 HH-TXN              PIC X(04).
012400     05 HH-TOTAL               PIC X(08) VALUE "   TOTAL".
012500     05 FILLER                 PIC X(17) VALUE SPACES.
012600 01  WS-TXN-LINE.
012700     05 TL-TXN                 PIC X(04).
012800     05 FILLER                 PIC X(02) VALUE SPACES.
012900     05 TL-TASKS               PIC ZZZZZZ9.
013000     05 FILLER                 PIC X(02) VALUE SPACES.
013100     05 TL-AVG                 PIC ZZZZ9.99.
013200     05 FILLER                 PIC X(02) VALUE SPACES.
013300     05 TL-MAX                 PIC ZZZZ9.99.
013400     05 FILLER                 PIC X(02) VALUE SPACES.
013500     05 TL-NORMAL              PIC ZZZZZZ9.
013600     05 FILLER                 PIC X(01) VALUE SPACE.
013700     05 TL-NOT-FOUND           PIC ZZZZZZ9.
013800     05 FILLER                 PIC X(01) VALUE SPACE.
013900     05 TL-EDIT-ERROR          PIC ZZZZZZ9.
014000     05 FILLER                 PIC X(01) VALUE SPACE.
014100     05 TL-UNAVAILABLE         PIC ZZZZZZ9.
014200     05 FILLER                 PIC X(01) VALUE SPACE.
014300     05 TL-ABENDED             PIC ZZZZZZ9.
014400     05 FILLER                 PIC X(02) VALUE SPACES.
014500     05 TL-ERROR-PCT           PIC ZZ9.9.
014600     05 FILLER                 PIC X(11) VALUE SPACES.
014700 PROCEDURE DIVISION.
014800*--------------------------------------------------------------
014900* 0000-MAINLINE
015000*--------------------------------------------------------------
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015300     PERFORM 2000-LOAD-ACTIVITY THRU 2000-LOAD-ACTIVITY-EXIT
015400     PERFORM 3000-PRINT-HOURLY THRU 3000-PRINT-HOURLY-EXIT
015500     PERFORM 4000-PRINT-TXN-SUMMARY
015600        THRU 4000-PRINT-TXN-SUMMARY-EXIT
015700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
015800*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY ONLINE
015900*    TASK ABENDED ON THE REPORT DATE.
016000     IF WS-ABEND-TOTAL > ZERO
016100        MOVE 4 TO RETURN-CODE
016200     END-IF
016300     STOP RUN.
016400*--------------------------------------------------------------
016500* 1000-INITIALIZE - REPORT DATE AND THE FIXED TRANSACTION
016600*          COLUMNS
016700*--------------------------------------------------------------
016800 1000-INITIALIZE.
016900     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
017000     MOVE "TXNUSAGE" TO RP-PROGRAM-ID
017100     MOVE "ASOFDATE" TO RP-KEYWORD
017200     MOVE SPACES TO RP-DEFAULT
017300     CALL "RUNPARM" USING RUN-PARM-CONTROL
017400     IF RP-VALUE-FOUND AND RP-VALUE(1:8) IS NUMERIC
017500        MOVE RP-VALUE(1:8) TO WS-REPORT-DATE
017600     ELSE
017700        MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-REPORT-DATE
017800     END-IF
017900     INITIALIZE WS-TXN-TABLE
018000     PERFORM 1100-LOAD-KNOWN-TXN THRU 1100-LOAD-KNOWN-TXN-EXIT
018100        VARYING WS-TX-IDX FROM 1 BY 1
018200        UNTIL WS-TX-IDX > 7
018300     MOVE 7 TO WS-TX-COUNT.
018400 1000-INITIALIZE-EXIT.
018500     EXIT.
018600 1100-LOAD-KNOWN-TXN.
018700     MOVE WS-KNOWN-TXN(WS-TX-IDX) TO WS-TX-ID(WS-TX-IDX).
018800 1100-LOAD-KNOWN-TXN-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------
019100* 2000-LOAD-ACTIVITY - TALLY EVERY TASK STARTED ON THE REPORT
019200*          DATE
019300*--------------------------------------------------------------
019400 2000-LOAD-ACTIVITY.
019500     OPEN INPUT ACTIVITY-FILE
019600     IF WS-TXNACT-STATUS NOT = "00"
019700        GO TO 2000-LOAD-ACTIVITY-EXIT
019800     END-IF
019900     PERFORM 2100-TAKE-ONE-TASK THRU 2100-TAKE-ONE-TASK-EXIT
020000        UNTIL END-OF-ACTIVITY
020100     CLOSE ACTIVITY-FILE.
020200 2000-LOAD-ACTIVITY-EXIT.
020300     EXIT.
020400 2100-TAKE-ONE-TASK.
020500     READ ACTIVITY-FILE
020600        AT END
020700           SET END-OF-ACTIVITY TO TRUE
020800           GO TO 2100-TAKE-ONE-TASK-EXIT
020900     END-READ
021000     ADD 1 TO WS-ROWS-READ
021100     MOVE ACTIVITY-FILE-RECORD TO TXN-ACTIVITY-RECORD
021200     IF TA-START-TS(1:8) NOT = WS-REPORT-DATE
021300        OR TA-START-TS(9:2) IS NOT NUMERIC
021400        GO TO 2100-TAKE-ONE-TASK-EXIT
021500     END-IF
021600     ADD 1 TO WS-ROWS-TAKEN
021700     PERFORM 2200-FIND-TXN-SLOT THRU 2200-FIND-TXN-SLOT-EXIT
021800     ADD 1 TO WS-TX-TASKS(WS-TX-SLOT)
021900     MOVE TA-START-TS(9:2) TO WS-HOUR-IDX
022000     IF WS-HOUR-IDX < 24
022100        ADD 1 TO WS-TX-HOUR-TASKS(WS-TX-SLOT, WS-HOUR-IDX + 1)
022200     END-IF
022300     EVALUATE TRUE
022400        WHEN TA-NOT-FOUND
022500           ADD 1 TO WS-TX-NOT-FOUND(WS-TX-SLOT)
022600        WHEN TA-EDIT-ERROR
022700           ADD 1 TO WS-TX-EDIT-ERROR(WS-TX-SLOT)
022800        WHEN TA-UNAVAILABLE
022900           ADD 1 TO WS-TX-UNAVAILABLE(WS-TX-SLOT)
023000        WHEN TA-ABENDED
023100           ADD 1 TO WS-TX-ABENDED(WS-TX-SLOT)
023200           ADD 1 TO WS-ABEND-TOTAL
023300        WHEN OTHER
023400           ADD 1 TO WS-TX-NORMAL(WS-TX-SLOT)
023500     END-EVALUATE
023600     PERFORM 2300-TIME-ONE-TASK THRU 2300-TIME-ONE-TASK-EXIT.
023700 2100-TAKE-ONE-TASK-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------
024000* 2200-FIND-TXN-SLOT - EXISTING ENTRY, ELSE A NEW ONE, ELSE
024100*          THE OVERFLOW SLOT
024200*--------------------------------------------------------------
024300 2200-FIND-TXN-SLOT.
024400     MOVE ZERO TO WS-TX-SLOT
024500     PERFORM 2210-MATCH-ONE-TXN THRU 2210-MATCH-ONE-TXN-EXIT
024600        VARYING WS-TX-IDX FROM 1 BY 1
024700        UNTIL WS-TX-IDX > WS-TX-COUNT
024800           OR WS-TX-SLOT > ZERO
024900     IF WS-TX-SLOT > ZERO
025000        GO TO 2200-FIND-TXN-SLOT-EXIT
025100     END-IF
025200     IF WS-TX-COUNT < WS-TX-MAX - 1
025300        ADD 1 TO WS-TX-COUNT
025400        MOVE WS-TX-COUNT TO WS-TX-SLOT
025500        MOVE TA-TRANSID TO WS-TX-ID(WS-TX-SLOT)
025600        GO TO 2200-FIND-TXN-SLOT-EXIT
025700     END-IF
025800     MOVE WS-TX-MAX TO WS-TX-SLOT
025900     MOVE WS-TX-MAX TO WS-TX-COUNT
026000     MOVE "OTHR" TO WS-TX-ID(WS-TX-SLOT).
026100 2200-FIND-TXN-SLOT-EXIT.
026200     EXIT.
026300 2210-MATCH-ONE-TXN.
026400     IF WS-TX-ID(WS-TX-IDX) = TA-TRANSID
026500        MOVE WS-TX-IDX TO WS-TX-SLOT
026600     END-IF.
026700 2210-MATCH-ONE-TXN-EXIT.
026800     EXIT.
026900*--------------------------------------------------------------
027000* 2300-TIME-ONE-TASK - END MINUS START IN HUNDREDTHS, ACROSS
027100*          MIDNIGHT WHEN THE DATES DIFFER
027200*--------------------------------------------------------------
027300 2300-TIME-ONE-TASK.
027400     MOVE TA-START-TS TO WS-TS-WORK
027500     PERFORM 2310-TS-TO-HUNDREDTHS THRU 2310-TS-TO-HUNDREDTHS-EXIT
027600     IF NOT TS-IS-VALID
027700        GO TO 2300-TIME-ONE-TASK-EXIT
027800     END-IF
027900     MOVE WS-RESP-HUND TO WS-START-HUND
028000     MOVE TA-END-TS TO WS-TS-WORK
028100     PERFORM 2310-TS-TO-HUNDREDTHS THRU 2310-TS-TO-HUNDREDTHS-EXIT
028200     IF NOT TS-IS-VALID
028300        GO TO 2300-TIME-ONE-TASK-EXIT
028400     END-IF
028500     MOVE WS-RESP-HUND TO WS-END-HUND
028600     COMPUTE WS-RESP-HUND = WS-END-HUND - WS-START-HUND
028700     IF WS-RESP-HUND < ZERO
028800        GO TO 2300-TIME-ONE-TASK-EXIT
028900     END-IF
029000     ADD 1 TO WS-TX-TIMED(WS-TX-SLOT)
029100     ADD WS-RESP-HUND TO WS-TX-RESP-TOTAL(WS-TX-SLOT)
029200     IF WS-RESP-HUND > WS-TX-RESP-MAX(WS-TX-SLOT)
029300        MOVE WS-RESP-HUND TO WS-TX-RESP-MAX(WS-TX-SLOT)
029400     END-IF.
029500 2300-TIME-ONE-TASK-EXIT.
029600     EXIT.
029700 2310-TS-TO-HUNDREDTHS.
029800     MOVE "N" TO WS-TS-VALID-SW
029900     IF WS-TS-WORK IS NOT NUMERIC
030000        GO TO 2310-TS-TO-HUNDREDTHS-EXIT
030100     END-IF
030200     IF TEST-DATE-YYYYMMDD(WS-TS-DATE) NOT = ZERO
030300        GO TO 2310-TS-TO-HUNDREDTHS-EXIT
030400     END-IF
030500     COMPUTE WS-RESP-HUND =
030600        INTEGER-OF-DATE(WS-TS-DATE) * 8640000
030700        + WS-TS-HH * 360000 + WS-TS-MI * 6000
030800        + WS-TS-SS * 100 + WS-TS-CC
030900     MOVE "Y" TO WS-TS-VALID-SW.
031000 2310-TS-TO-HUNDREDTHS-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------
031300* 3000-PRINT-HOURLY - ONE ROW PER HOUR, ONE COLUMN PER
031400*          TRANSACTION, WITH ROW AND COLUMN TOTALS
031500*--------------------------------------------------------------
031600 3000-PRINT-HOURLY.
031700     PERFORM 3100-HEAD-ONE-COLUMN THRU 3100-HEAD-ONE-COLUMN-EXIT
031800        VARYING WS-TX-IDX FROM 1 BY 1
031900        UNTIL WS-TX-IDX > WS-TX-MAX
032000     MOVE "O" TO RPT-REQUEST
032100     MOVE "TXNUSAGE" TO RPT-PROGRAM-ID
032200     MOVE "TXNUSAGE" TO RPT-REPORT-NAME
032300     MOVE SPACES TO RPT-TITLE
032400     STRING "ONLINE TRANSACTION USAGE FOR " DELIMITED BY SIZE
032500        WS-REPORT-DATE DELIMITED BY SIZE
032600        INTO RPT-TITLE
032700     END-STRING
032800     MOVE WS-HOUR-HEAD TO RPT-COL-HEADING
032900     MOVE 60 TO RPT-LINES-PER-PAGE
033000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033100     MOVE "TASKS STARTED BY HOUR" TO WS-RPT-DETAIL
033200     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
033300     PERFORM 3200-PRINT-ONE-HOUR THRU 3200-PRINT-ONE-HOUR-EXIT
033400        VARYING WS-HOUR-IDX FROM 1 BY 1
033500        UNTIL WS-HOUR-IDX > 24
033600     MOVE SPACES TO WS-HOUR-LINE
033700     MOVE "ALL" TO HL-HOUR
033800     MOVE ZERO TO WS-GRAND-TOTAL
033900     PERFORM 3300-TOTAL-ONE-COLUMN THRU 3300-TOTAL-ONE-COLUMN-EXIT
034000        VARYING WS-TX-IDX FROM 1 BY 1
034100        UNTIL WS-TX-IDX > WS-TX-COUNT
034200     MOVE WS-GRAND-TOTAL TO HL-TOTAL
034300     MOVE WS-HOUR-LINE TO WS-RPT-DETAIL
034400     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
034500 3000-PRINT-HOURLY-EXIT.
034600     EXIT.
034700 3100-HEAD-ONE-COLUMN.
034800     IF WS-TX-IDX > WS-TX-COUNT
034900        MOVE SPACES TO HH-TXN(WS-TX-IDX)
035000     ELSE
035100        MOVE WS-TX-ID(WS-TX-IDX) TO HH-TXN(WS-TX-IDX)
035200     END-IF.
035300 3100-HEAD-ONE-COLUMN-EXIT.
035400     EXIT.
035500 3200-PRINT-ONE-HOUR.
035600     MOVE SPACES TO WS-HOUR-LINE
035700     MOVE ZERO TO WS-HOUR-TOTAL
035800     COMPUTE WS-HOUR-NO = WS-HOUR-IDX - 1
035900     MOVE WS-HOUR-NO TO HL-HOUR(1:2)
036000     MOVE "00" TO HL-HOUR(3:2)
036100     PERFORM 3210-COUNT-ONE-CELL THRU 3210-COUNT-ONE-CELL-EXIT
036200        VARYING WS-TX-IDX FROM 1 BY 1
036300        UNTIL WS-TX-IDX > WS-TX-COUNT
036400     MOVE WS-HOUR-TOTAL TO HL-TOTAL
036500     MOVE WS-HOUR-LINE TO WS-RPT-DETAIL
036600     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
036700 3200-PRINT-ONE-HOUR-EXIT.
036800     EXIT.
036900 3210-COUNT-ONE-CELL.
037000     MOVE WS-TX-HOUR-TASKS(WS-TX-IDX, WS-HOUR-IDX)
037100        TO HL-COUNT(WS-TX-IDX)
037200     ADD WS-TX-HOUR-TASKS(WS-TX-IDX, WS-HOUR-IDX)
037300        TO WS-HOUR-TOTAL.
037400 3210-COUNT-ONE-CELL-EXIT.
037500     EXIT.
037600 3300-TOTAL-ONE-COLUMN.
037700     MOVE WS-TX-TASKS(WS-TX-IDX) TO HL-COUNT(WS-TX-IDX)
037800     ADD WS-TX-TASKS(WS-TX-IDX) TO WS-GRAND-TOTAL.
037900 3300-TOTAL-ONE-COLUMN-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------
038200* 4000-PRINT-TXN-SUMMARY - RESPONSE TIME AND OUTCOMES PER
038300*          TRANSACTION
038400*--------------------------------------------------------------
038500 4000-PRINT-TXN-SUMMARY.
038600     MOVE SPACES TO WS-RPT-DETAIL
038700     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
038800     MOVE "RESPONSE (SECONDS) AND OUTCOMES BY TRANSACTION"
038900        TO WS-RPT-DETAIL
039000     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
039100     MOVE SPACES TO WS-RPT-DETAIL
039200     STRING "TRAN    TASKS  AVG-RESP  MAX-RESP" DELIMITED BY SIZE
039300        "   NORMAL NOT-FND EDIT-ER UNAVAIL" DELIMITED BY SIZE
039400        "  ABENDS  ERR-PCT" DELIMITED BY SIZE
039500        INTO WS-RPT-DETAIL
039600     END-STRING
039700     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT
039800     PERFORM 4100-PRINT-ONE-TXN THRU 4100-PRINT-ONE-TXN-EXIT
039900        VARYING WS-TX-IDX FROM 1 BY 1
040000        UNTIL WS-TX-IDX > WS-TX-COUNT.
040100 4000-PRINT-TXN-SUMMARY-EXIT.
040200     EXIT.
040300 4100-PRINT-ONE-TXN.
040400     MOVE ZERO TO WS-AVG-SECS WS-MAX-SECS WS-ERROR-PCT
040500     IF WS-TX-TIMED(WS-TX-IDX) > ZERO
040600        COMPUTE WS-AVG-SECS ROUNDED =
040700           WS-TX-RESP-TOTAL(WS-TX-IDX)
040800           / WS-TX-TIMED(WS-TX-IDX) / 100
040900        COMPUTE WS-MAX-SECS = WS-TX-RESP-MAX(WS-TX-IDX) / 100
041000     END-IF
041100     COMPUTE WS-ERROR-TASKS = WS-TX-EDIT-ERROR(WS-TX-IDX)
041200        + WS-TX-UNAVAILABLE(WS-TX-IDX)
041300        + WS-TX-ABENDED(WS-TX-IDX)
041400     IF WS-TX-TASKS(WS-TX-IDX) > ZERO
041500        COMPUTE WS-ERROR-PCT ROUNDED =
041600           WS-ERROR-TASKS * 100 / WS-TX-TASKS(WS-TX-IDX)
041700     END-IF
041800     MOVE WS-TX-ID(WS-TX-IDX) TO TL-TXN
041900     MOVE WS-TX-TASKS(WS-TX-IDX) TO TL-TASKS
042000     MOVE WS-AVG-SECS TO TL-AVG
042100     MOVE WS-MAX-SECS TO TL-MAX
042200     MOVE WS-TX-NORMAL(WS-TX-IDX) TO TL-NORMAL
042300     MOVE WS-TX-NOT-FOUND(WS-TX-IDX) TO TL-NOT-FOUND
042400     MOVE WS-TX-EDIT-ERROR(WS-TX-IDX) TO TL-EDIT-ERROR
042500     MOVE WS-TX-UNAVAILABLE(WS-TX-IDX) TO TL-UNAVAILABLE
042600     MOVE WS-TX-ABENDED(WS-TX-IDX) TO TL-ABENDED
042700     MOVE WS-ERROR-PCT TO TL-ERROR-PCT
042800     MOVE WS-TXN-LINE TO WS-RPT-DETAIL
042900     PERFORM 8000-WRITE-DETAIL THRU 8000-WRITE-DETAIL-EXIT.
043000 4100-PRINT-ONE-TXN-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------
043300* 8000-WRITE-DETAIL
043400*--------------------------------------------------------------
043500 8000-WRITE-DETAIL.
043600     MOVE "D" TO RPT-REQUEST
043700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
043800 8000-WRITE-DETAIL-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------
044100* 9000-FINISH
044200*--------------------------------------------------------------
044300 9000-FINISH.
044400     MOVE "C" TO RPT-REQUEST
044500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
044600     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
044700 9000-FINISH-EXIT.
044800     EXIT.
044900*--------------------------------------------------------------
045000* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
045100*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
045200*--------------------------------------------------------------
045300 9100-LOG-JOB-ACCT.
045400     OPEN EXTEND JOB-ACCT-FILE
045500     IF WS-JOBACCT-STATUS = "35"
045600        OPEN OUTPUT JOB-ACCT-FILE
045700        CLOSE JOB-ACCT-FILE
045800        OPEN EXTEND JOB-ACCT-FILE
045900     END-IF
046000     MOVE "TXNUSAGE" TO JA-PROGRAM-NAME
046100     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
046200     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
046300     MOVE "COMPLETED" TO JA-RETURN-STATUS
046400     MOVE WS-ROWS-TAKEN TO JA-RECORD-COUNT
046500     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
046600     CLOSE JOB-ACCT-FILE.
046700 9100-LOG-JOB-ACCT-EXIT.
046800     EXIT.
