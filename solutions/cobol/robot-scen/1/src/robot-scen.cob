000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROBOT-SCEN.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. WAREHOUSE FLOOR CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. FLEET SIZING SCENARIO RUNNER.
001100*                 EACH RECORD ON THE SCENARIO FILE (ROBOSCN) NAMES
001200*                 A FLEET CONFIGURATION -- ROBOT COUNT, BATTMIN
001300*                 AND CHGTIME, CHARGING STATION LIST AND OBSTACLE
001400*                 MAP.
001500*                 TONIGHT'S ROBOT FEED AND TASK FILE ARE REPLAYED
001600*                 THROUGH ROBOT-SIMULATOR ONCE PER SCENARIO, EACH
001700*                 IN ITS OWN WORK DIRECTORY (SCNRUN.<NAME>) SO THE
001800*                 RUN WRITES ITS OWN SCRATCH ROBOTEND, STKMOVE AND
001900*                 SUMMARIES AND NEVER SEES THE LIVE ROBOTEND,
002000*                 STKMOVE OR ROBOT MASTER (ROBOTMST). THE SHIFT
002100*                 SUMMARY OF EVERY RUN IS COLLECTED INTO ONE
002200*                 SIDE-BY-SIDE COMPARISON REPORT (SCNCMP).
002210* 2026-10-15 RLM  THE SCENARIO RUNCTL'S RESUME LINE WAS WRITTEN
002220*                 AS "ROBOT RESUME= N", WHICH RUNPARM READ AS A
002230*                 BLANK VALUE; IT IS NOW "ROBOT RESUME=N".
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SCENARIO-FILE ASSIGN TO "ROBOSCN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-ROBOSCN-STATUS.
003300     SELECT ROBOT-FILE ASSIGN TO "ROBOTIN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ROBOTIN-STATUS.
003600     SELECT RUN-CTL-FILE ASSIGN TO "RUNCTL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RUNCTL-STATUS.
003900     SELECT COPY-IN-FILE ASSIGN USING WS-COPY-IN-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-COPY-IN-STATUS.
004200     SELECT COPY-OUT-FILE ASSIGN USING WS-COPY-OUT-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-COPY-OUT-STATUS.
004500     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-JOBACCT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  SCENARIO-FILE
005100     RECORDING MODE IS F.
005200 01  SCENARIO-RECORD.
005300     05 SC-NAME                PIC X(08).
005400     05 FILLER                 PIC X(01).
005500     05 SC-ROBOTS              PIC X(02).
005600     05 FILLER                 PIC X(01).
005700     05 SC-BATT-MIN            PIC X(03).
005800     05 FILLER                 PIC X(01).
005900     05 SC-CHG-TIME            PIC X(03).
006000     05 FILLER                 PIC X(01).
006100     05 SC-CHG-FILE            PIC X(20).
006200     05 FILLER                 PIC X(01).
006300     05 SC-OBST-FILE           PIC X(20).
006400 FD  ROBOT-FILE
006500     RECORDING MODE IS F.
006600 01  ROBOT-IN-RECORD.
006700     05 RI-ROBOT-ID            PIC X(05).
006800     05 RI-START-X             PIC S9(03).
006900     05 RI-START-Y             PIC S9(03).
007000     05 RI-START-DIR           PIC X(05).
007100     05 RI-INSTRUCTIONS        PIC X(60).
007200 FD  RUN-CTL-FILE
007300     RECORDING MODE IS F.
007400 01  RUN-CTL-RECORD            PIC X(50).
007500 FD  COPY-IN-FILE
007600     RECORDING MODE IS F.
007700 01  COPY-IN-RECORD            PIC X(200).
007800 FD  COPY-OUT-FILE
007900     RECORDING MODE IS F.
008000 01  COPY-OUT-RECORD           PIC X(200).
008100 FD  JOB-ACCT-FILE
008200     RECORDING MODE IS F.
008300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008400 WORKING-STORAGE SECTION.
008500*--------------------------------------------------------------
008600* FILE STATUS AND RUN CONTROLS
008700*--------------------------------------------------------------
008800 77  WS-ROBOSCN-STATUS         PIC XX.
008900 77  WS-ROBOTIN-STATUS         PIC XX.
009000 77  WS-RUNCTL-STATUS          PIC XX.
009100 77  WS-COPY-IN-STATUS         PIC XX.
009200 77  WS-COPY-OUT-STATUS        PIC XX.
009300 77  WS-JOBACCT-STATUS         PIC XX.
009400 77  WS-EOF-SW                 PIC X VALUE "N".
009500     88 END-OF-SCENARIOS       VALUE "Y".
009600 77  WS-COPY-EOF-SW            PIC X VALUE "N".
009700     88 END-OF-COPY            VALUE "Y".
009800 77  WS-FEED-EOF-SW            PIC X VALUE "N".
009900     88 END-OF-FEED            VALUE "Y".
010000 77  WS-REJECTED-SW            PIC X VALUE "N".
010100     88 SCENARIO-REJECTED      VALUE "Y".
010200 77  WS-JA-START-TIMESTAMP     PIC X(14).
010300 77  WS-DROP-X                 PIC S999 VALUE ZERO.
010400 77  WS-DROP-Y                 PIC S999 VALUE ZERO.
010500 77  WS-SCAN-IDX               PIC 9(02) BINARY.
010600 77  WS-SCAN-CHAR              PIC X(01).
010700 77  WS-COPY-IN-NAME           PIC X(40).
010800 77  WS-COPY-OUT-NAME          PIC X(40).
010900 77  WS-COPY-BASE-NAME         PIC X(20).
011000 77  WS-SCN-DIR                PIC X(20).
011100 77  WS-SCN-CHG-FILE           PIC X(20).
011200 77  WS-SCN-OBST-FILE          PIC X(20).
011300 77  WS-SCN-COMMAND            PIC X(200).
011400 77  WS-SCN-STATUS             PIC X(12).
011500 77  WS-SCN-RC                 PIC 9(05) BINARY.
011600 77  WS-SCN-RC-Q               PIC 9(05) BINARY.
011700 77  WS-SCN-RC-R               PIC 9(05) BINARY.
011800 77  WS-HIGHEST-RC             PIC 9(03) BINARY VALUE ZERO.
011900 COPY JOBACCT.
012000 COPY RPTWRITE.
012100 COPY RUNPARM.
012200 01  WS-RPT-DETAIL             PIC X(100).
012300*--------------------------------------------------------------
012400* SCENARIO FEED AND RESULTS - RESET FOR EACH SCENARIO
012500*--------------------------------------------------------------
012600 01  WS-SCN-RESULTS.
012700     05 WS-SCN-ROBOTS-WANTED   PIC 9(02).
012800     05 WS-SCN-ROBOTS          PIC 9(03) BINARY.
012900     05 WS-SCN-ADDED           PIC 9(02).
013000     05 WS-SCN-COMPLETED       PIC 9(05) BINARY.
013100     05 WS-SCN-ABANDONED       PIC 9(05) BINARY.
013200     05 WS-SCN-REASSIGNED      PIC 9(05) BINARY.
013300     05 WS-SCN-LEFT-QUEUED     PIC 9(05) BINARY.
013400     05 WS-SCN-STALLED         PIC 9(05) BINARY.
013500     05 WS-SCN-DOWNTIME        PIC 9(07) BINARY.
013600     05 WS-SCN-UNITS           PIC 9(09) BINARY.
013700     05 WS-SCN-SUMMARY-SW      PIC X(01).
013800        88 SCN-SUMMARY-FOUND   VALUE "Y".
013900 01  WS-ADDED-ROBOT-ID.
014000     05 FILLER                 PIC X(03) VALUE "SCN".
014100     05 AR-SEQ                 PIC 9(02).
014200 01  WS-OVERRIDE-LINE.
014300     05 FILLER                 PIC X(06) VALUE "ROBOT ".
014400     05 OV-KEYWORD             PIC X(08).
014500     05 OV-VALUE               PIC X(03).
014600*--------------------------------------------------------------
014700* RUN TOTALS
014800*--------------------------------------------------------------
014900 77  WS-SCENARIOS-READ         PIC 9(05) BINARY VALUE ZERO.
015000 77  WS-SCENARIOS-RUN          PIC 9(05) BINARY VALUE ZERO.
015100 77  WS-SCENARIOS-REJECTED     PIC 9(05) BINARY VALUE ZERO.
015200 77  WS-SCENARIOS-FAILED       PIC 9(05) BINARY VALUE ZERO.
015300*--------------------------------------------------------------
015400* REPORT LINES
015500*--------------------------------------------------------------
015600 01  WS-CMP-LINE.
015700     05 CL-NAME                PIC X(08).
015800     05 FILLER                 PIC X(02) VALUE SPACES.
015900     05 CL-ROBOTS              PIC ZZ9.
016000     05 FILLER                 PIC X(02) VALUE SPACES.
016100     05 CL-BATT-MIN            PIC X(03).
016200     05 FILLER                 PIC X(02) VALUE SPACES.
016300     05 CL-CHG-TIME            PIC X(03).
016400     05 FILLER                 PIC X(02) VALUE SPACES.
016500     05 CL-COMPLETED           PIC ZZZ9.
016600     05 FILLER                 PIC X(02) VALUE SPACES.
016700     05 CL-REASSIGNED          PIC ZZZ9.
016800     05 FILLER                 PIC X(02) VALUE SPACES.
016900     05 CL-ABANDONED           PIC ZZZ9.
017000     05 FILLER                 PIC X(02) VALUE SPACES.
017100     05 CL-LEFT-QUEUED         PIC ZZZ9.
017200     05 FILLER                 PIC X(02) VALUE SPACES.
017300     05 CL-STALLED             PIC ZZ9.
017400     05 FILLER                 PIC X(02) VALUE SPACES.
017500     05 CL-DOWNTIME            PIC ZZZZZ9.
017600     05 FILLER                 PIC X(02) VALUE SPACES.
017700     05 CL-UNITS               PIC ZZZZZZ9.
017800     05 FILLER                 PIC X(02) VALUE SPACES.
017900     05 CL-RC                  PIC ZZ9.
018000     05 FILLER                 PIC X(02) VALUE SPACES.
018100     05 CL-STATUS              PIC X(12).
018200 01  WS-FILES-LINE.
018300     05 FILLER                 PIC X(10) VALUE SPACES.
018400     05 FILLER                 PIC X(09) VALUE "CHARGERS ".
018500     05 FL-CHG-FILE            PIC X(20).
018600     05 FILLER                 PIC X(11) VALUE " OBSTACLES ".
018700     05 FL-OBST-FILE           PIC X(20).
018800 01  WS-TOTAL-LINE.
018900     05 TT-LABEL               PIC X(24).
019000     05 TT-COUNT               PIC ZZZZZZZZ9.
019100 PROCEDURE DIVISION.
019200*--------------------------------------------------------------
019300* 0000-MAINLINE
019400*--------------------------------------------------------------
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019700     PERFORM 2000-RUN-SCENARIO THRU 2000-RUN-SCENARIO-EXIT
019800        UNTIL END-OF-SCENARIOS
019900     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
020000     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
020100*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN A SCENARIO WAS
020200*    REJECTED OR ITS SIMULATOR RUN DID NOT END CLEAN.
020300     IF WS-SCENARIOS-REJECTED > ZERO
020400        OR WS-SCENARIOS-FAILED > ZERO
020500        MOVE 4 TO RETURN-CODE
020600     END-IF
020700     STOP RUN.
020800*--------------------------------------------------------------
020900* 1000-INITIALIZE - THE LIVE DROP CELL IS WHERE ANY ROBOTS A
021000*          SCENARIO ADDS TO THE FEED START THE SHIFT
021100*--------------------------------------------------------------
021200 1000-INITIALIZE.
021300     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
021400     MOVE "ROBOT" TO RP-PROGRAM-ID
021500     MOVE "DROPX" TO RP-KEYWORD
021600     MOVE SPACES TO RP-DEFAULT
021700     CALL "RUNPARM" USING RUN-PARM-CONTROL
021800     IF RP-VALUE-FOUND
021900        IF RP-VALUE(1:1) = "-" AND RP-VALUE(2:3) IS NUMERIC
022000           MOVE RP-VALUE(2:3) TO WS-DROP-X
022100           COMPUTE WS-DROP-X = 0 - WS-DROP-X
022200        ELSE
022300           IF RP-VALUE(1:3) IS NUMERIC
022400              MOVE RP-VALUE(1:3) TO WS-DROP-X
022500           END-IF
022600        END-IF
022700     END-IF
022800     MOVE "DROPY" TO RP-KEYWORD
022900     CALL "RUNPARM" USING RUN-PARM-CONTROL
023000     IF RP-VALUE-FOUND
023100        IF RP-VALUE(1:1) = "-" AND RP-VALUE(2:3) IS NUMERIC
023200           MOVE RP-VALUE(2:3) TO WS-DROP-Y
023300           COMPUTE WS-DROP-Y = 0 - WS-DROP-Y
023400        ELSE
023500           IF RP-VALUE(1:3) IS NUMERIC
023600              MOVE RP-VALUE(1:3) TO WS-DROP-Y
023700           END-IF
023800        END-IF
023900     END-IF
024000     OPEN INPUT SCENARIO-FILE
024100     IF WS-ROBOSCN-STATUS NOT = "00"
024200        SET END-OF-SCENARIOS TO TRUE
024300     END-IF
024400     MOVE "O" TO RPT-REQUEST
024500     MOVE "ROBOSCEN" TO RPT-PROGRAM-ID
024600     MOVE "SCNCMP" TO RPT-REPORT-NAME
024700     MOVE "FLEET SIZING SCENARIO COMPARISON" TO RPT-TITLE
024800     MOVE SPACES TO RPT-COL-HEADING
024900     STRING "SCENARIO  RBT  BAT  CHG  DONE  REAS  ABND  LEFT"
025000        DELIMITED BY SIZE
025100        "  STL  DOWNTM    UNITS   RC  STATUS" DELIMITED BY SIZE
025200        INTO RPT-COL-HEADING
025300     END-STRING
025400     MOVE 60 TO RPT-LINES-PER-PAGE
025500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
025600     MOVE "D" TO RPT-REQUEST.
025700 1000-INITIALIZE-EXIT.
025800     EXIT.
025900*--------------------------------------------------------------
026000* 2000-RUN-SCENARIO - BUILD ONE SCENARIO'S WORK DIRECTORY, RUN
026100*          THE SIMULATOR IN IT AND REPORT WHAT IT LEFT BEHIND
026200*--------------------------------------------------------------
026300 2000-RUN-SCENARIO.
026400     READ SCENARIO-FILE
026500        AT END
026600           SET END-OF-SCENARIOS TO TRUE
026700           GO TO 2000-RUN-SCENARIO-EXIT
026800     END-READ
026900     IF SCENARIO-RECORD = SPACES
027000        OR SCENARIO-RECORD(1:1) = "*"
027100        GO TO 2000-RUN-SCENARIO-EXIT
027200     END-IF
027300     ADD 1 TO WS-SCENARIOS-READ
027400     INITIALIZE WS-SCN-RESULTS
027500     MOVE SPACES TO WS-SCN-STATUS
027600     MOVE ZERO TO WS-SCN-RC
027700     PERFORM 2100-VALIDATE-SCENARIO
027800        THRU 2100-VALIDATE-SCENARIO-EXIT
027900     IF SCENARIO-REJECTED
028000        ADD 1 TO WS-SCENARIOS-REJECTED
028100        GO TO 2000-RUN-SCENARIO-REPORT
028200     END-IF
028300     PERFORM 2200-PREPARE-DIRECTORY
028400        THRU 2200-PREPARE-DIRECTORY-EXIT
028500     IF WS-SCN-STATUS NOT = SPACES
028600        ADD 1 TO WS-SCENARIOS-FAILED
028700        GO TO 2000-RUN-SCENARIO-REPORT
028800     END-IF
028900     PERFORM 2300-WRITE-FEED THRU 2300-WRITE-FEED-EXIT
029000     PERFORM 2400-WRITE-RUN-CONTROLS
029100        THRU 2400-WRITE-RUN-CONTROLS-EXIT
029200     PERFORM 2500-RUN-SIMULATOR THRU 2500-RUN-SIMULATOR-EXIT
029300     ADD 1 TO WS-SCENARIOS-RUN
029400     PERFORM 2600-READ-SUMMARY THRU 2600-READ-SUMMARY-EXIT
029500     PERFORM 2700-READ-STALLS THRU 2700-READ-STALLS-EXIT
029600     IF WS-SCN-RC > ZERO OR NOT SCN-SUMMARY-FOUND
029700        ADD 1 TO WS-SCENARIOS-FAILED
029800     END-IF.
029900 2000-RUN-SCENARIO-REPORT.
030000     PERFORM 2800-REPORT-SCENARIO THRU 2800-REPORT-SCENARIO-EXIT.
030100 2000-RUN-SCENARIO-EXIT.
030200     EXIT.
030300*--------------------------------------------------------------
030400* 2100-VALIDATE-SCENARIO - THE SCENARIO NAME AND ANY FILE NAMES
030500*          GO INTO A CALL "SYSTEM" COMMAND LINE, SO ONLY LETTERS,
030600*          DIGITS, HYPHEN, PERIOD, UNDERSCORE AND SLASH PASS. A
030700*          BLANK FILE NAME MEANS THE LIVE ROBOCHG OR OBSTMAP.
030800*--------------------------------------------------------------
030900 2100-VALIDATE-SCENARIO.
031000     MOVE "N" TO WS-REJECTED-SW
031100     IF SC-NAME = SPACES
031200        OR (SC-ROBOTS NOT = SPACES AND SC-ROBOTS IS NOT NUMERIC)
031300        OR (SC-BATT-MIN NOT = SPACES
031400            AND SC-BATT-MIN IS NOT NUMERIC)
031500        OR (SC-CHG-TIME NOT = SPACES
031600            AND SC-CHG-TIME IS NOT NUMERIC)
031700        SET SCENARIO-REJECTED TO TRUE
031800     END-IF
031900     PERFORM 2110-CHECK-NAME-CHAR THRU 2110-CHECK-NAME-CHAR-EXIT
032000        VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > 8
032100     PERFORM 2120-CHECK-FILE-CHARS THRU 2120-CHECK-FILE-CHARS-EXIT
032200        VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL WS-SCAN-IDX > 20
032300     IF SCENARIO-REJECTED
032400        MOVE "REJECTED" TO WS-SCN-STATUS
032500        GO TO 2100-VALIDATE-SCENARIO-EXIT
032600     END-IF
032700*    THE SIMULATOR'S FLEET TABLE HOLDS 50 ROBOTS
032800     IF SC-ROBOTS IS NUMERIC
032900        MOVE SC-ROBOTS TO WS-SCN-ROBOTS-WANTED
033000        IF WS-SCN-ROBOTS-WANTED > 50
033100           SET SCENARIO-REJECTED TO TRUE
033200           MOVE "REJECTED" TO WS-SCN-STATUS
033300           GO TO 2100-VALIDATE-SCENARIO-EXIT
033400        END-IF
033500     END-IF
033600     MOVE "ROBOCHG" TO WS-SCN-CHG-FILE
033700     IF SC-CHG-FILE NOT = SPACES
033800        MOVE SC-CHG-FILE TO WS-SCN-CHG-FILE
033900     END-IF
034000     MOVE "OBSTMAP" TO WS-SCN-OBST-FILE
034100     IF SC-OBST-FILE NOT = SPACES
034200        MOVE SC-OBST-FILE TO WS-SCN-OBST-FILE
034300     END-IF
034400     MOVE SPACES TO WS-SCN-DIR
034500     STRING "SCNRUN." DELIMITED BY SIZE
034600            FUNCTION TRIM(SC-NAME) DELIMITED BY SIZE
034700        INTO WS-SCN-DIR
034800     END-STRING.
034900 2100-VALIDATE-SCENARIO-EXIT.
035000     EXIT.
035100 2110-CHECK-NAME-CHAR.
035200     MOVE SC-NAME(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
035300     IF WS-SCAN-CHAR NOT = SPACE
035400        AND WS-SCAN-CHAR IS NOT ALPHABETIC
035500        AND WS-SCAN-CHAR IS NOT NUMERIC
035600        AND WS-SCAN-CHAR NOT = "-"
035700        SET SCENARIO-REJECTED TO TRUE
035800     END-IF
035900*    A NAME WITH AN EMBEDDED BLANK WOULD SPLIT THE DIRECTORY NAME
036000     IF WS-SCAN-IDX > 1
036100        AND WS-SCAN-CHAR NOT = SPACE
036200        AND SC-NAME(WS-SCAN-IDX - 1:1) = SPACE
036300        SET SCENARIO-REJECTED TO TRUE
036400     END-IF.
036500 2110-CHECK-NAME-CHAR-EXIT.
036600     EXIT.
036700 2120-CHECK-FILE-CHARS.
036800     MOVE SC-CHG-FILE(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
036900     PERFORM 2130-CHECK-ONE-CHAR THRU 2130-CHECK-ONE-CHAR-EXIT
037000     MOVE SC-OBST-FILE(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
037100     PERFORM 2130-CHECK-ONE-CHAR THRU 2130-CHECK-ONE-CHAR-EXIT.
037200 2120-CHECK-FILE-CHARS-EXIT.
037300     EXIT.
037400 2130-CHECK-ONE-CHAR.
037500     IF WS-SCAN-CHAR NOT = SPACE
037600        AND WS-SCAN-CHAR IS NOT ALPHABETIC
037700        AND WS-SCAN-CHAR IS NOT NUMERIC
037800        AND WS-SCAN-CHAR NOT = "-"
037900        AND WS-SCAN-CHAR NOT = "."
038000        AND WS-SCAN-CHAR NOT = "_"
038100        AND WS-SCAN-CHAR NOT = "/"
038200        SET SCENARIO-REJECTED TO TRUE
038300     END-IF.
038400 2130-CHECK-ONE-CHAR-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------
038700* 2200-PREPARE-DIRECTORY - A FRESH, EMPTY WORK DIRECTORY SO NO
038800*          SCRATCH ROBOTEND OR STKMOVE SURVIVES FROM AN EARLIER
038900*          RUN, THEN THE TASK FILE, GRID, CHARGERS AND OBSTACLES
039000*          THE SCENARIO CALLS FOR. A NAMED CHARGER OR OBSTACLE
039100*          FILE THAT IS NOT THERE FAILS THE SCENARIO; THE LIVE
039200*          FILES ARE OPTIONAL, JUST AS THEY ARE TO THE SIMULATOR.
039300*--------------------------------------------------------------
039400 2200-PREPARE-DIRECTORY.
039500     MOVE SPACES TO WS-SCN-COMMAND
039600     STRING "mkdir -p " DELIMITED BY SIZE
039700            FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
039800            " && rm -f " DELIMITED BY SIZE
039900            FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
040000            "/*" DELIMITED BY SIZE
040100        INTO WS-SCN-COMMAND
040200     END-STRING
040300     CALL "SYSTEM" USING WS-SCN-COMMAND
040400     IF RETURN-CODE NOT = ZERO
040500        MOVE "SETUP FAILED" TO WS-SCN-STATUS
040600        GO TO 2200-PREPARE-DIRECTORY-EXIT
040700     END-IF
040800     MOVE "ROBOTASK" TO WS-COPY-IN-NAME
040900     MOVE "ROBOTASK" TO WS-COPY-OUT-NAME
041000     PERFORM 2250-COPY-FILE THRU 2250-COPY-FILE-EXIT
041100     MOVE "ROBOGRID" TO WS-COPY-IN-NAME
041200     MOVE "ROBOGRID" TO WS-COPY-OUT-NAME
041300     PERFORM 2250-COPY-FILE THRU 2250-COPY-FILE-EXIT
041400     MOVE WS-SCN-CHG-FILE TO WS-COPY-IN-NAME
041500     MOVE "ROBOCHG" TO WS-COPY-OUT-NAME
041600     PERFORM 2250-COPY-FILE THRU 2250-COPY-FILE-EXIT
041700     IF WS-COPY-IN-STATUS NOT = "00" AND SC-CHG-FILE NOT = SPACES
041800        MOVE "NO CHG FILE" TO WS-SCN-STATUS
041900        GO TO 2200-PREPARE-DIRECTORY-EXIT
042000     END-IF
042100     MOVE WS-SCN-OBST-FILE TO WS-COPY-IN-NAME
042200     MOVE "OBSTMAP" TO WS-COPY-OUT-NAME
042300     PERFORM 2250-COPY-FILE THRU 2250-COPY-FILE-EXIT
042400     IF WS-COPY-IN-STATUS NOT = "00" AND SC-OBST-FILE NOT = SPACES
042500        MOVE "NO OBST FILE" TO WS-SCN-STATUS
042600     END-IF.
042700 2200-PREPARE-DIRECTORY-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------
043000* 2250-COPY-FILE - COPY ONE LINE-SEQUENTIAL FILE INTO THE WORK
043100*          DIRECTORY UNDER THE NAME THE SIMULATOR OPENS; NOTHING
043200*          IS WRITTEN WHEN THE SOURCE IS NOT THERE
043300*--------------------------------------------------------------
043400 2250-COPY-FILE.
043500     OPEN INPUT COPY-IN-FILE
043600     IF WS-COPY-IN-STATUS NOT = "00"
043700        GO TO 2250-COPY-FILE-EXIT
043800     END-IF
043900     MOVE WS-COPY-OUT-NAME TO WS-COPY-BASE-NAME
044000     MOVE SPACES TO WS-COPY-OUT-NAME
044100     STRING FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
044200            "/" DELIMITED BY SIZE
044300            FUNCTION TRIM(WS-COPY-BASE-NAME) DELIMITED BY SIZE
044400        INTO WS-COPY-OUT-NAME
044500     END-STRING
044600     OPEN OUTPUT COPY-OUT-FILE
044700     MOVE "N" TO WS-COPY-EOF-SW
044800     PERFORM 2260-COPY-ONE-RECORD THRU 2260-COPY-ONE-RECORD-EXIT
044900        UNTIL END-OF-COPY
045000     CLOSE COPY-IN-FILE
045100     CLOSE COPY-OUT-FILE.
045200 2250-COPY-FILE-EXIT.
045300     EXIT.
045400 2260-COPY-ONE-RECORD.
045500     MOVE SPACES TO COPY-IN-RECORD
045600     READ COPY-IN-FILE
045700        AT END
045800           SET END-OF-COPY TO TRUE
045900           GO TO 2260-COPY-ONE-RECORD-EXIT
046000     END-READ
046100     WRITE COPY-OUT-RECORD FROM COPY-IN-RECORD.
046200 2260-COPY-ONE-RECORD-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------
046500* 2300-WRITE-FEED - TONIGHT'S ROBOT FEED CUT OR PADDED TO THE
046600*          SCENARIO'S ROBOT COUNT. HEADER AND TRAILER RECORDS ARE
046700*          DROPPED, SINCE THE CUT FEED NO LONGER MATCHES THEM; A
046800*          BLANK COUNT KEEPS EVERY ROBOT. ADDED ROBOTS (SCN01 ON)
046900*          START AT THE DROP CELL FACING NORTH WITH NO ROUTE OF
047000*          THEIR OWN, SO THEY WORK ONLY WHAT THE DISPATCHER HANDS
047100*          THEM.
047200*--------------------------------------------------------------
047300 2300-WRITE-FEED.
047400     MOVE SPACES TO WS-COPY-OUT-NAME
047500     STRING FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
047600            "/ROBOTIN" DELIMITED BY SIZE
047700        INTO WS-COPY-OUT-NAME
047800     END-STRING
047900     OPEN OUTPUT COPY-OUT-FILE
048000     MOVE "N" TO WS-FEED-EOF-SW
048100     OPEN INPUT ROBOT-FILE
048200     IF WS-ROBOTIN-STATUS NOT = "00"
048300        SET END-OF-FEED TO TRUE
048400     END-IF
048500     PERFORM 2310-COPY-ONE-ROBOT THRU 2310-COPY-ONE-ROBOT-EXIT
048600        UNTIL END-OF-FEED
048700     IF WS-ROBOTIN-STATUS = "00" OR WS-ROBOTIN-STATUS = "10"
048800        CLOSE ROBOT-FILE
048900     END-IF
049000     PERFORM 2320-ADD-ONE-ROBOT THRU 2320-ADD-ONE-ROBOT-EXIT
049100        UNTIL WS-SCN-ROBOTS-WANTED = ZERO
049200           OR WS-SCN-ROBOTS >= WS-SCN-ROBOTS-WANTED
049300     CLOSE COPY-OUT-FILE.
049400 2300-WRITE-FEED-EXIT.
049500     EXIT.
049600 2310-COPY-ONE-ROBOT.
049700     READ ROBOT-FILE
049800        AT END
049900           SET END-OF-FEED TO TRUE
050000           GO TO 2310-COPY-ONE-ROBOT-EXIT
050100     END-READ
050200     IF ROBOT-IN-RECORD(1:3) = "HDR"
050300        OR ROBOT-IN-RECORD(1:3) = "TRL"
050400        GO TO 2310-COPY-ONE-ROBOT-EXIT
050500     END-IF
050600     IF WS-SCN-ROBOTS-WANTED > ZERO
050700        AND WS-SCN-ROBOTS >= WS-SCN-ROBOTS-WANTED
050800        SET END-OF-FEED TO TRUE
050900        GO TO 2310-COPY-ONE-ROBOT-EXIT
051000     END-IF
051100     ADD 1 TO WS-SCN-ROBOTS
051200     WRITE COPY-OUT-RECORD FROM ROBOT-IN-RECORD.
051300 2310-COPY-ONE-ROBOT-EXIT.
051400     EXIT.
051500 2320-ADD-ONE-ROBOT.
051600     ADD 1 TO WS-SCN-ADDED
051700     ADD 1 TO WS-SCN-ROBOTS
051800     MOVE WS-SCN-ADDED TO AR-SEQ
051900     MOVE SPACES TO ROBOT-IN-RECORD
052000     MOVE WS-ADDED-ROBOT-ID TO RI-ROBOT-ID
052100     MOVE WS-DROP-X TO RI-START-X
052200     MOVE WS-DROP-Y TO RI-START-Y
052300     MOVE "north" TO RI-START-DIR
052400     WRITE COPY-OUT-RECORD FROM ROBOT-IN-RECORD.
052500 2320-ADD-ONE-ROBOT-EXIT.
052600     EXIT.
052700*--------------------------------------------------------------
052800* 2400-WRITE-RUN-CONTROLS - THE SCENARIO'S OWN RUNCTL: ITS
052900*          OVERRIDES FIRST, SINCE THE FIRST MATCHING LINE WINS,
053000*          THEN THE LIVE RUNCTL UNCHANGED. RESUME IS ALWAYS OFF SO
053100*          EVERY SCENARIO STARTS FROM THE SAME FEED.
053200*--------------------------------------------------------------
053300 2400-WRITE-RUN-CONTROLS.
053400     MOVE SPACES TO WS-COPY-OUT-NAME
053500     STRING FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
053600            "/RUNCTL" DELIMITED BY SIZE
053700        INTO WS-COPY-OUT-NAME
053800     END-STRING
053900     OPEN OUTPUT COPY-OUT-FILE
054000     MOVE "ROBOT RESUME=N" TO COPY-OUT-RECORD
054100     WRITE COPY-OUT-RECORD
054300     IF SC-BATT-MIN IS NUMERIC
054400        MOVE "BATTMIN=" TO OV-KEYWORD
054500        MOVE SC-BATT-MIN TO OV-VALUE
054600        WRITE COPY-OUT-RECORD FROM WS-OVERRIDE-LINE
054700     END-IF
054800     IF SC-CHG-TIME IS NUMERIC
054900        MOVE "CHGTIME=" TO OV-KEYWORD
055000        MOVE SC-CHG-TIME TO OV-VALUE
055100        WRITE COPY-OUT-RECORD FROM WS-OVERRIDE-LINE
055200     END-IF
055300     MOVE "N" TO WS-COPY-EOF-SW
055400     OPEN INPUT RUN-CTL-FILE
055500     IF WS-RUNCTL-STATUS NOT = "00"
055600        SET END-OF-COPY TO TRUE
055700     END-IF
055800     PERFORM 2410-COPY-ONE-CONTROL THRU 2410-COPY-ONE-CONTROL-EXIT
055900        UNTIL END-OF-COPY
056000     IF WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "10"
056100        CLOSE RUN-CTL-FILE
056200     END-IF
056300     CLOSE COPY-OUT-FILE.
056400 2400-WRITE-RUN-CONTROLS-EXIT.
056500     EXIT.
056600 2410-COPY-ONE-CONTROL.
056700     READ RUN-CTL-FILE
056800        AT END
056900           SET END-OF-COPY TO TRUE
057000           GO TO 2410-COPY-ONE-CONTROL-EXIT
057100     END-READ
057200     WRITE COPY-OUT-RECORD FROM RUN-CTL-RECORD.
057300 2410-COPY-ONE-CONTROL-EXIT.
057400     EXIT.
057500*--------------------------------------------------------------
057600* 2500-RUN-SIMULATOR - RUN THE SIMULATOR AS ITS OWN RUN UNIT
057700*          INSIDE THE WORK DIRECTORY. THE PARTS AND BIN-LOCATION
057800*          MASTERS ARE ONLY READ, SO THEY ARE POINTED AT THE LIVE
057900*          FILES; EVERYTHING THE SIMULATOR WRITES LANDS IN THE
058000*          WORK DIRECTORY AND NO ROBOT MASTER IS THERE TO READ.
058100*--------------------------------------------------------------
058200 2500-RUN-SIMULATOR.
058300     MOVE SPACES TO WS-SCN-COMMAND
058400     STRING "cd " DELIMITED BY SIZE
058500            FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
058600            " && DD_PARTSMST=../PARTSMST DD_BINLOC=../BINLOC"
058700               DELIMITED BY SIZE
058800            " ROBOT-SIMULATOR" DELIMITED BY SIZE
058900        INTO WS-SCN-COMMAND
059000     END-STRING
059100     CALL "SYSTEM" USING WS-SCN-COMMAND
059200     MOVE RETURN-CODE TO WS-SCN-RC
059300*    SYSTEM HANDS BACK THE RAW WAIT STATUS WITH THE EXIT CODE IN
059400*    THE HIGH-ORDER BYTE
059500     IF WS-SCN-RC >= 256
059600        DIVIDE WS-SCN-RC BY 256
059700           GIVING WS-SCN-RC-Q REMAINDER WS-SCN-RC-R
059800        IF WS-SCN-RC-R = ZERO
059900           MOVE WS-SCN-RC-Q TO WS-SCN-RC
060000        END-IF
060100     END-IF
060200     IF WS-SCN-RC > WS-HIGHEST-RC
060300        MOVE WS-SCN-RC TO WS-HIGHEST-RC
060400     END-IF
060500     EVALUATE TRUE
060600        WHEN WS-SCN-RC = 0
060700           MOVE "COMPLETED" TO WS-SCN-STATUS
060800        WHEN WS-SCN-RC = 127
060900           MOVE "NOT FOUND" TO WS-SCN-STATUS
061000        WHEN WS-SCN-RC < 8
061100           MOVE "WARNING" TO WS-SCN-STATUS
061200        WHEN OTHER
061300           MOVE "FAILED" TO WS-SCN-STATUS
061400     END-EVALUATE.
061500 2500-RUN-SIMULATOR-EXIT.
061600     EXIT.
061700*--------------------------------------------------------------
061800* 2600-READ-SUMMARY - PICK THE TASK TOTALS, PER-ROBOT DOWNTIME
061900*          AND PER-PART UNITS OFF THE RUN'S SHIFT SUMMARY
062000*--------------------------------------------------------------
062100 2600-READ-SUMMARY.
062200     MOVE SPACES TO WS-COPY-IN-NAME
062300     STRING FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
062400            "/ROBOSUM" DELIMITED BY SIZE
062500        INTO WS-COPY-IN-NAME
062600     END-STRING
062700     OPEN INPUT COPY-IN-FILE
062800     IF WS-COPY-IN-STATUS NOT = "00"
062900        GO TO 2600-READ-SUMMARY-EXIT
063000     END-IF
063100     SET SCN-SUMMARY-FOUND TO TRUE
063200     MOVE "N" TO WS-COPY-EOF-SW
063300     PERFORM 2610-READ-ONE-SUMMARY THRU 2610-READ-ONE-SUMMARY-EXIT
063400        UNTIL END-OF-COPY
063500     CLOSE COPY-IN-FILE.
063600 2600-READ-SUMMARY-EXIT.
063700     EXIT.
063800 2610-READ-ONE-SUMMARY.
063900     MOVE SPACES TO COPY-IN-RECORD
064000     READ COPY-IN-FILE
064100        AT END
064200           SET END-OF-COPY TO TRUE
064300           GO TO 2610-READ-ONE-SUMMARY-EXIT
064400     END-READ
064500     EVALUATE TRUE
064600        WHEN COPY-IN-RECORD(1:13) = "ROBOT  RESULT"
064700           CONTINUE
064800        WHEN COPY-IN-RECORD(1:7) = "ROUTES "
064900           CONTINUE
065000        WHEN COPY-IN-RECORD(1:16) = "TASKS COMPLETED "
065100           IF COPY-IN-RECORD(17:3) IS NUMERIC
065200              MOVE COPY-IN-RECORD(17:3) TO WS-SCN-COMPLETED
065300           END-IF
065400           IF COPY-IN-RECORD(32:3) IS NUMERIC
065500              MOVE COPY-IN-RECORD(32:3) TO WS-SCN-ABANDONED
065600           END-IF
065700           IF COPY-IN-RECORD(48:3) IS NUMERIC
065800              MOVE COPY-IN-RECORD(48:3) TO WS-SCN-REASSIGNED
065900           END-IF
066000           IF COPY-IN-RECORD(65:3) IS NUMERIC
066100              MOVE COPY-IN-RECORD(65:3) TO WS-SCN-LEFT-QUEUED
066200           END-IF
066300        WHEN COPY-IN-RECORD(16:12) = " UNITS MOVED"
066400           ADD FUNCTION NUMVAL(COPY-IN-RECORD(9:7))
066500              TO WS-SCN-UNITS
066600        WHEN OTHER
066700           IF COPY-IN-RECORD(30:5) NOT = SPACES
066800              ADD FUNCTION NUMVAL(COPY-IN-RECORD(30:5))
066900                 TO WS-SCN-DOWNTIME
067000           END-IF
067100     END-EVALUATE.
067200 2610-READ-ONE-SUMMARY-EXIT.
067300     EXIT.
067400*--------------------------------------------------------------
067500* 2700-READ-STALLS - THE STALLED COUNT FROM THE CLOSING LINE OF
067600*          THE RUN'S STALL REPORT
067700*--------------------------------------------------------------
067800 2700-READ-STALLS.
067900     MOVE SPACES TO WS-COPY-IN-NAME
068000     STRING FUNCTION TRIM(WS-SCN-DIR) DELIMITED BY SIZE
068100            "/ROBOSTAL" DELIMITED BY SIZE
068200        INTO WS-COPY-IN-NAME
068300     END-STRING
068400     OPEN INPUT COPY-IN-FILE
068500     IF WS-COPY-IN-STATUS NOT = "00"
068600        GO TO 2700-READ-STALLS-EXIT
068700     END-IF
068800     MOVE "N" TO WS-COPY-EOF-SW
068900     PERFORM 2710-READ-ONE-STALL THRU 2710-READ-ONE-STALL-EXIT
069000        UNTIL END-OF-COPY
069100     CLOSE COPY-IN-FILE.
069200 2700-READ-STALLS-EXIT.
069300     EXIT.
069400 2710-READ-ONE-STALL.
069500     MOVE SPACES TO COPY-IN-RECORD
069600     READ COPY-IN-FILE
069700        AT END
069800           SET END-OF-COPY TO TRUE
069900           GO TO 2710-READ-ONE-STALL-EXIT
070000     END-READ
070100     IF COPY-IN-RECORD(1:17) = "ROBOTS COMPLETED "
070200        AND COPY-IN-RECORD(31:3) IS NUMERIC
070300        MOVE COPY-IN-RECORD(31:3) TO WS-SCN-STALLED
070400     END-IF.
070500 2710-READ-ONE-STALL-EXIT.
070600     EXIT.
070700*--------------------------------------------------------------
070800* 2800-REPORT-SCENARIO - ONE COMPARISON ROW PLUS THE CHARGER AND
070900*          OBSTACLE FILES IT RAN WITH; A SCENARIO THAT NEVER RAN
071000*          SHOWS ONLY ITS NAME AND WHY
071100*--------------------------------------------------------------
071200 2800-REPORT-SCENARIO.
071300     MOVE SPACES TO WS-CMP-LINE
071400     MOVE SC-NAME TO CL-NAME
071500     MOVE WS-SCN-STATUS TO CL-STATUS
071600     IF WS-SCN-STATUS = "REJECTED"
071700        OR WS-SCN-STATUS = "SETUP FAILED"
071800        OR WS-SCN-STATUS = "NO CHG FILE"
071900        OR WS-SCN-STATUS = "NO OBST FILE"
072000        MOVE WS-CMP-LINE TO WS-RPT-DETAIL
072100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
072200        GO TO 2800-REPORT-SCENARIO-EXIT
072300     END-IF
072400     IF NOT SCN-SUMMARY-FOUND
072500        MOVE "NO SUMMARY" TO CL-STATUS
072600     END-IF
072700     MOVE WS-SCN-ROBOTS TO CL-ROBOTS
072800     MOVE "DFT" TO CL-BATT-MIN
072900     IF SC-BATT-MIN IS NUMERIC
073000        MOVE SC-BATT-MIN TO CL-BATT-MIN
073100     END-IF
073200     MOVE "DFT" TO CL-CHG-TIME
073300     IF SC-CHG-TIME IS NUMERIC
073400        MOVE SC-CHG-TIME TO CL-CHG-TIME
073500     END-IF
073600     MOVE WS-SCN-COMPLETED TO CL-COMPLETED
073700     MOVE WS-SCN-REASSIGNED TO CL-REASSIGNED
073800     MOVE WS-SCN-ABANDONED TO CL-ABANDONED
073900     MOVE WS-SCN-LEFT-QUEUED TO CL-LEFT-QUEUED
074000     MOVE WS-SCN-STALLED TO CL-STALLED
074100     MOVE WS-SCN-DOWNTIME TO CL-DOWNTIME
074200     MOVE WS-SCN-UNITS TO CL-UNITS
074300     MOVE WS-SCN-RC TO CL-RC
074400     MOVE WS-CMP-LINE TO WS-RPT-DETAIL
074500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
074600     MOVE WS-SCN-CHG-FILE TO FL-CHG-FILE
074700     MOVE WS-SCN-OBST-FILE TO FL-OBST-FILE
074800     MOVE WS-FILES-LINE TO WS-RPT-DETAIL
074900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
075000 2800-REPORT-SCENARIO-EXIT.
075100     EXIT.
075200*--------------------------------------------------------------
075300* 6000-WRITE-TOTALS
075400*--------------------------------------------------------------
075500 6000-WRITE-TOTALS.
075600     MOVE SPACES TO WS-RPT-DETAIL
075700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
075800     MOVE "SCENARIOS READ" TO TT-LABEL
075900     MOVE WS-SCENARIOS-READ TO TT-COUNT
076000     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
076100     MOVE "SCENARIOS RUN" TO TT-LABEL
076200     MOVE WS-SCENARIOS-RUN TO TT-COUNT
076300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
076400     MOVE "SCENARIOS REJECTED" TO TT-LABEL
076500     MOVE WS-SCENARIOS-REJECTED TO TT-COUNT
076600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
076700     MOVE "SCENARIOS NOT CLEAN" TO TT-LABEL
076800     MOVE WS-SCENARIOS-FAILED TO TT-COUNT
076900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT.
077000 6000-WRITE-TOTALS-EXIT.
077100     EXIT.
077200 6900-WRITE-TOTAL.
077300     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
077400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
077500 6900-WRITE-TOTAL-EXIT.
077600     EXIT.
077700*--------------------------------------------------------------
077800* 9000-FINISH
077900*--------------------------------------------------------------
078000 9000-FINISH.
078100     MOVE "C" TO RPT-REQUEST
078200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
078300     IF WS-ROBOSCN-STATUS = "00" OR WS-ROBOSCN-STATUS = "10"
078400        CLOSE SCENARIO-FILE
078500     END-IF
078600     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
078700 9000-FINISH-EXIT.
078800     EXIT.
078900*--------------------------------------------------------------
079000* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
079100*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
079200*--------------------------------------------------------------
079300 9100-LOG-JOB-ACCT.
079400     OPEN EXTEND JOB-ACCT-FILE
079500     IF WS-JOBACCT-STATUS = "35"
079600        OPEN OUTPUT JOB-ACCT-FILE
079700        CLOSE JOB-ACCT-FILE
079800        OPEN EXTEND JOB-ACCT-FILE
079900     END-IF
080000     MOVE "ROBOSCEN" TO JA-PROGRAM-NAME
080100     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
080200     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
080300     MOVE "COMPLETED" TO JA-RETURN-STATUS
080400     MOVE WS-SCENARIOS-READ TO JA-RECORD-COUNT
080500     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
080600     CLOSE JOB-ACCT-FILE.
080700 9100-LOG-JOB-ACCT-EXIT.
080800     EXIT.
