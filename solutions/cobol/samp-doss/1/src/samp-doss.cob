000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAMP-DOSS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. LAB SEQUENCING SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. SAMPLE DOSSIER. FOR EVERY SAMPLE
001100*                 ON THE REGISTER (SAMPMST), OR FOR ONE SAMPLE
001200*                 WHEN RUNCTL NAMES IT (SAMPLEID=), PRINTS THE
001300*                 REGISTER ENTRY FOLLOWED BY ITS FULL HISTORY IN
001400*                 DATE ORDER: EVERY CUSTODY EVENT FROM SAMPCUST
001500*                 AND EVERY ANALYSIS RESULT THE LAB PROGRAMS
001600*                 POSTED TO SAMPRES. RESULTS POSTED FOR SAMPLES
001700*                 THAT ARE NOT ON THE REGISTER ARE LISTED AT THE
001800*                 END SO THEY CAN BE CHASED. REPORT: SAMPDOSS.
001900*                 RC 8 WHEN THE REGISTER IS MISSING; RC 4 WHEN
002000*                 THE HISTORY TABLE OVERFLOWS OR UNREGISTERED
002100*                 RESULTS ARE FOUND.
002110* 2026-10-15 RLM  HISTORY IS NO LONGER HELD IN A TABLE: EACH
002120*                 REGISTER SAMPLE GETS ITS OWN PASS OF SAMPCUST
002130*                 AND SAMPRES, MERGED ON TIMESTAMP, SO NO SAMPLE
002140*                 CAN LOSE ENTRIES TO ANOTHER'S VOLUME. ROWS FOR
002150*                 UNREGISTERED SAMPLES ARE FOUND BY A KEYED READ
002160*                 OF SAMPMST AS EACH ROW IS READ. RC 4 NOW MEANS
002170*                 UNREGISTERED ENTRIES ONLY. SAMPCUST IS READ AT
002180*                 ITS 93-BYTE RECORD LENGTH.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 REPOSITORY.
002600     FUNCTION ALL INTRINSIC.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SAMPLE-MASTER-FILE ASSIGN TO "SAMPMST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SDF-SAMPLE-ID
003300         FILE STATUS IS WS-SAMPMST-STATUS.
003400     SELECT CUSTODY-EVENT-FILE ASSIGN TO "SAMPCUST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SAMPCUST-STATUS.
003700     SELECT SAMPLE-RESULT-FILE ASSIGN TO "SAMPRES"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SAMPRES-STATUS.
004000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOBACCT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SAMPLE-MASTER-FILE.
004600 01  SAMPLE-MASTER-FILE-RECORD.
004700     05 SDF-SAMPLE-ID          PIC X(10).
004800     05 FILLER                 PIC X(60).
004900 FD  CUSTODY-EVENT-FILE
005000     RECORDING MODE IS F.
005100 01  CUSTODY-EVENT-FILE-RECORD PIC X(93).
005200 FD  SAMPLE-RESULT-FILE
005300     RECORDING MODE IS F.
005400 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
005500 FD  JOB-ACCT-FILE
005600     RECORDING MODE IS F.
005700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
005800 WORKING-STORAGE SECTION.
005900*--------------------------------------------------------------
006000* FILE STATUS AND RUN CONTROLS
006100*--------------------------------------------------------------
006200 77  WS-SAMPMST-STATUS         PIC XX.
006300 77  WS-SAMPCUST-STATUS        PIC XX.
006400 77  WS-SAMPRES-STATUS         PIC XX.
006500 77  WS-JOBACCT-STATUS         PIC XX.
006600 77  WS-CUST-EOF-SW            PIC X(01) VALUE "N".
006700     88 END-OF-CUSTODY         VALUE "Y".
006710 77  WS-RES-EOF-SW             PIC X(01) VALUE "N".
006720     88 END-OF-RESULTS         VALUE "Y".
006800 77  WS-MASTER-EOF-SW          PIC X(01) VALUE "N".
006900     88 END-OF-MASTER          VALUE "Y".
007000 77  WS-MASTER-OPEN-SW         PIC X(01) VALUE "N".
007100     88 MASTER-OPEN            VALUE "Y".
007400 77  WS-JA-START-TIMESTAMP     PIC X(14).
007500 77  WS-SAMPLE-FILTER          PIC X(10) VALUE SPACES.
007510 77  WS-PASS-SW                PIC X(01) VALUE "S".
007520     88 PASS-ONE-SAMPLE        VALUE "S".
007530     88 PASS-UNREGISTERED      VALUE "U".
007540 77  WS-PASS-SAMPLE            PIC X(10) VALUE SPACES.
007550 77  WS-ROW-SAMPLE             PIC X(10).
007560 77  WS-ROW-WANTED-SW          PIC X(01) VALUE "N".
007570     88 ROW-WANTED             VALUE "Y".
007600*--------------------------------------------------------------
007700* RUN COUNTS
007800*--------------------------------------------------------------
008400 77  WS-SAMPLES-LISTED         PIC 9(05) BINARY VALUE ZERO.
008500 77  WS-ENTRIES-LISTED         PIC 9(05) BINARY VALUE ZERO.
008600 77  WS-UNREGISTERED           PIC 9(05) BINARY VALUE ZERO.
008700 77  WS-SAMPLE-ENTRIES         PIC 9(05) BINARY VALUE ZERO.
008800 77  WS-COUNT-ED               PIC ZZZZ9.
008900 COPY SAMPMST.
009000 COPY SAMPCUST.
009100 COPY SAMPRES.
009200 COPY RUNPARM.
009300 COPY JOBACCT.
009400 COPY RPTWRITE.
009500 01  WS-RPT-DETAIL             PIC X(100).
009600*--------------------------------------------------------------
009700* HISTORY ENTRIES - THE NEXT WANTED ROW WAITING ON EACH LOG AND
009800* THE ENTRY BEING PRINTED. KIND "C" (CUSTODY) PRINTS AHEAD OF
009900* "R" (RESULT) AT THE SAME MOMENT.
010000*--------------------------------------------------------------
010100 01  WS-CUST-ENTRY.
010200     05 WS-CE-SAMPLE           PIC X(10).
010300     05 WS-CE-TS               PIC X(14).
010400     05 WS-CE-KIND             PIC X(01) VALUE "C".
010500     05 WS-CE-TEXT             PIC X(73).
010600 01  WS-RES-ENTRY.
010700     05 WS-RE-SAMPLE           PIC X(10).
010800     05 WS-RE-TS               PIC X(14).
010900     05 WS-RE-KIND             PIC X(01) VALUE "R".
011000     05 WS-RE-TEXT             PIC X(73).
011100 01  WS-PRINT-ENTRY.
011200     05 WS-PE-SAMPLE           PIC X(10).
011300     05 WS-PE-TS               PIC X(14).
011400     05 WS-PE-KIND             PIC X(01).
011500        88 WS-PE-CUSTODY       VALUE "C".
011600     05 WS-PE-TEXT             PIC X(73).
011800*--------------------------------------------------------------
011900* REPORT LINES
012000*--------------------------------------------------------------
012100 01  WS-CUSTODY-TEXT.
012200     05 CT-EVENT-TYPE          PIC X(08).
012300     05 FILLER                 PIC X(02) VALUE SPACES.
012400     05 CT-FROM-CUSTODIAN      PIC X(12).
012500     05 FILLER                 PIC X(04) VALUE " -> ".
012600     05 CT-TO-CUSTODIAN        PIC X(12).
012700     05 FILLER                 PIC X(02) VALUE SPACES.
012800     05 CT-STATUS              PIC X(01).
012900     05 FILLER                 PIC X(02) VALUE SPACES.
013000     05 CT-NOTE                PIC X(30).
013100 01  WS-RESULT-TEXT.
013200     05 RT-PROGRAM             PIC X(08).
013300     05 FILLER                 PIC X(02) VALUE SPACES.
013400     05 RT-OUTCOME             PIC X(03).
013500     05 FILLER                 PIC X(02) VALUE SPACES.
013600     05 RT-SUMMARY             PIC X(58).
013700 01  WS-ENTRY-LINE.
013800     05 FILLER                 PIC X(02) VALUE SPACES.
013900     05 EL-DATE                PIC X(10).
014000     05 FILLER                 PIC X(01) VALUE SPACE.
014100     05 EL-TIME                PIC X(05).
014200     05 FILLER                 PIC X(01) VALUE SPACE.
014300     05 EL-KIND                PIC X(07).
014400     05 FILLER                 PIC X(01) VALUE SPACE.
014500     05 EL-TEXT                PIC X(73).
014600 01  WS-ENTRY-HEADING.
014700     05 FILLER                 PIC X(02) VALUE SPACES.
014800     05 FILLER                 PIC X(11) VALUE "DATE".
014900     05 FILLER                 PIC X(06) VALUE "TIME".
015000     05 FILLER                 PIC X(08) VALUE "KIND".
015100     05 FILLER                 PIC X(40) VALUE "EVENT OR RESULT".
015200 01  WS-STATUS-NAME            PIC X(11).
015300 PROCEDURE DIVISION.
015400*--------------------------------------------------------------
015500* 0000-MAINLINE
015600*--------------------------------------------------------------
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016100     IF MASTER-OPEN
016200        PERFORM 3000-LIST-ONE-SAMPLE
016300           THRU 3000-LIST-ONE-SAMPLE-EXIT
016400           UNTIL END-OF-MASTER
016500        PERFORM 4000-LIST-UNREGISTERED
016600           THRU 4000-LIST-UNREGISTERED-EXIT
016700     END-IF
016800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
016900     IF NOT MASTER-OPEN
017000        MOVE 8 TO RETURN-CODE
017100     ELSE
017200        IF WS-UNREGISTERED > ZERO
017300           MOVE 4 TO RETURN-CODE
017400        END-IF
017500     END-IF
017600     STOP RUN.
017700*--------------------------------------------------------------
017800* 1000-INITIALIZE - SAMPLE FILTER, REPORT, REGISTER POSITION
017900*--------------------------------------------------------------
018000 1000-INITIALIZE.
018100     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
018200     MOVE "SAMPDOSS" TO RP-PROGRAM-ID
018300     MOVE "SAMPLEID" TO RP-KEYWORD
018400     MOVE SPACES TO RP-DEFAULT
018500     CALL "RUNPARM" USING RUN-PARM-CONTROL
018600     IF RP-VALUE-FOUND
018700        MOVE RP-VALUE(1:10) TO WS-SAMPLE-FILTER
018800     END-IF
018900     MOVE "O" TO RPT-REQUEST
019000     MOVE "SAMPDOSS" TO RPT-PROGRAM-ID
019100     MOVE "SAMPDOSS" TO RPT-REPORT-NAME
019200     MOVE "SAMPLE DOSSIER" TO RPT-TITLE
019300     MOVE WS-ENTRY-HEADING TO RPT-COL-HEADING
019400     MOVE 60 TO RPT-LINES-PER-PAGE
019500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
019600     MOVE "D" TO RPT-REQUEST
019700     IF WS-SAMPLE-FILTER NOT = SPACES
019800        MOVE SPACES TO WS-RPT-DETAIL
019900        STRING "SAMPLE SELECTED (SAMPLEID): " DELIMITED BY SIZE
020000           WS-SAMPLE-FILTER DELIMITED BY SIZE
020100           INTO WS-RPT-DETAIL
020200        END-STRING
020300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020400     END-IF
020500     OPEN INPUT SAMPLE-MASTER-FILE
020600     IF WS-SAMPMST-STATUS NOT = "00"
020700        MOVE "SAMPLE REGISTER (SAMPMST) NOT AVAILABLE"
020800           TO WS-RPT-DETAIL
020900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
021000        GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     SET MASTER-OPEN TO TRUE
021300     MOVE WS-SAMPLE-FILTER TO SDF-SAMPLE-ID
021400     START SAMPLE-MASTER-FILE KEY IS NOT LESS THAN SDF-SAMPLE-ID
021500        INVALID KEY
021600           SET END-OF-MASTER TO TRUE
021700     END-START.
021800 1000-INITIALIZE-EXIT.
021900     EXIT.
022000*--------------------------------------------------------------
022100* 2000-LIST-HISTORY - ONE PASS OF SAMPCUST AND SAMPRES FOR THE
022110*          ROWS THE CURRENT PASS WANTS, MERGED ON TIMESTAMP.
022120*          EACH LOG IS APPENDED IN TIME ORDER FOR ANY ONE
022130*          SAMPLE, SO THE EARLIER OF THE TWO WAITING ROWS IS
022140*          ALWAYS THE NEXT TO PRINT. A LOG THAT CANNOT BE
022150*          OPENED IS TREATED AS EMPTY.
022200*--------------------------------------------------------------
022300 2000-LIST-HISTORY.
022310     MOVE "N" TO WS-CUST-EOF-SW
022400     OPEN INPUT CUSTODY-EVENT-FILE
022500     IF WS-SAMPCUST-STATUS = "00"
022600        PERFORM 2100-NEXT-CUSTODY THRU 2100-NEXT-CUSTODY-EXIT
022610     ELSE
022620        SET END-OF-CUSTODY TO TRUE
022700     END-IF
022800     MOVE "N" TO WS-RES-EOF-SW
022900     OPEN INPUT SAMPLE-RESULT-FILE
023000     IF WS-SAMPRES-STATUS = "00"
023100        PERFORM 2500-NEXT-RESULT THRU 2500-NEXT-RESULT-EXIT
023200     ELSE
023210        SET END-OF-RESULTS TO TRUE
023220     END-IF
023230     PERFORM 2800-LIST-NEXT-ENTRY THRU 2800-LIST-NEXT-ENTRY-EXIT
023240        UNTIL END-OF-CUSTODY AND END-OF-RESULTS.
023250 2000-LIST-HISTORY-EXIT.
023300     EXIT.
023400*--------------------------------------------------------------
023500* 2100-NEXT-CUSTODY - READ ON TO THE NEXT WANTED CUSTODY EVENT
023600*--------------------------------------------------------------
023700 2100-NEXT-CUSTODY.
023710     MOVE "N" TO WS-ROW-WANTED-SW
023720     PERFORM 2200-READ-CUSTODY THRU 2200-READ-CUSTODY-EXIT
023730        UNTIL END-OF-CUSTODY OR ROW-WANTED.
023740 2100-NEXT-CUSTODY-EXIT.
023750     EXIT.
023760*--------------------------------------------------------------
023770* 2200-READ-CUSTODY - THE LOG IS CLOSED AS SOON AS IT RUNS OUT
023780*--------------------------------------------------------------
023790 2200-READ-CUSTODY.
023800     READ CUSTODY-EVENT-FILE INTO CUSTODY-EVENT-RECORD
023900        AT END
024000           SET END-OF-CUSTODY TO TRUE
024100           CLOSE CUSTODY-EVENT-FILE
024110           GO TO 2200-READ-CUSTODY-EXIT
024200     END-READ
024300     IF CE-SAMPLE-ID = SPACES
024400        GO TO 2200-READ-CUSTODY-EXIT
024500     END-IF
024600     MOVE CE-SAMPLE-ID TO WS-ROW-SAMPLE
024700     PERFORM 2700-SELECT-ROW THRU 2700-SELECT-ROW-EXIT
024800     IF NOT ROW-WANTED
024810        GO TO 2200-READ-CUSTODY-EXIT
024900     END-IF
025000     MOVE CE-EVENT-TYPE TO CT-EVENT-TYPE
025100     MOVE CE-FROM-CUSTODIAN TO CT-FROM-CUSTODIAN
025200     MOVE CE-TO-CUSTODIAN TO CT-TO-CUSTODIAN
025300     MOVE CE-STATUS TO CT-STATUS
025400     MOVE CE-NOTE TO CT-NOTE
025500     MOVE CE-SAMPLE-ID TO WS-CE-SAMPLE
025600     MOVE CE-EVENT-TS TO WS-CE-TS
025700     MOVE WS-CUSTODY-TEXT TO WS-CE-TEXT.
025800 2200-READ-CUSTODY-EXIT.
026100     EXIT.
026200*--------------------------------------------------------------
026300* 2500-NEXT-RESULT - READ ON TO THE NEXT WANTED ANALYSIS RESULT
026400*--------------------------------------------------------------
026500 2500-NEXT-RESULT.
026600     MOVE "N" TO WS-ROW-WANTED-SW
026700     PERFORM 2600-READ-RESULT THRU 2600-READ-RESULT-EXIT
026800        UNTIL END-OF-RESULTS OR ROW-WANTED.
026900 2500-NEXT-RESULT-EXIT.
027500     EXIT.
027600*--------------------------------------------------------------
027700* 2600-READ-RESULT - THE LOG IS CLOSED AS SOON AS IT RUNS OUT
027800*--------------------------------------------------------------
027900 2600-READ-RESULT.
028000     READ SAMPLE-RESULT-FILE INTO SAMPLE-RESULT-RECORD
028100        AT END
028200           SET END-OF-RESULTS TO TRUE
028300           CLOSE SAMPLE-RESULT-FILE
028310           GO TO 2600-READ-RESULT-EXIT
028400     END-READ
028500     IF SR-SAMPLE-ID = SPACES
028600        GO TO 2600-READ-RESULT-EXIT
028700     END-IF
028800     MOVE SR-SAMPLE-ID TO WS-ROW-SAMPLE
028900     PERFORM 2700-SELECT-ROW THRU 2700-SELECT-ROW-EXIT
029000     IF NOT ROW-WANTED
029010        GO TO 2600-READ-RESULT-EXIT
029100     END-IF
029200     MOVE SR-PROGRAM TO RT-PROGRAM
029300     MOVE SR-OUTCOME TO RT-OUTCOME
029400     MOVE SR-SUMMARY TO RT-SUMMARY
029500     MOVE SR-SAMPLE-ID TO WS-RE-SAMPLE
029600     MOVE SR-RUN-TS TO WS-RE-TS
029700     MOVE WS-RESULT-TEXT TO WS-RE-TEXT.
029800 2600-READ-RESULT-EXIT.
030100     EXIT.
030200*--------------------------------------------------------------
030300* 2700-SELECT-ROW - A LOG ROW FOR WS-ROW-SAMPLE IS WANTED WHEN IT
030400*          BELONGS TO THE REGISTER SAMPLE BEING LISTED, OR, ON THE
030500*          UNREGISTERED PASS, WHEN A KEYED READ OF THE REGISTER
030510*          DOES NOT FIND ITS SAMPLE
030600*--------------------------------------------------------------
030700 2700-SELECT-ROW.
030800     IF PASS-ONE-SAMPLE
030900        IF WS-ROW-SAMPLE = WS-PASS-SAMPLE
031000           SET ROW-WANTED TO TRUE
031010        END-IF
031020        GO TO 2700-SELECT-ROW-EXIT
031100     END-IF
031200     IF WS-SAMPLE-FILTER NOT = SPACES
031300        AND WS-ROW-SAMPLE NOT = WS-SAMPLE-FILTER
031400        GO TO 2700-SELECT-ROW-EXIT
031500     END-IF
031600     MOVE WS-ROW-SAMPLE TO SDF-SAMPLE-ID
031700     READ SAMPLE-MASTER-FILE
031800        INVALID KEY
031900           SET ROW-WANTED TO TRUE
032000     END-READ.
032010 2700-SELECT-ROW-EXIT.
032100     EXIT.
032200*--------------------------------------------------------------
032300* 2800-LIST-NEXT-ENTRY - PRINT THE EARLIER WAITING ROW (CUSTODY
032400*          FIRST ON A TIE) AND READ ON IN THE LOG IT CAME FROM
032600*--------------------------------------------------------------
032700 2800-LIST-NEXT-ENTRY.
032800     IF NOT END-OF-CUSTODY
032900        AND (END-OF-RESULTS OR WS-CE-TS NOT > WS-RE-TS)
033000        MOVE WS-CUST-ENTRY TO WS-PRINT-ENTRY
033010        PERFORM 2100-NEXT-CUSTODY THRU 2100-NEXT-CUSTODY-EXIT
033020     ELSE
033030        MOVE WS-RES-ENTRY TO WS-PRINT-ENTRY
033040        PERFORM 2500-NEXT-RESULT THRU 2500-NEXT-RESULT-EXIT
033100     END-IF
033200     IF PASS-ONE-SAMPLE
033300        PERFORM 3200-LIST-ONE-ENTRY THRU 3200-LIST-ONE-ENTRY-EXIT
033400     ELSE
033410        PERFORM 4100-LIST-ONE-UNREGISTERED
033420           THRU 4100-LIST-ONE-UNREGISTERED-EXIT
033430     END-IF.
033440 2800-LIST-NEXT-ENTRY-EXIT.
033500     EXIT.
033600*--------------------------------------------------------------
033700* 3000-LIST-ONE-SAMPLE - NEXT REGISTER ENTRY AND ITS HISTORY,
033710*          GATHERED BY ITS OWN PASS OF THE TWO LOGS
033800*--------------------------------------------------------------
033900 3000-LIST-ONE-SAMPLE.
034000     READ SAMPLE-MASTER-FILE NEXT RECORD INTO SAMPLE-MASTER-RECORD
034100        AT END
034200           SET END-OF-MASTER TO TRUE
034300           GO TO 3000-LIST-ONE-SAMPLE-EXIT
034400     END-READ
034500     IF WS-SAMPLE-FILTER NOT = SPACES
034600        AND SA-SAMPLE-ID NOT = WS-SAMPLE-FILTER
034700        SET END-OF-MASTER TO TRUE
034800        GO TO 3000-LIST-ONE-SAMPLE-EXIT
034900     END-IF
035000     ADD 1 TO WS-SAMPLES-LISTED
035100     PERFORM 3100-PRINT-SAMPLE-HEADER
035200        THRU 3100-PRINT-SAMPLE-HEADER-EXIT
035300     MOVE ZERO TO WS-SAMPLE-ENTRIES
035400     SET PASS-ONE-SAMPLE TO TRUE
035500     MOVE SA-SAMPLE-ID TO WS-PASS-SAMPLE
035600     PERFORM 2000-LIST-HISTORY THRU 2000-LIST-HISTORY-EXIT
035700     IF WS-SAMPLE-ENTRIES = ZERO
035800        MOVE "  NO EVENTS OR RESULTS RECORDED" TO WS-RPT-DETAIL
035900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
036000     END-IF.
036100 3000-LIST-ONE-SAMPLE-EXIT.
036200     EXIT.
036300*--------------------------------------------------------------
036400* 3100-PRINT-SAMPLE-HEADER - REGISTER ENTRY AS TWO LINES
036500*--------------------------------------------------------------
036600 3100-PRINT-SAMPLE-HEADER.
036700     EVALUATE TRUE
036800        WHEN SA-RECEIVED
036900           MOVE "RECEIVED" TO WS-STATUS-NAME
037000        WHEN SA-IN-ANALYSIS
037100           MOVE "IN ANALYSIS" TO WS-STATUS-NAME
037200        WHEN SA-ON-HOLD
037300           MOVE "ON HOLD" TO WS-STATUS-NAME
037400        WHEN SA-STORED
037500           MOVE "STORED" TO WS-STATUS-NAME
037600        WHEN SA-DISPOSED
037700           MOVE "DISPOSED" TO WS-STATUS-NAME
037800        WHEN OTHER
037900           MOVE "UNKNOWN" TO WS-STATUS-NAME
038000     END-EVALUATE
038100     MOVE SPACES TO WS-RPT-DETAIL
038200     MOVE "D" TO RPT-REQUEST
038300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038400     STRING "SAMPLE " DELIMITED BY SIZE
038500        SA-SAMPLE-ID DELIMITED BY SIZE
038600        "  SOURCE " DELIMITED BY SIZE
038700        SA-SOURCE DELIMITED BY SIZE
038800        "  RECEIVED " DELIMITED BY SIZE
038900        SA-RECEIVED-DATE(1:4) DELIMITED BY SIZE
039000        "-" DELIMITED BY SIZE
039100        SA-RECEIVED-DATE(5:2) DELIMITED BY SIZE
039200        "-" DELIMITED BY SIZE
039300        SA-RECEIVED-DATE(7:2) DELIMITED BY SIZE
039400        INTO WS-RPT-DETAIL
039500     END-STRING
039600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039700     MOVE SPACES TO WS-RPT-DETAIL
039800     STRING "       CUSTODIAN " DELIMITED BY SIZE
039900        SA-CUSTODIAN DELIMITED BY SIZE
040000        "  STATUS " DELIMITED BY SIZE
040100        WS-STATUS-NAME DELIMITED BY SIZE
040200        INTO WS-RPT-DETAIL
040300     END-STRING
040400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040500 3100-PRINT-SAMPLE-HEADER-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------
040800* 3200-LIST-ONE-ENTRY - ONE ENTRY OF A REGISTER SAMPLE'S HISTORY
041000*--------------------------------------------------------------
041100 3200-LIST-ONE-ENTRY.
041200     ADD 1 TO WS-SAMPLE-ENTRIES
041300     PERFORM 3300-PRINT-ENTRY THRU 3300-PRINT-ENTRY-EXIT.
042200 3200-LIST-ONE-ENTRY-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------
042500* 3300-PRINT-ENTRY - ONE HISTORY LINE FOR WS-PRINT-ENTRY
042600*--------------------------------------------------------------
042700 3300-PRINT-ENTRY.
042800     MOVE SPACES TO EL-DATE
042900     STRING WS-PE-TS(1:4) DELIMITED BY SIZE
043000        "-" DELIMITED BY SIZE
043100        WS-PE-TS(5:2) DELIMITED BY SIZE
043200        "-" DELIMITED BY SIZE
043300        WS-PE-TS(7:2) DELIMITED BY SIZE
043400        INTO EL-DATE
043500     END-STRING
043600     MOVE SPACES TO EL-TIME
043700     STRING WS-PE-TS(9:2) DELIMITED BY SIZE
043800        ":" DELIMITED BY SIZE
043900        WS-PE-TS(11:2) DELIMITED BY SIZE
044000        INTO EL-TIME
044100     END-STRING
044200     IF WS-PE-CUSTODY
044300        MOVE "CUSTODY" TO EL-KIND
044400     ELSE
044500        MOVE "RESULT" TO EL-KIND
044600     END-IF
044700     MOVE WS-PE-TEXT TO EL-TEXT
044800     ADD 1 TO WS-ENTRIES-LISTED
044900     MOVE WS-ENTRY-LINE TO WS-RPT-DETAIL
045000     MOVE "D" TO RPT-REQUEST
045100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
045200 3300-PRINT-ENTRY-EXIT.
045300     EXIT.
045400*--------------------------------------------------------------
045500* 4000-LIST-UNREGISTERED - HISTORY FOR SAMPLES THE REGISTER
045600*          DOES NOT HOLD (NOTHING PRINTS IF EVERY ENTRY MATCHED).
045610*          ENTRIES PRINT IN LOG ORDER UNDER A SAMPLE LINE THAT IS
045620*          REPEATED WHENEVER THE SAMPLE CHANGES.
045700*--------------------------------------------------------------
045800 4000-LIST-UNREGISTERED.
045900     SET PASS-UNREGISTERED TO TRUE
046000     PERFORM 2000-LIST-HISTORY THRU 2000-LIST-HISTORY-EXIT.
046300 4000-LIST-UNREGISTERED-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046600* 4100-LIST-ONE-UNREGISTERED
046700*--------------------------------------------------------------
046800 4100-LIST-ONE-UNREGISTERED.
047200     IF WS-UNREGISTERED = ZERO
047300        MOVE SPACES TO WS-RPT-DETAIL
047400        MOVE "D" TO RPT-REQUEST
047500        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
047600        MOVE "HISTORY FOR SAMPLES NOT ON THE REGISTER:"
047700           TO WS-RPT-DETAIL
047800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
047900        MOVE SPACES TO SA-SAMPLE-ID
048000     END-IF
048100     ADD 1 TO WS-UNREGISTERED
048200     IF WS-PE-SAMPLE NOT = SA-SAMPLE-ID
048300        MOVE WS-PE-SAMPLE TO SA-SAMPLE-ID
048400        MOVE SPACES TO WS-RPT-DETAIL
048500        STRING "SAMPLE " DELIMITED BY SIZE
048600           SA-SAMPLE-ID DELIMITED BY SIZE
048700           "  (NOT REGISTERED)" DELIMITED BY SIZE
048800           INTO WS-RPT-DETAIL
048900        END-STRING
049000        MOVE "D" TO RPT-REQUEST
049100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
049200     END-IF
049300     PERFORM 3300-PRINT-ENTRY THRU 3300-PRINT-ENTRY-EXIT.
049600 4100-LIST-ONE-UNREGISTERED-EXIT.
049700     EXIT.
049800*--------------------------------------------------------------
049900* 9000-FINISH - RUN COUNTS, CLOSE FILES, JOB ACCOUNTING
050000*--------------------------------------------------------------
050100 9000-FINISH.
050200     MOVE SPACES TO WS-RPT-DETAIL
050300     MOVE "D" TO RPT-REQUEST
050400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
050500     MOVE WS-SAMPLES-LISTED TO WS-COUNT-ED
050600     MOVE SPACES TO WS-RPT-DETAIL
050700     STRING "REGISTERED SAMPLES LISTED  : " DELIMITED BY SIZE
050800        WS-COUNT-ED DELIMITED BY SIZE
050900        INTO WS-RPT-DETAIL
051000     END-STRING
051100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
051200     MOVE WS-ENTRIES-LISTED TO WS-COUNT-ED
051300     MOVE SPACES TO WS-RPT-DETAIL
051400     STRING "HISTORY ENTRIES LISTED     : " DELIMITED BY SIZE
051500        WS-COUNT-ED DELIMITED BY SIZE
051600        INTO WS-RPT-DETAIL
051700     END-STRING
051800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
051900     MOVE WS-UNREGISTERED TO WS-COUNT-ED
052000     MOVE SPACES TO WS-RPT-DETAIL
052100     STRING "ENTRIES FOR UNREGISTERED   : " DELIMITED BY SIZE
052200        WS-COUNT-ED DELIMITED BY SIZE
052300        INTO WS-RPT-DETAIL
052400     END-STRING
052500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
053500     MOVE "C" TO RPT-REQUEST
053600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
053700     IF MASTER-OPEN
053800        CLOSE SAMPLE-MASTER-FILE
053900     END-IF
054000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
054100 9000-FINISH-EXIT.
054200     EXIT.
054300*--------------------------------------------------------------
054400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
054500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
054600*--------------------------------------------------------------
054700 9100-LOG-JOB-ACCT.
054800     OPEN EXTEND JOB-ACCT-FILE
054900     IF WS-JOBACCT-STATUS = "35"
055000        OPEN OUTPUT JOB-ACCT-FILE
055100        CLOSE JOB-ACCT-FILE
055200        OPEN EXTEND JOB-ACCT-FILE
055300     END-IF
055400     MOVE "SAMPDOSS" TO JA-PROGRAM-NAME
055500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
055600     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
055700     IF MASTER-OPEN
055800        MOVE "COMPLETED" TO JA-RETURN-STATUS
055900     ELSE
056000        MOVE "FAILED" TO JA-RETURN-STATUS
056100     END-IF
056200     MOVE WS-ENTRIES-LISTED TO JA-RECORD-COUNT
056300     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
056400     CLOSE JOB-ACCT-FILE.
056500 9100-LOG-JOB-ACCT-EXIT.
056600     EXIT.
