002300*                 UNTIL AN INSVC TRANSACTION BRINGS IT BACK. WE
002400*                 DO NOT LOSE ANOTHER ROBOT MID-SHIFT TO
002500*                 UNTRACKED WEAR.
002505* 2026-10-15 RLM  A SERVICED TRANSACTION NOW LISTS UP TO FIVE
002510*                 PARTS CONSUMED (PART AND QUANTITY). EACH PART
002515*                 IS CHECKED ON PARTSMST AND APPENDED TO STKMOVE
002520*                 AS A SVC MOVEMENT FOR STOCK-POST, SO THIS RUN
002525*                 MUST PRECEDE STOCK-POST. EVERY SERVICE IS
002530*                 APPENDED TO THE SERVICE HISTORY (ROBOSVCH) WITH
002535*                 ITS PARTS COSTED AT THE PARTCLAS UNIT COST, AND
002540*                 A LIFETIME MAINTENANCE COST REPORT PER ROBOT
002545*                 (ROBOCOST) FOLLOWS THE DUE REPORT. RC 4 WHEN A
002550*                 SERVICE PART COULD NOT BE POSTED.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004400     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-JOBACCT-STATUS.
004605     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
004610         ORGANIZATION IS INDEXED
004615         ACCESS MODE IS RANDOM
004620         RECORD KEY IS PM-PART-NUMBER
004625         FILE STATUS IS WS-PARTSMST-STATUS.
004630     SELECT PART-CLASS-FILE ASSIGN TO "PARTCLAS"
004635         ORGANIZATION IS LINE SEQUENTIAL
004640         FILE STATUS IS WS-PARTCLAS-STATUS.
004645     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
004650         ORGANIZATION IS LINE SEQUENTIAL
004655         FILE STATUS IS WS-STKMOVE-STATUS.
004660     SELECT SERVICE-HIST-FILE ASSIGN TO "ROBOSVCH"
004665         ORGANIZATION IS LINE SEQUENTIAL
004670         FILE STATUS IS WS-ROBOSVCH-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOG-FILE.
007700     05 SV-ROBOT-ID            PIC X(05).
007800     05 FILLER                 PIC X(01).
007900     05 SV-DATE                PIC X(08).
007910     05 SV-PART-ENTRY OCCURS 5 TIMES.
007920        10 FILLER              PIC X(01).
007930        10 SV-PART             PIC X(06).
007940        10 FILLER              PIC X(01).
007950        10 SV-PART-QTY         PIC X(03).
008000 FD  JOB-ACCT-FILE
008100     RECORDING MODE IS F.
008200 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008202 FD  PARTS-MASTER-FILE.
008204 01  PARTS-MASTER-RECORD.
008206     05 PM-PART-NUMBER         PIC 9(06).
008208     05 PM-DESCRIPTION         PIC X(30).
008210     05 PM-ON-HAND             PIC 9(07).
008212     05 PM-REORDER-POINT       PIC 9(05).
008214     05 PM-REORDER-QTY         PIC 9(05).
008216 FD  PART-CLASS-FILE
008218     RECORDING MODE IS F.
008220 01  PART-CLASS-RECORD.
008222     05 PC-PART-NUMBER         PIC 9(06).
008224     05 FILLER                 PIC X(02).
008226     05 PC-ABC-CLASS           PIC X(01).
008228     05 FILLER                 PIC X(02).
008230     05 PC-UNIT-COST           PIC 9(07)V99.
008232 FD  STOCK-MOVE-FILE
008234     RECORDING MODE IS F.
008236 01  STOCK-MOVE-RECORD.
008238     05 SM-RUN-DATE            PIC X(08).
008240     05 FILLER                 PIC X(02).
008242     05 SM-PART-NUMBER         PIC X(06).
008244     05 FILLER                 PIC X(02).
008246     05 SM-QTY                 PIC 9(05).
008248     05 FILLER                 PIC X(02).
008250     05 SM-ROBOT-ID            PIC X(05).
008252     05 FILLER                 PIC X(02).
008254     05 SM-MOVE-TYPE           PIC X(04).
008256     05 FILLER                 PIC X(02).
008258     05 SM-ORDER-REF           PIC X(11).
008260*    ONE ROW PER PART CONSUMED ON A SERVICE; A SERVICE THAT USED
008262*    NO PARTS STILL LEAVES ONE ROW WITH LINE 00 AND NO PART
008264 FD  SERVICE-HIST-FILE
008266     RECORDING MODE IS F.
008268 01  SERVICE-HIST-RECORD.
008270     05 SH-ROBOT-ID            PIC X(05).
008272     05 FILLER                 PIC X(01).
008274     05 SH-SVC-DATE            PIC X(08).
008276     05 FILLER                 PIC X(01).
008278     05 SH-LINE                PIC 9(02).
008280     05 FILLER                 PIC X(01).
008282     05 SH-PART                PIC X(06).
008284     05 FILLER                 PIC X(01).
008286     05 SH-QTY                 PIC 9(03).
008288     05 FILLER                 PIC X(01).
008290     05 SH-UNIT-COST           PIC 9(07)V99.
008292     05 FILLER                 PIC X(01).
008294     05 SH-COST                PIC 9(09)V99.
008300 WORKING-STORAGE SECTION.
008400*--------------------------------------------------------------
008500* FILE STATUS AND RUN CONTROLS
008800 77  WS-ROBOTMST-STATUS        PIC XX.
008900 77  WS-ROBOSVC-STATUS         PIC XX.
009000 77  WS-JOBACCT-STATUS         PIC XX.
009010 77  WS-PARTSMST-STATUS        PIC XX.
009020 77  WS-PARTCLAS-STATUS        PIC XX.
009030 77  WS-STKMOVE-STATUS         PIC XX.
009040 77  WS-ROBOSVCH-STATUS        PIC XX.
009050 77  WS-PARTCLAS-EOF-SW        PIC X VALUE "N".
009060     88 END-OF-PART-CLASS      VALUE "Y".
009070 77  WS-HIST-EOF-SW            PIC X VALUE "N".
009075     88 END-OF-HISTORY         VALUE "Y".
009080 77  WS-PARTSMST-OPEN-SW       PIC X VALUE "N".
009085     88 PARTS-MASTER-OPEN      VALUE "Y".
009100 77  WS-LOG-EOF-SW             PIC X VALUE "N".
009200     88 END-OF-LOG             VALUE "Y".
009300 77  WS-SVC-EOF-SW             PIC X VALUE "N".
012100 77  WS-MAINT-MOVES            PIC 9(07) VALUE 5000.
012200 77  WS-MAINT-DAYS             PIC 9(03) VALUE 30.
012300 77  WS-DAYS-SINCE             PIC S9(05) VALUE ZERO.
012302*--------------------------------------------------------------
012304* SERVICE PARTS - UNIT COST FROM PARTCLAS, PARTS LISTED ON THE
012306* CURRENT SERVICE, AND WHAT COULD NOT BE POSTED
012308*--------------------------------------------------------------
012310 01  WS-COST-TABLE.
012312     05 WS-CT-COUNT            PIC 9(04) BINARY VALUE ZERO.
012314     05 WS-CT-ENTRY OCCURS 5000 TIMES.
012316        10 WS-CT-PART          PIC 9(06).
012318        10 WS-CT-COST          PIC 9(07)V99.
012320 77  WS-CT-SCAN                PIC 9(04) BINARY.
012322 77  WS-UNIT-COST              PIC 9(07)V99.
012324 77  WS-SVC-DATE               PIC X(08).
012326 77  WS-SVC-PART-IDX           PIC 9(02) BINARY.
012328 77  WS-SVC-LINES              PIC 9(02) BINARY.
012330 77  WS-SVC-QTY                PIC 9(03).
012332 77  WS-REJECT-REASON          PIC X(20).
012334 77  WS-PARTS-POSTED           PIC 9(05) BINARY VALUE ZERO.
012336 77  WS-PARTS-REJECTED         PIC 9(05) BINARY VALUE ZERO.
012338 01  WS-REJECT-TABLE.
012340     05 WS-RJ-COUNT            PIC 9(02) BINARY VALUE ZERO.
012342     05 WS-RJ-ENTRY OCCURS 50 TIMES.
012344        10 WS-RJ-ROBOT         PIC X(05).
012346        10 WS-RJ-PART          PIC X(06).
012348        10 WS-RJ-QTY           PIC X(03).
012350        10 WS-RJ-REASON        PIC X(20).
012352 77  WS-RJ-SCAN                PIC 9(02) BINARY.
012354*--------------------------------------------------------------
012356* LIFETIME MAINTENANCE COST PER ROBOT, FROM THE SERVICE HISTORY
012358*--------------------------------------------------------------
012360 01  WS-LIFE-TABLE.
012362     05 WS-LF-COUNT            PIC 9(03) BINARY VALUE ZERO.
012364     05 WS-LF-ENTRY OCCURS 200 TIMES.
012366        10 WS-LF-ROBOT         PIC X(05).
012368        10 WS-LF-SERVICES      PIC 9(05).
012370        10 WS-LF-UNITS         PIC 9(07).
012372        10 WS-LF-COST          PIC 9(09)V99.
012374 77  WS-LF-SCAN                PIC 9(03) BINARY.
012376 77  WS-LF-SLOT                PIC 9(03) BINARY.
012377 77  WS-LF-KEY                 PIC X(05).
012378 77  WS-FLEET-COST             PIC 9(11)V99 VALUE ZERO.
012400*--------------------------------------------------------------
012500* REPORT LINE
012600*--------------------------------------------------------------
013600     05 MN-STATUS              PIC X(01).
013700     05 FILLER                 PIC X(02) VALUE SPACES.
013800     05 MN-NOTE                PIC X(30).
013802 01  WS-COST-LINE.
013804     05 CS-ROBOT               PIC X(05).
013806     05 FILLER                 PIC X(02) VALUE SPACES.
013808     05 CS-IN-SERVICE          PIC X(08).
013810     05 FILLER                 PIC X(02) VALUE SPACES.
013812     05 CS-STATUS              PIC X(01).
013814     05 FILLER                 PIC X(02) VALUE SPACES.
013816     05 CS-SERVICES            PIC ZZZZ9.
013818     05 FILLER                 PIC X(02) VALUE SPACES.
013820     05 CS-UNITS               PIC ZZZZZZ9.
013822     05 FILLER                 PIC X(02) VALUE SPACES.
013824     05 CS-COST                PIC ZZZ,ZZZ,ZZ9.99.
013826 01  WS-REJECT-LINE.
013828     05 FILLER                 PIC X(16) VALUE "PART NOT POSTED ".
013830     05 RL-ROBOT               PIC X(05).
013832     05 FILLER                 PIC X(07) VALUE "  PART ".
013834     05 RL-PART                PIC X(06).
013836     05 FILLER                 PIC X(06) VALUE "  QTY ".
013838     05 RL-QTY                 PIC X(03).
013840     05 FILLER                 PIC X(02) VALUE SPACES.
013842     05 RL-REASON              PIC X(20).
013844 01  WS-FLEET-COST-LINE.
013846     05 FILLER                 PIC X(24)
013848        VALUE "FLEET LIFETIME COST".
013850     05 FC-COST                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
013900 PROCEDURE DIVISION.
014000*--------------------------------------------------------------
014100* 0000-MAINLINE
014600     PERFORM 3000-POST-ODOMETERS THRU 3000-POST-ODOMETERS-EXIT
014700     PERFORM 4000-APPLY-SERVICE THRU 4000-APPLY-SERVICE-EXIT
014800     PERFORM 5000-FLAG-MAINT-DUE THRU 5000-FLAG-MAINT-DUE-EXIT
014810     PERFORM 6000-LIFETIME-COST THRU 6000-LIFETIME-COST-EXIT
014900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
015000*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY ROBOT IS
015010*    DUE FOR MAINTENANCE OR A SERVICE PART COULD NOT BE POSTED.
015020     IF WS-ROBOTS-FLAGGED > ZERO
015030        OR WS-PARTS-REJECTED > ZERO
015300        MOVE 4 TO RETURN-CODE
015400     END-IF
015500     STOP RUN.
029100*--------------------------------------------------------------
029200* 4000-APPLY-SERVICE - SERVICED RESETS THE ODOMETER AND STAMPS
029300*          THE DATE; OUTSVC AND INSVC FLIP THE STATUS THE
029310*          DISPATCHER HONORS. PARTS CONSUMED ON A SERVICE GO OUT
029320*          AS STOCK MOVEMENTS FOR STOCK-POST AND ONTO THE
029330*          SERVICE HISTORY.
029340*--------------------------------------------------------------
029350 4000-APPLY-SERVICE.
029360     OPEN INPUT SERVICE-TRANS-FILE
029370     IF WS-ROBOSVC-STATUS NOT = "00"
029380        SET END-OF-SERVICE TO TRUE
029390        GO TO 4000-APPLY-SERVICE-EXIT
029400     END-IF
029410     PERFORM 4050-OPEN-PARTS-FILES THRU 4050-OPEN-PARTS-FILES-EXIT
029420     PERFORM 4100-APPLY-ONE-SVC THRU 4100-APPLY-ONE-SVC-EXIT
029430        UNTIL END-OF-SERVICE
029440     CLOSE SERVICE-TRANS-FILE
029450     IF PARTS-MASTER-OPEN
029460        CLOSE PARTS-MASTER-FILE
029470     END-IF
029480     CLOSE STOCK-MOVE-FILE
029490     CLOSE SERVICE-HIST-FILE.
030500 4000-APPLY-SERVICE-EXIT.
030600     EXIT.
030700*--------------------------------------------------------------
032600           ELSE
032700              MOVE WS-RUN-DATE TO RM-LAST-SERVICE
032800           END-IF
032810           MOVE RM-LAST-SERVICE TO WS-SVC-DATE
032820           PERFORM 4200-POST-SVC-PARTS
032830              THRU 4200-POST-SVC-PARTS-EXIT
032900        WHEN "OUTSVC"
033000           MOVE "O" TO RM-STATUS
033100        WHEN "INSVC"
041700     CLOSE JOB-ACCT-FILE.
041800 9100-LOG-JOB-ACCT-EXIT.
041900     EXIT.
042000*--------------------------------------------------------------
042100* 4050-OPEN-PARTS-FILES - THE PARTS MASTER IS ONLY READ HERE TO
042200*          CHECK EACH PART; STOCK-POST DOES THE DECREMENT FROM THE
042300*          MOVEMENTS APPENDED TO STKMOVE. PARTCLAS IS OPTIONAL; A
042400*          PART NOT ON IT IS COSTED AT ZERO.
042500*--------------------------------------------------------------
042600 4050-OPEN-PARTS-FILES.
042700     OPEN INPUT PARTS-MASTER-FILE
042710     IF WS-PARTSMST-STATUS = "00"
042720        SET PARTS-MASTER-OPEN TO TRUE
042730     END-IF
042800     OPEN EXTEND STOCK-MOVE-FILE
042900     IF WS-STKMOVE-STATUS = "35"
043000        OPEN OUTPUT STOCK-MOVE-FILE
043100     END-IF
043200     OPEN EXTEND SERVICE-HIST-FILE
043300     IF WS-ROBOSVCH-STATUS = "35"
043400        OPEN OUTPUT SERVICE-HIST-FILE
043500     END-IF
043600     OPEN INPUT PART-CLASS-FILE
043700     IF WS-PARTCLAS-STATUS NOT = "00"
043800        GO TO 4050-OPEN-PARTS-FILES-EXIT
043900     END-IF
044000     PERFORM 4060-LOAD-ONE-COST THRU 4060-LOAD-ONE-COST-EXIT
044100        UNTIL END-OF-PART-CLASS
044200     CLOSE PART-CLASS-FILE.
044300 4050-OPEN-PARTS-FILES-EXIT.
044400     EXIT.
044500 4060-LOAD-ONE-COST.
044600     READ PART-CLASS-FILE
044700        AT END
044800           SET END-OF-PART-CLASS TO TRUE
044900           GO TO 4060-LOAD-ONE-COST-EXIT
045000     END-READ
045100     IF PC-PART-NUMBER IS NOT NUMERIC
045200        OR WS-CT-COUNT NOT < 5000
045300        GO TO 4060-LOAD-ONE-COST-EXIT
045400     END-IF
045500     ADD 1 TO WS-CT-COUNT
045600     MOVE PC-PART-NUMBER TO WS-CT-PART(WS-CT-COUNT)
045700     IF PC-UNIT-COST IS NUMERIC
045800        MOVE PC-UNIT-COST TO WS-CT-COST(WS-CT-COUNT)
045900     ELSE
046000        MOVE ZERO TO WS-CT-COST(WS-CT-COUNT)
046100     END-IF.
046200 4060-LOAD-ONE-COST-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------
046500* 4200-POST-SVC-PARTS - EACH PART LISTED ON A SERVICED
046600*          TRANSACTION BECOMES A STOCK MOVEMENT (TYPE SVC) AND A
046700*          COSTED SERVICE HISTORY ROW; A SERVICE WITH NO PARTS
046800*          STILL GOES ON THE HISTORY SO IT COUNTS AS A SERVICE
046900*--------------------------------------------------------------
047000 4200-POST-SVC-PARTS.
047100     MOVE ZERO TO WS-SVC-LINES
047200     PERFORM 4210-POST-ONE-PART THRU 4210-POST-ONE-PART-EXIT
047300        VARYING WS-SVC-PART-IDX FROM 1 BY 1
047400        UNTIL WS-SVC-PART-IDX > 5
047500     IF WS-SVC-LINES = ZERO
047600        MOVE SPACES TO SERVICE-HIST-RECORD
047700        MOVE RM-ROBOT-ID TO SH-ROBOT-ID
047800        MOVE WS-SVC-DATE TO SH-SVC-DATE
047900        MOVE ZERO TO SH-LINE
048000        MOVE ZERO TO SH-QTY
048100        MOVE ZERO TO SH-UNIT-COST
048200        MOVE ZERO TO SH-COST
048300        WRITE SERVICE-HIST-RECORD
048400     END-IF.
048500 4200-POST-SVC-PARTS-EXIT.
048600     EXIT.
048700 4210-POST-ONE-PART.
048800     IF SV-PART(WS-SVC-PART-IDX) = SPACES
048900        GO TO 4210-POST-ONE-PART-EXIT
049000     END-IF
049100     IF SV-PART(WS-SVC-PART-IDX) IS NOT NUMERIC
049200        MOVE "PART NOT NUMERIC" TO WS-REJECT-REASON
049300        GO TO 4210-POST-ONE-PART-REJECT
049400     END-IF
049500     IF SV-PART-QTY(WS-SVC-PART-IDX) IS NOT NUMERIC
049600        OR SV-PART-QTY(WS-SVC-PART-IDX) = "000"
049700        MOVE "QTY NOT VALID" TO WS-REJECT-REASON
049800        GO TO 4210-POST-ONE-PART-REJECT
049900     END-IF
049910     IF NOT PARTS-MASTER-OPEN
049920        MOVE "NO PARTS MASTER" TO WS-REJECT-REASON
049930        GO TO 4210-POST-ONE-PART-REJECT
049940     END-IF
050000     MOVE SV-PART(WS-SVC-PART-IDX) TO PM-PART-NUMBER
050100     READ PARTS-MASTER-FILE
050200        INVALID KEY
050300           MOVE "PART NOT ON FILE" TO WS-REJECT-REASON
050400           GO TO 4210-POST-ONE-PART-REJECT
050500     END-READ
050600     MOVE SV-PART-QTY(WS-SVC-PART-IDX) TO WS-SVC-QTY
050700     MOVE ZERO TO WS-UNIT-COST
050800     PERFORM 4220-FIND-ONE-COST THRU 4220-FIND-ONE-COST-EXIT
050900        VARYING WS-CT-SCAN FROM 1 BY 1
051000        UNTIL WS-CT-SCAN > WS-CT-COUNT
051100     MOVE SPACES TO STOCK-MOVE-RECORD
051200     MOVE WS-SVC-DATE TO SM-RUN-DATE
051300     MOVE SV-PART(WS-SVC-PART-IDX) TO SM-PART-NUMBER
051400     MOVE WS-SVC-QTY TO SM-QTY
051500     MOVE RM-ROBOT-ID TO SM-ROBOT-ID
051600     MOVE "SVC" TO SM-MOVE-TYPE
051700     WRITE STOCK-MOVE-RECORD
051800     ADD 1 TO WS-SVC-LINES
051900     ADD 1 TO WS-PARTS-POSTED
052000     MOVE SPACES TO SERVICE-HIST-RECORD
052100     MOVE RM-ROBOT-ID TO SH-ROBOT-ID
052200     MOVE WS-SVC-DATE TO SH-SVC-DATE
052300     MOVE WS-SVC-LINES TO SH-LINE
052400     MOVE SV-PART(WS-SVC-PART-IDX) TO SH-PART
052500     MOVE WS-SVC-QTY TO SH-QTY
052600     MOVE WS-UNIT-COST TO SH-UNIT-COST
052700     COMPUTE SH-COST = WS-SVC-QTY * WS-UNIT-COST
052800     WRITE SERVICE-HIST-RECORD
052900     GO TO 4210-POST-ONE-PART-EXIT.
053000 4210-POST-ONE-PART-REJECT.
053100     ADD 1 TO WS-PARTS-REJECTED
053200     IF WS-RJ-COUNT < 50
053300        ADD 1 TO WS-RJ-COUNT
053400        MOVE RM-ROBOT-ID TO WS-RJ-ROBOT(WS-RJ-COUNT)
053500        MOVE SV-PART(WS-SVC-PART-IDX) TO WS-RJ-PART(WS-RJ-COUNT)
053600        MOVE SV-PART-QTY(WS-SVC-PART-IDX)
053610          TO WS-RJ-QTY(WS-RJ-COUNT)
053700        MOVE WS-REJECT-REASON TO WS-RJ-REASON(WS-RJ-COUNT)
053800     END-IF.
053900 4210-POST-ONE-PART-EXIT.
054000     EXIT.
054100 4220-FIND-ONE-COST.
054200     IF WS-CT-PART(WS-CT-SCAN) = PM-PART-NUMBER
054300        MOVE WS-CT-COST(WS-CT-SCAN) TO WS-UNIT-COST
054400        MOVE WS-CT-COUNT TO WS-CT-SCAN
054500     END-IF.
054600 4220-FIND-ONE-COST-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------
054900* 6000-LIFETIME-COST - LIFETIME MAINTENANCE COST PER ROBOT
055000*          (ROBOCOST): EVERY SERVICE AND PART EVER RECORDED ON THE
055100*          SERVICE HISTORY, IN ROBOT ORDER OFF THE MASTER, THEN
055200*          ANY SERVICE PART THAT COULD NOT BE POSTED TONIGHT
055300*--------------------------------------------------------------
055400 6000-LIFETIME-COST.
055500     MOVE "C" TO RPT-REQUEST
055600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
055700     MOVE "O" TO RPT-REQUEST
055800     MOVE "ROBOMNT" TO RPT-PROGRAM-ID
055900     MOVE "ROBOCOST" TO RPT-REPORT-NAME
056000     MOVE "ROBOT LIFETIME MAINTENANCE COST" TO RPT-TITLE
056100     MOVE "ROBOT  IN-SVC    S  SVCS    UNITS   LIFETIME COST"
056200        TO RPT-COL-HEADING
056300     MOVE 60 TO RPT-LINES-PER-PAGE
056400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056500     MOVE "D" TO RPT-REQUEST
056600     OPEN INPUT SERVICE-HIST-FILE
056700     IF WS-ROBOSVCH-STATUS = "00"
056800        PERFORM 6100-ADD-ONE-HISTORY
056810          THRU 6100-ADD-ONE-HISTORY-EXIT
056900           UNTIL END-OF-HISTORY
057000        CLOSE SERVICE-HIST-FILE
057100     END-IF
057200     MOVE "N" TO WS-MASTER-EOF-SW
057300     MOVE LOW-VALUES TO RM-ROBOT-ID
057400     START ROBOT-MASTER-FILE KEY NOT < RM-ROBOT-ID
057500        INVALID KEY
057600           SET END-OF-MASTER TO TRUE
057700     END-START
057800     PERFORM 6200-COST-ONE-ROBOT THRU 6200-COST-ONE-ROBOT-EXIT
057900        UNTIL END-OF-MASTER
058000     MOVE WS-FLEET-COST TO FC-COST
058100     MOVE WS-FLEET-COST-LINE TO WS-RPT-DETAIL
058200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
058300     PERFORM 6300-WRITE-ONE-REJECT THRU 6300-WRITE-ONE-REJECT-EXIT
058400        VARYING WS-RJ-SCAN FROM 1 BY 1
058500        UNTIL WS-RJ-SCAN > WS-RJ-COUNT.
058600 6000-LIFETIME-COST-EXIT.
058700     EXIT.
058800 6100-ADD-ONE-HISTORY.
058900     READ SERVICE-HIST-FILE
059000        AT END
059100           SET END-OF-HISTORY TO TRUE
059200           GO TO 6100-ADD-ONE-HISTORY-EXIT
059300     END-READ
059400     IF SH-LINE IS NOT NUMERIC
059500        GO TO 6100-ADD-ONE-HISTORY-EXIT
059600     END-IF
059610     MOVE SH-ROBOT-ID TO WS-LF-KEY
059700     MOVE ZERO TO WS-LF-SLOT
059800     PERFORM 6110-FIND-ONE-ROBOT THRU 6110-FIND-ONE-ROBOT-EXIT
059900        VARYING WS-LF-SCAN FROM 1 BY 1
060000        UNTIL WS-LF-SCAN > WS-LF-COUNT
060100     IF WS-LF-SLOT = ZERO
060200        IF WS-LF-COUNT NOT < 200
060300           GO TO 6100-ADD-ONE-HISTORY-EXIT
060400        END-IF
060500        ADD 1 TO WS-LF-COUNT
060600        MOVE WS-LF-COUNT TO WS-LF-SLOT
060700        MOVE SH-ROBOT-ID TO WS-LF-ROBOT(WS-LF-SLOT)
060800        MOVE ZERO TO WS-LF-SERVICES(WS-LF-SLOT)
060900        MOVE ZERO TO WS-LF-UNITS(WS-LF-SLOT)
061000        MOVE ZERO TO WS-LF-COST(WS-LF-SLOT)
061100     END-IF
061200*    LINE 00 OR 01 OPENS A SERVICE; LATER LINES ARE MORE PARTS
061300     IF SH-LINE < 2
061400        ADD 1 TO WS-LF-SERVICES(WS-LF-SLOT)
061500     END-IF
061600     IF SH-QTY IS NUMERIC
061700        ADD SH-QTY TO WS-LF-UNITS(WS-LF-SLOT)
061800     END-IF
061900     IF SH-COST IS NUMERIC
062000        ADD SH-COST TO WS-LF-COST(WS-LF-SLOT)
062100     END-IF.
062200 6100-ADD-ONE-HISTORY-EXIT.
062300     EXIT.
062400 6110-FIND-ONE-ROBOT.
062500     IF WS-LF-ROBOT(WS-LF-SCAN) = WS-LF-KEY
062600        MOVE WS-LF-SCAN TO WS-LF-SLOT
062700        MOVE WS-LF-COUNT TO WS-LF-SCAN
062800     END-IF.
062900 6110-FIND-ONE-ROBOT-EXIT.
063000     EXIT.
063100 6200-COST-ONE-ROBOT.
063200     READ ROBOT-MASTER-FILE NEXT RECORD
063300        AT END
063400           SET END-OF-MASTER TO TRUE
063500           GO TO 6200-COST-ONE-ROBOT-EXIT
063600     END-READ
063700     MOVE SPACES TO WS-COST-LINE
063800     MOVE RM-ROBOT-ID TO CS-ROBOT
063900     MOVE RM-IN-SERVICE-DATE TO CS-IN-SERVICE
064000     MOVE RM-STATUS TO CS-STATUS
064100     MOVE ZERO TO CS-SERVICES
064200     MOVE ZERO TO CS-UNITS
064300     MOVE ZERO TO CS-COST
064400     MOVE ZERO TO WS-LF-SLOT
064500     MOVE RM-ROBOT-ID TO WS-LF-KEY
064600     PERFORM 6110-FIND-ONE-ROBOT THRU 6110-FIND-ONE-ROBOT-EXIT
064700        VARYING WS-LF-SCAN FROM 1 BY 1
064800        UNTIL WS-LF-SCAN > WS-LF-COUNT
064900     IF WS-LF-SLOT > ZERO
065000        MOVE WS-LF-SERVICES(WS-LF-SLOT) TO CS-SERVICES
065100        MOVE WS-LF-UNITS(WS-LF-SLOT) TO CS-UNITS
065200        MOVE WS-LF-COST(WS-LF-SLOT) TO CS-COST
065300        ADD WS-LF-COST(WS-LF-SLOT) TO WS-FLEET-COST
065400     END-IF
065500     MOVE WS-COST-LINE TO WS-RPT-DETAIL
065600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
065700 6200-COST-ONE-ROBOT-EXIT.
065800     EXIT.
065900 6300-WRITE-ONE-REJECT.
066000     MOVE WS-RJ-ROBOT(WS-RJ-SCAN) TO RL-ROBOT
066100     MOVE WS-RJ-PART(WS-RJ-SCAN) TO RL-PART
066200     MOVE WS-RJ-QTY(WS-RJ-SCAN) TO RL-QTY
066300     MOVE WS-RJ-REASON(WS-RJ-SCAN) TO RL-REASON
066400     MOVE WS-REJECT-LINE TO WS-RPT-DETAIL
066500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
066600 6300-WRITE-ONE-REJECT-EXIT.
066700     EXIT.
