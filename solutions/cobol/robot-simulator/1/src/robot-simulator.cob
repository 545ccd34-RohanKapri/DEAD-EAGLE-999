008800*                 SUMMARY NOW REPORTS UNITS MOVED PER PART --
008900*                 THE NUMBER THE FLOOR SUPERVISOR ACTUALLY ASKS
009000*                 FOR. A BLANK PART IS A PLAIN RELOCATION TASK.
009010* 2026-10-15 RLM  RESOLVE PICK CELLS FROM THE BIN-LOCATION
009020*                 MASTER (BINLOC, MAINTAINED BY BIN-MAINT): A
009030*                 TASK CARRYING ONLY A PART NUMBER AND QUANTITY
009040*                 PICKS FROM THAT PART'S BIN CELL, AND A PART
009050*                 WITH NO BIN REJECTS THE TASK AS TASK-NOBIN. A
009060*                 BLANK DROP CELL DELIVERS TO THE DEFAULT DROP
009070*                 CELL (RUNCTL KEYWORDS DROPX/DROPY, DEFAULT
009080*                 0,0). A TASK WITH AN EXPLICIT PICK CELL RUNS
009090*                 AS BEFORE.
009091* 2026-10-15 RLM  CARRY THE CUSTOMER ORDER REFERENCE (ORDER
009092*                 NUMBER AND LINE) FROM A PICK TASK RAISED BY
009093*                 ORD-RELEASE THROUGH THE DISPATCHER QUEUE, THE
009094*                 FLEET, AND THE END-STATE FILE (ROBOTEND MOVES
009095*                 FROM 100 TO 111 BYTES) ONTO THE STOCK-MOVEMENT
009096*                 RECORD (STKMOVE MOVES FROM 36 TO 49 BYTES), SO
009097*                 ORD-TRACK CAN MARK THE ORDER LINE PICKED.
009103* 2026-10-15 RLM  WAVE PICKING IN THE DISPATCHER: THE ROBOT
009109*                 CHOSEN FOR A PENDING TASK TAKES EVERY OTHER
009115*                 PENDING TASK BOUND FOR THE SAME DROP CELL THAT
009121*                 IS ON THE SAME CUSTOMER ORDER OR WHOSE PICK
009127*                 CELL IS WITHIN RUNCTL WAVEDIST (DEFAULT 5) OF
009133*                 THE FIRST, UP TO RUNCTL CARRYMAX STOPS (DEFAULT
009139*                 4; 1 RESTORES ONE TASK AT A TIME). THE STOPS
009145*                 ARE SEQUENCED NEAREST-FIRST FROM THE ROBOT TO
009151*                 KEEP MANHATTAN TRAVEL SHORT, AND THE ROUTE RUNS
009157*                 AS ONE ASSIGNMENT: EACH PICK LOGS PICK-DONE
009163*                 NN/MM ON ROBOTLOG, THE DROP LOGS ROUTE-DONE AND
009169*                 POSTS ONE STOCK MOVEMENT PER STOP. THE SHIFT
009175*                 SUMMARY GAINS A ROUTE LINE COMPARING ROUTE
009181*                 TRAVEL WITH THE SINGLE-TASK BASELINE.
009182* 2026-10-15 RLM  A DISPATCHED ROUTE STILL IN FLIGHT AT SHIFT
009183*                 END POSTS STKMOVE FOR THE STOPS ALREADY PICKED
009184*                 AND RETURNS THE STOPS NOT YET REACHED TO THE
009185*                 QUEUE, COUNTED AS LEFT QUEUED.
009187*--------------------------------------------------------------
009200 ENVIRONMENT DIVISION.
009300 CONFIGURATION SECTION.
009400 INPUT-OUTPUT SECTION.
013800         ACCESS MODE IS DYNAMIC
013900         RECORD KEY IS RE-ROBOT-ID
014000         FILE STATUS IS WS-ENDSTATE-STATUS.
014010     SELECT BIN-LOCATION-FILE ASSIGN TO "BINLOC"
014020         ORGANIZATION IS INDEXED
014030         ACCESS MODE IS DYNAMIC
014040         RECORD KEY IS BL-PART-NUMBER
014050         FILE STATUS IS WS-BINLOC-STATUS.
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  ROBOT-FILE.
016800 FD  TASK-FILE.
016900 01  TASK-IN-RECORD.
017000     05 TK-ROBOT-ID            PIC X(05).
017010     05 TK-PICK-CELL.
017020        10 TK-PICK-X           PIC S999.
017030        10 TK-PICK-Y           PIC S999.
017040     05 TK-DROP-CELL.
017050        10 TK-DROP-X           PIC S999.
017060        10 TK-DROP-Y           PIC S999.
017500     05 TK-PART-NUMBER         PIC X(06).
017600     05 TK-QTY                 PIC X(05).
017610     05 TK-ORDER-REF           PIC X(11).
017700 FD  SHIFT-SUMMARY-FILE.
017800 01  SHIFT-SUMMARY-RECORD      PIC X(80).
017900 FD  STALL-RPT-FILE.
019700     05 RE-DROP-Y              PIC S999.
019710     05 RE-PART-NUMBER         PIC X(06).
019720     05 RE-QTY                 PIC 9(05).
019730     05 RE-ORDER-REF           PIC X(11).
019800 FD  PARTS-MASTER-FILE.
019900 01  PARTS-MASTER-RECORD.
020000     05 PM-PART-NUMBER        PIC 9(6).
021400     05 SM-ROBOT-ID            PIC X(05).
021500     05 FILLER                 PIC X(02) VALUE SPACES.
021600     05 SM-MOVE-TYPE           PIC X(04).
021610     05 FILLER                 PIC X(02) VALUE SPACES.
021620     05 SM-ORDER-REF           PIC X(11).
021700 FD  ROBOT-MASTER-FILE.
021800 01  ROBOT-MASTER-RECORD.
021900     05 RM-ROBOT-ID            PIC X(05).
022200     05 RM-LAST-SERVICE        PIC X(08).
022300     05 RM-STATUS              PIC X(01).
022400        88 RM-OUT-OF-SERVICE   VALUE "O".
022410 FD  BIN-LOCATION-FILE.
022420 01  BIN-LOCATION-RECORD.
022430     05 BL-PART-NUMBER         PIC 9(06).
022440     05 BL-X                   PIC S999.
022450     05 BL-Y                   PIC S999.
022460     05 BL-CAPACITY            PIC 9(07).
022470     05 BL-LAST-CHANGED        PIC X(08).
022500 WORKING-STORAGE SECTION.
022600*--------------------------------------------------------------
022700* FILE AND CONTROL SWITCHES
032800        10 PD-RETRY            PIC 9(02).
032900        10 PD-PART             PIC X(06).
033000        10 PD-QTY              PIC 9(05).
033010        10 PD-ORDER-REF        PIC X(11).
033020        10 PD-ROUTE-SEQ        PIC 9(02).
033030*          STOP NUMBER ON THE ASSIGNED ROBOT'S ROUTE
033100 77  WS-PEND-SCAN              PIC 9(03).
033200 77  WS-DSP-SCAN               PIC 99.
033300 77  WS-DSP-BEST               PIC 99.
033500 77  WS-DSP-BEST-DIST          PIC S9(05).
033600 77  WS-TASKS-REASSIGNED       PIC 9(03) VALUE ZERO.
033700 77  WS-TASKS-QUEUED-LEFT      PIC 9(03) VALUE ZERO.
033710 77  WS-END-STATE              PIC 9.
033720 77  WS-END-PICKED             PIC 9(02).
033800 77  WS-NEED-DISPATCH-SW       PIC X VALUE "N".
033900     88 DISPATCH-WANTED        VALUE "Y".
033902*--------------------------------------------------------------
033904* WAVE-PICK ROUTE CONTROLS - PENDING TASKS GROUPED INTO ONE
033906* MULTI-STOP ROUTE PER ROBOT, AND TRAVEL AGAINST THE ONE-TASK-
033908* AT-A-TIME BASELINE FOR THE SHIFT SUMMARY
033910*--------------------------------------------------------------
033912 77  WS-CARRY-MAX              PIC 9(02) VALUE 4.
033914 77  WS-WAVE-DIST              PIC 9(03) VALUE 5.
033916 77  WS-RTE-ROBOT              PIC 99.
033918 77  WS-RTE-SEED               PIC 9(03).
033920 77  WS-RTE-SCAN               PIC 9(03).
033922 77  WS-RTE-SEQ                PIC 9(02).
033924 77  WS-RTE-STOPS              PIC 9(02).
033926 77  WS-RTE-BEST               PIC 9(03).
033928 77  WS-RTE-BEST-DIST          PIC S9(05).
033930 77  WS-RTE-AT-X               PIC S999.
033932 77  WS-RTE-AT-Y               PIC S999.
033934 77  WS-RTE-PLANNED            PIC 9(05).
033936 77  WS-RTE-BASELINE           PIC 9(05).
033938 77  WS-ROUTES-RUN             PIC 9(04) VALUE ZERO.
033940 77  WS-ROUTE-STOPS-RUN        PIC 9(04) VALUE ZERO.
033942 77  WS-TRAVEL-ROUTED          PIC 9(07) VALUE ZERO.
033944 77  WS-TRAVEL-BASELINE        PIC 9(07) VALUE ZERO.
033946 77  WS-TRAVEL-SAVED           PIC 9(07) VALUE ZERO.
033948 01  WS-STOP-REASON.
033950     05 FILLER                 PIC X(10) VALUE "PICK-DONE ".
033952     05 SR-STOP                PIC 99.
033954     05 FILLER                 PIC X(01) VALUE "/".
033956     05 SR-STOPS               PIC 99.
033958 01  WS-ROUTE-REASON.
033960     05 FILLER                 PIC X(06) VALUE "ROUTE ".
033962     05 RR-STOPS               PIC 99.
033964     05 FILLER                 PIC X(06) VALUE " STOPS".
033966 01  WS-ROUTE-SUM-LINE.
033968     05 FILLER                 PIC X(07) VALUE "ROUTES ".
033970     05 RS-ROUTES              PIC ZZZ9.
033972     05 FILLER                 PIC X(07) VALUE " STOPS ".
033974     05 RS-STOPS               PIC ZZZ9.
033976     05 FILLER                 PIC X(08) VALUE " TRAVEL ".
033978     05 RS-TRAVEL              PIC ZZZZZZ9.
033980     05 FILLER                 PIC X(13) VALUE " SINGLE-TASK ".
033982     05 RS-BASELINE            PIC ZZZZZZ9.
033984     05 FILLER                 PIC X(07) VALUE " SAVED ".
033986     05 RS-SAVED               PIC ZZZZZZ9.
034000*--------------------------------------------------------------
034100* BATTERY AND CHARGING-STATION CONTROLS
034200*--------------------------------------------------------------
037100 77  WS-TASK-PART-OK-SW        PIC X VALUE "N".
037200     88 TASK-PART-VALID        VALUE "Y".
037300 77  WS-RUN-DATE               PIC X(08).
037310*--------------------------------------------------------------
037320* BIN-LOCATION LOOKUP AND DEFAULT DROP CELL
037330*--------------------------------------------------------------
037340 77  WS-BINLOC-STATUS          PIC XX.
037350 77  WS-BINLOC-OPEN-SW         PIC X VALUE "N".
037360     88 BIN-LOCATION-AVAILABLE VALUE "Y".
037370 77  WS-DROP-X                 PIC S999 VALUE ZERO.
037380 77  WS-DROP-Y                 PIC S999 VALUE ZERO.
037400 01  WS-PART-MOVE-TABLE.
037500     05 WS-PMV-COUNT           PIC 9(02) VALUE ZERO.
037600     05 WS-PMV-ENTRY OCCURS 50 TIMES.
047600        10 FL-OUT-OF-SVC-SW    PIC X.
047700        10 FL-PART-NUMBER      PIC X(06).
047800        10 FL-QTY              PIC 9(05).
047810        10 FL-ORDER-REF        PIC X(11).
047820        10 FL-ROUTE-STOPS      PIC 9(02).
047830        10 FL-ROUTE-STOP       PIC 9(02).
047900        10 FL-DONE-SW          PIC X.
048000           88 FL-ROBOT-DONE             VALUE "Y".
048100 PROCEDURE DIVISION.
052000     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
052100        MOVE RP-VALUE(1:3) TO WS-CHG-TIME
052200     END-IF
052205*    WAVE PICKING: STOPS ONE ROBOT CARRIES PER ROUTE (1 RUNS THE
052210*    DISPATCHER ONE TASK AT A TIME) AND HOW FAR FROM THE FIRST
052215*    PICK ANOTHER ORDER'S TASK MAY BE AND STILL JOIN THE ROUTE
052220     MOVE "CARRYMAX" TO RP-KEYWORD
052225     MOVE SPACES TO RP-DEFAULT
052230     CALL "RUNPARM" USING RUN-PARM-CONTROL
052235     IF RP-VALUE-FOUND AND RP-VALUE(1:2) IS NUMERIC
052240        AND RP-VALUE(1:2) NOT = "00"
052245        MOVE RP-VALUE(1:2) TO WS-CARRY-MAX
052250     END-IF
052255     MOVE "WAVEDIST" TO RP-KEYWORD
052260     MOVE SPACES TO RP-DEFAULT
052265     CALL "RUNPARM" USING RUN-PARM-CONTROL
052270     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
052275        MOVE RP-VALUE(1:3) TO WS-WAVE-DIST
052280     END-IF
052300     PERFORM 1075-LOAD-CHARGERS THRU 1075-LOAD-CHARGERS-EXIT
052310     PERFORM 1055-LOAD-DROP-CELL THRU 1055-LOAD-DROP-CELL-EXIT
052400     MOVE "RESUME" TO RP-KEYWORD
052500     MOVE SPACES TO RP-DEFAULT
052600     CALL "RUNPARM" USING RUN-PARM-CONTROL
060000     END-IF.
060100 1050-LOAD-GRID-BOUNDS-EXIT.
060200     EXIT.
060202*--------------------------------------------------------------
060204* 1055-LOAD-DROP-CELL - WHERE A TASK WITH NO DROP CELL DELIVERS
060206*          TO (RUNCTL ROBOT DROPX/DROPY, DEFAULT 0,0)
060208*--------------------------------------------------------------
060210 1055-LOAD-DROP-CELL.
060212     MOVE "ROBOT" TO RP-PROGRAM-ID
060214     MOVE "DROPX" TO RP-KEYWORD
060216     MOVE SPACES TO RP-DEFAULT
060218     CALL "RUNPARM" USING RUN-PARM-CONTROL
060220     IF RP-VALUE-FOUND
060222        IF RP-VALUE(1:1) = "-" AND RP-VALUE(2:3) IS NUMERIC
060224           MOVE RP-VALUE(2:3) TO WS-DROP-X
060226           COMPUTE WS-DROP-X = 0 - WS-DROP-X
060228        ELSE
060230           IF RP-VALUE(1:3) IS NUMERIC
060232              MOVE RP-VALUE(1:3) TO WS-DROP-X
060234           END-IF
060236        END-IF
060238     END-IF
060240     MOVE "DROPY" TO RP-KEYWORD
060242     CALL "RUNPARM" USING RUN-PARM-CONTROL
060244     IF RP-VALUE-FOUND
060246        IF RP-VALUE(1:1) = "-" AND RP-VALUE(2:3) IS NUMERIC
060248           MOVE RP-VALUE(2:3) TO WS-DROP-Y
060250           COMPUTE WS-DROP-Y = 0 - WS-DROP-Y
060252        ELSE
060254           IF RP-VALUE(1:3) IS NUMERIC
060256              MOVE RP-VALUE(1:3) TO WS-DROP-Y
060258           END-IF
060260        END-IF
060262     END-IF.
060264 1055-LOAD-DROP-CELL-EXIT.
060266     EXIT.
060300*--------------------------------------------------------------
060400* 1100-LOAD-FLEET
060500*--------------------------------------------------------------
068800        MOVE "N"             TO FL-OUT-OF-SVC-SW(WS-FLEET-COUNT)
068900        MOVE SPACES          TO FL-PART-NUMBER(WS-FLEET-COUNT)
069000        MOVE ZERO            TO FL-QTY(WS-FLEET-COUNT)
069010        MOVE SPACES          TO FL-ORDER-REF(WS-FLEET-COUNT)
069020        MOVE ZERO            TO FL-ROUTE-STOPS(WS-FLEET-COUNT)
069030        MOVE ZERO            TO FL-ROUTE-STOP(WS-FLEET-COUNT)
069100        MOVE 1               TO FL-INSTR-PTR(WS-FLEET-COUNT)
069200        MOVE "N"             TO FL-DONE-SW(WS-FLEET-COUNT)
069300     END-IF.
070100 2500-RUN-FLEET.
070200     MOVE "N" TO WS-ALL-DONE-SW
070300     PERFORM 2510-RUN-PASS THRU 2510-RUN-PASS-EXIT
070400        UNTIL ALL-ROBOTS-DONE
070410     PERFORM 2670-SETTLE-ROUTE THRU 2670-SETTLE-ROUTE-EXIT
070420        VARYING FL-IDX FROM 1 BY 1
070430        UNTIL FL-IDX > WS-FLEET-COUNT.
070500 2500-RUN-FLEET-EXIT.
070600     EXIT.
070700*--------------------------------------------------------------
103220*       COMPLETES WITH NO STOCK MOVEMENT
103230        MOVE RE-PART-NUMBER TO FL-PART-NUMBER(POS-IDX)
103240        MOVE RE-QTY TO FL-QTY(POS-IDX)
103250        MOVE RE-ORDER-REF TO FL-ORDER-REF(POS-IDX)
103300     END-IF.
103400 1083-RESUME-ONE-ROBOT-EXIT.
103500     EXIT.
108500        MOVE FL-DROP-Y(POS-IDX) TO RE-DROP-Y
108510        MOVE FL-PART-NUMBER(POS-IDX) TO RE-PART-NUMBER
108520        MOVE FL-QTY(POS-IDX) TO RE-QTY
108530        MOVE FL-ORDER-REF(POS-IDX) TO RE-ORDER-REF
108600     ELSE
108700        MOVE ZERO TO RE-TASK-STATE
108800        MOVE ZERO TO RE-PICK-X
109100        MOVE ZERO TO RE-DROP-Y
109110        MOVE SPACES TO RE-PART-NUMBER
109120        MOVE ZERO TO RE-QTY
109130        MOVE SPACES TO RE-ORDER-REF
109200     END-IF.
109300 9220-FILL-END-STATE-EXIT.
109400     EXIT.
129400     IF WS-PARTSMST-STATUS = "00"
129500        SET PARTS-MASTER-AVAILABLE TO TRUE
129600     END-IF
129610     OPEN INPUT BIN-LOCATION-FILE
129620     IF WS-BINLOC-STATUS = "00"
129630        SET BIN-LOCATION-AVAILABLE TO TRUE
129640     END-IF
129700     PERFORM 1090-LOAD-ONE-TASK THRU 1090-LOAD-ONE-TASK-EXIT
129800        UNTIL WS-TASK-STATUS NOT = "00"
129900     CLOSE TASK-FILE
130000     IF PARTS-MASTER-AVAILABLE
130100        CLOSE PARTS-MASTER-FILE
130110     END-IF
130120     IF BIN-LOCATION-AVAILABLE
130130        CLOSE BIN-LOCATION-FILE
130200     END-IF.
130300 1080-LOAD-TASKS-EXIT.
130400     EXIT.
131500     IF NOT TASK-PART-VALID
131600        GO TO 1090-LOAD-ONE-TASK-EXIT
131700     END-IF
131710*    A TASK CARRYING ONLY A PART AND QUANTITY PICKS FROM THAT
131720*    PART'S BIN CELL ON THE BIN-LOCATION MASTER
131730     PERFORM 1093-RESOLVE-TASK-CELLS
131740        THRU 1093-RESOLVE-TASK-CELLS-EXIT
131750     IF NOT TASK-PART-VALID
131760        GO TO 1090-LOAD-ONE-TASK-EXIT
131770     END-IF
131800*    A BLANK ROBOT ID IS A DISPATCHER-MODE TASK: IT QUEUES AND
131900*    WAITS FOR THE NEAREST IDLE ROBOT INSTEAD OF HARD-BINDING
132000     IF TK-ROBOT-ID = SPACES
134500        ELSE
134600           MOVE ZERO TO PD-QTY(WS-PEND-COUNT)
134700        END-IF
134710        MOVE TK-ORDER-REF TO PD-ORDER-REF(WS-PEND-COUNT)
134720        MOVE ZERO TO PD-ROUTE-SEQ(WS-PEND-COUNT)
134800     END-IF.
134900 1096-QUEUE-PENDING-EXIT.
135000     EXIT.
138000     END-IF.
138100 1092-CHECK-TASK-PART-EXIT.
138200     EXIT.
138202*--------------------------------------------------------------
138204* 1093-RESOLVE-TASK-CELLS - A BLANK PICK CELL IS THE PART'S BIN
138206*          CELL; A PART WITH NO BIN REJECTS THE TASK. A BLANK DROP
138208*          CELL DELIVERS TO THE DEFAULT DROP CELL
138210*--------------------------------------------------------------
138212 1093-RESOLVE-TASK-CELLS.
138214     IF TK-DROP-CELL = SPACES
138216        MOVE WS-DROP-X TO TK-DROP-X
138218        MOVE WS-DROP-Y TO TK-DROP-Y
138220     END-IF
138222     IF TK-PICK-CELL NOT = SPACES
138224        GO TO 1093-RESOLVE-TASK-CELLS-EXIT
138226     END-IF
138228     IF TK-PART-NUMBER = SPACES
138230        OR NOT BIN-LOCATION-AVAILABLE
138232        MOVE "N" TO WS-TASK-PART-OK-SW
138234     ELSE
138236        MOVE TK-PART-NUMBER TO BL-PART-NUMBER
138238        READ BIN-LOCATION-FILE
138240           INVALID KEY
138242              MOVE "N" TO WS-TASK-PART-OK-SW
138244           NOT INVALID KEY
138246              MOVE BL-X TO TK-PICK-X
138248              MOVE BL-Y TO TK-PICK-Y
138250        END-READ
138252     END-IF
138254     IF NOT TASK-PART-VALID
138256        MOVE TK-ROBOT-ID TO WS-ROBOT-ID
138258        MOVE ZERO TO WS-X-COORD
138260        MOVE ZERO TO WS-Y-COORD
138262        MOVE SPACES TO WS-DIRECTION
138264        MOVE SPACE TO WS-NEXT-INSTRUCTION
138266        MOVE "Y" TO WS-MOVE-REJECT-SW
138268        MOVE "TASK-NOBIN" TO WS-REJECT-REASON
138270        PERFORM 2350-WRITE-LOG THRU 2350-WRITE-LOG-EXIT
138272        MOVE "N" TO WS-MOVE-REJECT-SW
138274     END-IF.
138276 1093-RESOLVE-TASK-CELLS-EXIT.
138278     EXIT.
138300*--------------------------------------------------------------
138400* 1085-DISPATCH-PENDING - HAND EVERY PENDING TASK STILL WITHIN
138500*          ITS RETRY ALLOWANCE TO THE NEAREST IDLE ROBOT
140700     IF WS-DSP-BEST = ZERO
140800        GO TO 1086-DISPATCH-ONE-EXIT
140900     END-IF
140910*    THE CHOSEN ROBOT TAKES THIS TASK AND EVERY PENDING TASK THAT
140920*    CAN RIDE WITH IT AS ONE MULTI-STOP ROUTE
140930     PERFORM 1088-BUILD-ROUTE THRU 1088-BUILD-ROUTE-EXIT
141000     MOVE 1 TO FL-TASK-STATE(WS-DSP-BEST)
141010     MOVE ZERO TO FL-BLOCKED-COUNT(WS-DSP-BEST)
141020     MOVE "Y" TO FL-FROM-QUEUE-SW(WS-DSP-BEST)
141030     MOVE "N" TO FL-DONE-SW(WS-DSP-BEST)
141040     MOVE FL-ROBOT-ID(WS-DSP-BEST) TO WS-ROBOT-ID
142300     MOVE FL-X(WS-DSP-BEST) TO WS-X-COORD
142400     MOVE FL-Y(WS-DSP-BEST) TO WS-Y-COORD
142500     MOVE FL-DIR(WS-DSP-BEST) TO WS-DIRECTION
142600     MOVE SPACE TO WS-NEXT-INSTRUCTION
142700     MOVE "Y" TO WS-MOVE-REJECT-SW
142710     IF WS-RTE-STOPS > 1
142720        MOVE WS-RTE-STOPS TO RR-STOPS
142730        MOVE WS-ROUTE-REASON TO WS-REJECT-REASON
142740     ELSE
142750        MOVE "DISPATCHED" TO WS-REJECT-REASON
142760     END-IF
142770     PERFORM 2350-WRITE-LOG THRU 2350-WRITE-LOG-EXIT
142780     MOVE "N" TO WS-MOVE-REJECT-SW.
142790 1086-DISPATCH-ONE-EXIT.
143200     EXIT.
143300*--------------------------------------------------------------
143400* 1087-RATE-ONE-ROBOT - IDLE MEANS NO TASK IN FLIGHT AND NOT
146300        ELSE
146400           MOVE ZERO TO FL-QTY(POS-IDX)
146500        END-IF
146510        MOVE TK-ORDER-REF TO FL-ORDER-REF(POS-IDX)
146600        MOVE FL-ROBOT-ID(POS-IDX) TO WS-ROBOT-ID
146700        MOVE FL-X(POS-IDX) TO WS-X-COORD
146800        MOVE FL-Y(POS-IDX) TO WS-Y-COORD
172700     MOVE SPACE TO WS-NEXT-INSTRUCTION
172800     MOVE "Y" TO WS-MOVE-REJECT-SW
172900     IF FL-TASK-STATE(FL-IDX) = 1
172910        MOVE ZERO TO FL-BLOCKED-COUNT(FL-IDX)
172920        MOVE "PICK-DONE" TO WS-REJECT-REASON
172930        IF FL-ROUTE-STOPS(FL-IDX) > 1
172940           MOVE FL-ROUTE-STOP(FL-IDX) TO SR-STOP
172950           MOVE FL-ROUTE-STOPS(FL-IDX) TO SR-STOPS
172960           MOVE WS-STOP-REASON TO WS-REJECT-REASON
172970        END-IF
172980*       A ROUTE WITH STOPS LEFT HEADS FOR THE NEXT PICK CELL; THE
172990*       LAST PICK (OR A SINGLE TASK'S ONLY PICK) GOES TO THE DROP
173000        IF FL-ROUTE-STOP(FL-IDX) < FL-ROUTE-STOPS(FL-IDX)
173010           ADD 1 TO FL-ROUTE-STOP(FL-IDX)
173020           SET WS-RTE-ROBOT TO FL-IDX
173030           PERFORM 1097-LOAD-ROUTE-STOP
173040              THRU 1097-LOAD-ROUTE-STOP-EXIT
173050        ELSE
173060           MOVE 2 TO FL-TASK-STATE(FL-IDX)
173070        END-IF
173080     ELSE
173090        MOVE "TASK-DONE" TO WS-REJECT-REASON
173100        IF FL-FROM-QUEUE-SW(FL-IDX) = "Y"
173110*          CLOSE THE ROUTE'S QUEUE ENTRIES, ONE STOCK MOVEMENT PER
173120*          STOP, AND FREE THE ROBOT FOR THE NEXT PENDING TASK
173130           IF FL-ROUTE-STOPS(FL-IDX) > 1
173140              MOVE "ROUTE-DONE" TO WS-REJECT-REASON
173150           END-IF
173160           PERFORM 2655-CLOSE-QUEUE-ENTRY
173170              THRU 2655-CLOSE-QUEUE-ENTRY-EXIT
173180           MOVE ZERO TO FL-TASK-STATE(FL-IDX)
173190           MOVE ZERO TO FL-ROUTE-STOPS(FL-IDX)
173200           MOVE ZERO TO FL-ROUTE-STOP(FL-IDX)
173210           MOVE "N" TO FL-FROM-QUEUE-SW(FL-IDX)
173220           SET DISPATCH-WANTED TO TRUE
173230        ELSE
173240           ADD 1 TO WS-TASKS-COMPLETED
173250           ADD 1 TO FL-TASKS-DONE(FL-IDX)
173260           IF FL-PART-NUMBER(FL-IDX) NOT = SPACES
173270              PERFORM 2658-WRITE-STOCK-MOVE
173280                 THRU 2658-WRITE-STOCK-MOVE-EXIT
173290           END-IF
173300           MOVE 3 TO FL-TASK-STATE(FL-IDX)
173310           MOVE "Y" TO FL-DONE-SW(FL-IDX)
173320        END-IF
173330     END-IF
175400     PERFORM 2350-WRITE-LOG THRU 2350-WRITE-LOG-EXIT
175500     MOVE "N" TO WS-MOVE-REJECT-SW.
175600 2650-TASK-ARRIVAL-EXIT.
177700 2660-ABANDON-TASK-EXIT.
177800     EXIT.
177900*--------------------------------------------------------------
177910* 2655-CLOSE-QUEUE-ENTRY - RETIRE EVERY ENTRY ASSIGNED TO THE
177920*          ROBOT UNDER FL-IDX, COUNTING AND POSTING EACH ONE
178200*--------------------------------------------------------------
178300 2655-CLOSE-QUEUE-ENTRY.
178400     PERFORM 2656-CLOSE-ONE-ENTRY THRU 2656-CLOSE-ONE-ENTRY-EXIT
179000     IF PD-STATE(WS-PEND-SCAN) = 1
179100        AND PD-ROBOT(WS-PEND-SCAN) = FL-ROBOT-ID(FL-IDX)
179200        MOVE 2 TO PD-STATE(WS-PEND-SCAN)
179210        ADD 1 TO WS-TASKS-COMPLETED
179220        ADD 1 TO FL-TASKS-DONE(FL-IDX)
179230        IF PD-PART(WS-PEND-SCAN) NOT = SPACES
179240           MOVE PD-PART(WS-PEND-SCAN) TO FL-PART-NUMBER(FL-IDX)
179250           MOVE PD-QTY(WS-PEND-SCAN) TO FL-QTY(FL-IDX)
179260           MOVE PD-ORDER-REF(WS-PEND-SCAN) TO FL-ORDER-REF(FL-IDX)
179270           PERFORM 2658-WRITE-STOCK-MOVE
179280              THRU 2658-WRITE-STOCK-MOVE-EXIT
179290        END-IF
179300     END-IF.
179400 2656-CLOSE-ONE-ENTRY-EXIT.
179500     EXIT.
180500     MOVE FL-QTY(FL-IDX) TO SM-QTY
180600     MOVE FL-ROBOT-ID(FL-IDX) TO SM-ROBOT-ID
180700     MOVE "MOVE" TO SM-MOVE-TYPE
180710     MOVE FL-ORDER-REF(FL-IDX) TO SM-ORDER-REF
180800     WRITE STOCK-MOVE-RECORD
180900     MOVE "N" TO WS-PMV-FOUND-SW
181000     PERFORM 2659-TALLY-ONE-PART THRU 2659-TALLY-ONE-PART-EXIT
184000        AND PD-ROBOT(WS-PEND-SCAN) = FL-ROBOT-ID(FL-IDX)
184100        MOVE ZERO TO PD-STATE(WS-PEND-SCAN)
184200        MOVE SPACES TO PD-ROBOT(WS-PEND-SCAN)
184210        MOVE ZERO TO PD-ROUTE-SEQ(WS-PEND-SCAN)
184300        ADD 1 TO PD-RETRY(WS-PEND-SCAN)
184400        ADD 1 TO WS-TASKS-REASSIGNED
184500     END-IF.
184600 2666-REQUEUE-ONE-EXIT.
184700     EXIT.
184701*--------------------------------------------------------------
184702* 2670-SETTLE-ROUTE - A DISPATCHED ROUTE STILL IN FLIGHT AT
184703*          SHIFT END POSTS A STOCK MOVEMENT FOR EVERY STOP ALREADY
184704*          PICKED AND HANDS EVERY STOP NOT YET REACHED BACK TO THE
184705*          QUEUE, WHERE IT COUNTS AS LEFT QUEUED. PICKED STOCK
184706*          STILL RIDES TO THE DROP CELL NEXT SHIFT AS A PLAIN
184707*          RELOCATION, SO IT IS NEVER POSTED TWICE
184708*--------------------------------------------------------------
184709 2670-SETTLE-ROUTE.
184710     IF FL-FROM-QUEUE-SW(FL-IDX) NOT = "Y"
184711        GO TO 2670-SETTLE-ROUTE-EXIT
184712     END-IF
184713     MOVE FL-TASK-STATE(FL-IDX) TO WS-END-STATE
184714     IF WS-END-STATE = 5 OR WS-END-STATE = 6
184715        MOVE FL-RESUME-STATE(FL-IDX) TO WS-END-STATE
184716     END-IF
184717     IF WS-END-STATE NOT = 1 AND WS-END-STATE NOT = 2
184718        GO TO 2670-SETTLE-ROUTE-EXIT
184719     END-IF
184720     MOVE ZERO TO WS-END-PICKED
184721     PERFORM 2671-SETTLE-ONE-STOP THRU 2671-SETTLE-ONE-STOP-EXIT
184722        VARYING WS-PEND-SCAN FROM 1 BY 1
184723        UNTIL WS-PEND-SCAN > WS-PEND-COUNT
184724     MOVE SPACES TO FL-PART-NUMBER(FL-IDX)
184725     MOVE ZERO TO FL-QTY(FL-IDX)
184726     MOVE SPACES TO FL-ORDER-REF(FL-IDX)
184727     MOVE ZERO TO FL-ROUTE-STOPS(FL-IDX)
184728     MOVE ZERO TO FL-ROUTE-STOP(FL-IDX)
184729     MOVE "N" TO FL-FROM-QUEUE-SW(FL-IDX)
184730     IF WS-END-PICKED > ZERO
184731        MOVE 2 TO WS-END-STATE
184732     ELSE
184733        MOVE ZERO TO WS-END-STATE
184734     END-IF
184735     IF FL-TASK-STATE(FL-IDX) = 5 OR FL-TASK-STATE(FL-IDX) = 6
184736        MOVE WS-END-STATE TO FL-RESUME-STATE(FL-IDX)
184737     ELSE
184738        MOVE WS-END-STATE TO FL-TASK-STATE(FL-IDX)
184739     END-IF.
184740 2670-SETTLE-ROUTE-EXIT.
184741     EXIT.
184742 2671-SETTLE-ONE-STOP.
184743     IF PD-STATE(WS-PEND-SCAN) NOT = 1
184744        OR PD-ROBOT(WS-PEND-SCAN) NOT = FL-ROBOT-ID(FL-IDX)
184745        GO TO 2671-SETTLE-ONE-STOP-EXIT
184746     END-IF
184747*    ON THE WAY TO A PICK, THAT STOP AND EVERY LATER ONE ARE
184748*    STILL ON THE SHELF
184749     IF WS-END-STATE = 1
184750        AND PD-ROUTE-SEQ(WS-PEND-SCAN) NOT < FL-ROUTE-STOP(FL-IDX)
184751        MOVE ZERO TO PD-STATE(WS-PEND-SCAN)
184752        MOVE SPACES TO PD-ROBOT(WS-PEND-SCAN)
184753        MOVE ZERO TO PD-ROUTE-SEQ(WS-PEND-SCAN)
184754        GO TO 2671-SETTLE-ONE-STOP-EXIT
184755     END-IF
184756     MOVE 2 TO PD-STATE(WS-PEND-SCAN)
184757     ADD 1 TO WS-END-PICKED
184758     ADD 1 TO WS-TASKS-COMPLETED
184759     ADD 1 TO FL-TASKS-DONE(FL-IDX)
184760     IF PD-PART(WS-PEND-SCAN) NOT = SPACES
184761        MOVE PD-PART(WS-PEND-SCAN) TO FL-PART-NUMBER(FL-IDX)
184762        MOVE PD-QTY(WS-PEND-SCAN) TO FL-QTY(FL-IDX)
184763        MOVE PD-ORDER-REF(WS-PEND-SCAN) TO FL-ORDER-REF(FL-IDX)
184764        PERFORM 2658-WRITE-STOCK-MOVE
184765           THRU 2658-WRITE-STOCK-MOVE-EXIT
184766     END-IF.
184767 2671-SETTLE-ONE-STOP-EXIT.
184768     EXIT.
184800*--------------------------------------------------------------
184900* 8500-WRITE-SHIFT-SUMMARY - TASKS COMPLETED AND ABANDONED AND
185000*          TOTAL ROUTED STEPS PER ROBOT
187400        INTO SHIFT-SUMMARY-RECORD
187500     END-STRING
187600     WRITE SHIFT-SUMMARY-RECORD
187605*    ROUTE TRAVEL AGAINST WHAT THE SAME TASKS WOULD HAVE COST
187610*    DISPATCHED ONE AT A TIME (BOTH MANHATTAN, AS PLANNED)
187615     MOVE WS-ROUTES-RUN TO RS-ROUTES
187620     MOVE WS-ROUTE-STOPS-RUN TO RS-STOPS
187625     MOVE WS-TRAVEL-ROUTED TO RS-TRAVEL
187630     MOVE WS-TRAVEL-BASELINE TO RS-BASELINE
187635     MOVE ZERO TO WS-TRAVEL-SAVED
187640     IF WS-TRAVEL-BASELINE > WS-TRAVEL-ROUTED
187645        COMPUTE WS-TRAVEL-SAVED =
187650           WS-TRAVEL-BASELINE - WS-TRAVEL-ROUTED
187655     END-IF
187660     MOVE WS-TRAVEL-SAVED TO RS-SAVED
187665     WRITE SHIFT-SUMMARY-RECORD FROM WS-ROUTE-SUM-LINE
187700     PERFORM 8530-WRITE-ONE-PART THRU 8530-WRITE-ONE-PART-EXIT
187800        VARYING WS-PMV-SCAN FROM 1 BY 1
187900        UNTIL WS-PMV-SCAN > WS-PMV-COUNT
199700     END-IF.
199800 9100-VERIFY-FEED-CONTROL-EXIT.
199900     EXIT.
200000*--------------------------------------------------------------
200100* 1088-BUILD-ROUTE - THE PENDING TASK UNDER WS-PEND-SCAN SEEDS A
200200*          ROUTE FOR THE ROBOT UNDER WS-DSP-BEST: GATHER THE
200300*          TASKS THAT CAN RIDE WITH IT, SEQUENCE THE STOPS
200400*          NEAREST-FIRST, AND LOAD THE FIRST STOP
200500*--------------------------------------------------------------
200600 1088-BUILD-ROUTE.
200700     MOVE WS-DSP-BEST TO WS-RTE-ROBOT
200800     MOVE WS-PEND-SCAN TO WS-RTE-SEED
200900     MOVE 1 TO PD-STATE(WS-RTE-SEED)
201000     MOVE FL-ROBOT-ID(WS-RTE-ROBOT) TO PD-ROBOT(WS-RTE-SEED)
201100     MOVE ZERO TO PD-ROUTE-SEQ(WS-RTE-SEED)
201200     MOVE 1 TO WS-RTE-STOPS
201300     PERFORM 1089-GATHER-ONE-STOP THRU 1089-GATHER-ONE-STOP-EXIT
201400        VARYING WS-RTE-SCAN FROM 1 BY 1
201500        UNTIL WS-RTE-SCAN > WS-PEND-COUNT
201600           OR WS-RTE-STOPS NOT < WS-CARRY-MAX
201700     MOVE FL-X(WS-RTE-ROBOT) TO WS-RTE-AT-X
201800     MOVE FL-Y(WS-RTE-ROBOT) TO WS-RTE-AT-Y
201900     MOVE ZERO TO WS-RTE-PLANNED
202000     MOVE ZERO TO WS-RTE-BASELINE
202100     PERFORM 1091-SEQUENCE-ONE-STOP
202200        THRU 1091-SEQUENCE-ONE-STOP-EXIT
202300        VARYING WS-RTE-SEQ FROM 1 BY 1
202400        UNTIL WS-RTE-SEQ > WS-RTE-STOPS
202500*    THE LAST PICK RUNS ON TO THE DROP CELL
202600     COMPUTE WS-RTE-PLANNED = WS-RTE-PLANNED
202700        + FUNCTION ABS(WS-RTE-AT-X - PD-DROP-X(WS-RTE-SEED))
202800        + FUNCTION ABS(WS-RTE-AT-Y - PD-DROP-Y(WS-RTE-SEED))
202900     ADD 1 TO WS-ROUTES-RUN
203000     ADD WS-RTE-STOPS TO WS-ROUTE-STOPS-RUN
203100     ADD WS-RTE-PLANNED TO WS-TRAVEL-ROUTED
203200     ADD WS-RTE-BASELINE TO WS-TRAVEL-BASELINE
203300     MOVE PD-DROP-X(WS-RTE-SEED) TO FL-DROP-X(WS-RTE-ROBOT)
203400     MOVE PD-DROP-Y(WS-RTE-SEED) TO FL-DROP-Y(WS-RTE-ROBOT)
203500     MOVE WS-RTE-STOPS TO FL-ROUTE-STOPS(WS-RTE-ROBOT)
203600     MOVE 1 TO FL-ROUTE-STOP(WS-RTE-ROBOT)
203700     PERFORM 1097-LOAD-ROUTE-STOP THRU 1097-LOAD-ROUTE-STOP-EXIT.
203800 1088-BUILD-ROUTE-EXIT.
203900     EXIT.
204000*--------------------------------------------------------------
204100* 1089-GATHER-ONE-STOP - A PENDING TASK JOINS THE ROUTE WHEN IT
204200*          DROPS WHERE THE SEED DROPS AND IS EITHER ON THE SAME
204300*          CUSTOMER ORDER OR PICKS NEAR THE SEED'S PICK CELL
204400*--------------------------------------------------------------
204500 1089-GATHER-ONE-STOP.
204600     IF PD-STATE(WS-RTE-SCAN) NOT = ZERO
204700        OR PD-RETRY(WS-RTE-SCAN) > 3
204800        GO TO 1089-GATHER-ONE-STOP-EXIT
204900     END-IF
205000     IF PD-DROP-X(WS-RTE-SCAN) NOT = PD-DROP-X(WS-RTE-SEED)
205100        OR PD-DROP-Y(WS-RTE-SCAN) NOT = PD-DROP-Y(WS-RTE-SEED)
205200        GO TO 1089-GATHER-ONE-STOP-EXIT
205300     END-IF
205400     COMPUTE WS-DSP-DIST =
205500        FUNCTION ABS(PD-PICK-X(WS-RTE-SCAN)
205600           - PD-PICK-X(WS-RTE-SEED))
205700        + FUNCTION ABS(PD-PICK-Y(WS-RTE-SCAN)
205800           - PD-PICK-Y(WS-RTE-SEED))
205900     IF WS-DSP-DIST > WS-WAVE-DIST
206000        IF PD-ORDER-REF(WS-RTE-SEED) = SPACES
206100           OR PD-ORDER-REF(WS-RTE-SCAN)(1:8)
206200              NOT = PD-ORDER-REF(WS-RTE-SEED)(1:8)
206300           GO TO 1089-GATHER-ONE-STOP-EXIT
206400        END-IF
206500     END-IF
206600     MOVE 1 TO PD-STATE(WS-RTE-SCAN)
206700     MOVE FL-ROBOT-ID(WS-RTE-ROBOT) TO PD-ROBOT(WS-RTE-SCAN)
206800     MOVE ZERO TO PD-ROUTE-SEQ(WS-RTE-SCAN)
206900     ADD 1 TO WS-RTE-STOPS.
207000 1089-GATHER-ONE-STOP-EXIT.
207100     EXIT.
207200*--------------------------------------------------------------
207300* 1091-SEQUENCE-ONE-STOP - THE NEAREST UNSEQUENCED STOP TO
207400*          WHERE THE ROBOT WILL BE BECOMES STOP WS-RTE-SEQ. THE
207500*          SINGLE-TASK BASELINE RUNS OUT TO THE FIRST PICK, THEN
207600*          SHUTTLES EVERY LATER PICK TO THE DROP AND BACK
207700*--------------------------------------------------------------
207800 1091-SEQUENCE-ONE-STOP.
207900     MOVE ZERO TO WS-RTE-BEST
208000     MOVE 99999 TO WS-RTE-BEST-DIST
208100     PERFORM 1094-RATE-ONE-STOP THRU 1094-RATE-ONE-STOP-EXIT
208200        VARYING WS-RTE-SCAN FROM 1 BY 1
208300        UNTIL WS-RTE-SCAN > WS-PEND-COUNT
208400     IF WS-RTE-BEST = ZERO
208500        GO TO 1091-SEQUENCE-ONE-STOP-EXIT
208600     END-IF
208700     MOVE WS-RTE-SEQ TO PD-ROUTE-SEQ(WS-RTE-BEST)
208800     ADD WS-RTE-BEST-DIST TO WS-RTE-PLANNED
208900     COMPUTE WS-DSP-DIST =
209000        FUNCTION ABS(PD-PICK-X(WS-RTE-BEST)
209100           - PD-DROP-X(WS-RTE-BEST))
209200        + FUNCTION ABS(PD-PICK-Y(WS-RTE-BEST)
209300           - PD-DROP-Y(WS-RTE-BEST))
209400     IF WS-RTE-SEQ = 1
209500        COMPUTE WS-RTE-BASELINE = WS-RTE-BASELINE
209600           + WS-RTE-BEST-DIST + WS-DSP-DIST
209700     ELSE
209800        COMPUTE WS-RTE-BASELINE = WS-RTE-BASELINE
209900           + 2 * WS-DSP-DIST
210000     END-IF
210100     MOVE PD-PICK-X(WS-RTE-BEST) TO WS-RTE-AT-X
210200     MOVE PD-PICK-Y(WS-RTE-BEST) TO WS-RTE-AT-Y.
210300 1091-SEQUENCE-ONE-STOP-EXIT.
210400     EXIT.
210500 1094-RATE-ONE-STOP.
210600     IF PD-STATE(WS-RTE-SCAN) NOT = 1
210700        OR PD-ROBOT(WS-RTE-SCAN) NOT = FL-ROBOT-ID(WS-RTE-ROBOT)
210800        OR PD-ROUTE-SEQ(WS-RTE-SCAN) NOT = ZERO
210900        GO TO 1094-RATE-ONE-STOP-EXIT
211000     END-IF
211100     COMPUTE WS-DSP-DIST =
211200        FUNCTION ABS(PD-PICK-X(WS-RTE-SCAN) - WS-RTE-AT-X)
211300        + FUNCTION ABS(PD-PICK-Y(WS-RTE-SCAN) - WS-RTE-AT-Y)
211400     IF WS-DSP-DIST < WS-RTE-BEST-DIST
211500        MOVE WS-DSP-DIST TO WS-RTE-BEST-DIST
211600        MOVE WS-RTE-SCAN TO WS-RTE-BEST
211700     END-IF.
211800 1094-RATE-ONE-STOP-EXIT.
211900     EXIT.
212000*--------------------------------------------------------------
212100* 1097-LOAD-ROUTE-STOP - AIM THE ROBOT UNDER WS-RTE-ROBOT AT
212200*          ITS CURRENT ROUTE STOP
212300*--------------------------------------------------------------
212400 1097-LOAD-ROUTE-STOP.
212500     PERFORM 1098-MATCH-ROUTE-STOP THRU 1098-MATCH-ROUTE-STOP-EXIT
212600        VARYING WS-RTE-SCAN FROM 1 BY 1
212700        UNTIL WS-RTE-SCAN > WS-PEND-COUNT.
212800 1097-LOAD-ROUTE-STOP-EXIT.
212900     EXIT.
213000 1098-MATCH-ROUTE-STOP.
213100     IF PD-STATE(WS-RTE-SCAN) = 1
213200        AND PD-ROBOT(WS-RTE-SCAN) = FL-ROBOT-ID(WS-RTE-ROBOT)
213300        AND PD-ROUTE-SEQ(WS-RTE-SCAN)
213400           = FL-ROUTE-STOP(WS-RTE-ROBOT)
213500        MOVE PD-PICK-X(WS-RTE-SCAN) TO FL-PICK-X(WS-RTE-ROBOT)
213600        MOVE PD-PICK-Y(WS-RTE-SCAN) TO FL-PICK-Y(WS-RTE-ROBOT)
213700        MOVE PD-PART(WS-RTE-SCAN) TO FL-PART-NUMBER(WS-RTE-ROBOT)
213800        MOVE PD-QTY(WS-RTE-SCAN) TO FL-QTY(WS-RTE-ROBOT)
213900        MOVE PD-ORDER-REF(WS-RTE-SCAN)
214000           TO FL-ORDER-REF(WS-RTE-ROBOT)
214100     END-IF.
214200 1098-MATCH-ROUTE-STOP-EXIT.
214300     EXIT.
