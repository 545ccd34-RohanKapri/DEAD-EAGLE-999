010600*                 WELL AS THE LEGACY SCHEDALRT RECORD, SO THE
010700*                 ALERT HUB SEES IT ALONGSIDE EVERY OTHER
010800*                 PROGRAM'S WARNINGS.
010805* 2026-10-15 RLM  FILE-ARRIVAL WAIT: A WAITFOR FIELD ON THE
010810*                 CONTROL CARD ("FEEDNAME YYYYMMDD MMM", THE DATE
010815*                 MAY BE GIVEN AS TODAY) HOLDS THE STEP UNTIL THE
010820*                 NAMED FEED CARRIES A FEEDCTL HEADER FOR THAT
010825*                 BUSINESS DATE, RE-CHECKING EVERY FIVE SECONDS
010830*                 FOR UP TO MMM MINUTES (30 WHEN OMITTED). ON
010835*                 TIMEOUT THE STEP IS NOT RUN: IT LOGS AS
010840*                 FEED-LATE, GRADES 8 SO IFOK/SKIPIF DEPENDENTS
010845*                 SKIP, AND CUTS A SEVERITY-8 ROW TO ALERTS. THE
010850*                 VALIDATION RUN MUST NEVER AGAIN PICK UP LAST
010855*                 NIGHT'S CARDIN.
010857* 2026-10-15 RLM  DRY-RUN FORECAST: A SCHEDDRY CARD (TARGET
010859*                 BUSINESS DATE YYYYMMDD, OPTIONAL CHAIN START
010861*                 HHMMSS, DEFAULT 220000) TURNS THE RUN INTO A
010863*                 FORECAST THAT LAUNCHES NOTHING. EVERY CARD'S
010865*                 FREQUENCY IS TESTED AGAINST BUSCAL FOR THE
010867*                 TARGET DATE, GROUPS, LOCKS, DEPEND ORDERING,
010869*                 AND CONDITIONS RESOLVE AS IF EVERY STEP ENDS
010871*                 CLEAN, AND THE PLANNED STEP LIST PRINTS TO
010873*                 SCHEDPLN WITH EACH STEP'S AVERAGE ELAPSED TIME
010875*                 FROM THE JAHIST HISTORY AND ITS PROJECTED
010877*                 START AND FINISH, SET AGAINST THE DEADLINE
010879*                 CARD (RC 4 WHEN THE FINISH PASSES IT). THE
010881*                 CARD IS CONSUMED SO THE NIGHT'S REAL CHAIN IS
010883*                 NEVER LEFT IN FORECAST MODE. SCHEDLOG, THE
010885*                 RESTART FILE, AND ALERTS ARE NOT TOUCHED.
010900*--------------------------------------------------------------
011000 ENVIRONMENT DIVISION.
011100 CONFIGURATION SECTION.
014100     SELECT ALERT-FILE ASSIGN TO "SCHEDALRT"
014200         ORGANIZATION IS LINE SEQUENTIAL
014300         FILE STATUS IS WS-ALERT-STATUS.
014310     SELECT WAIT-FEED-FILE ASSIGN USING WS-WAIT-FEED-NAME
014320         ORGANIZATION IS LINE SEQUENTIAL
014330         FILE STATUS IS WS-WAITFEED-STATUS.
014335     SELECT DRY-RUN-CARD-FILE ASSIGN TO "SCHEDDRY"
014340         ORGANIZATION IS LINE SEQUENTIAL
014345         FILE STATUS IS WS-SCHEDDRY-STATUS.
014350     SELECT JAHIST-CAT-FILE ASSIGN TO "JAHISTCAT"
014355         ORGANIZATION IS LINE SEQUENTIAL
014360         FILE STATUS IS WS-JAHISTCAT-STATUS.
014365     SELECT JAHIST-FILE ASSIGN USING WS-JAHIST-NAME
014370         ORGANIZATION IS LINE SEQUENTIAL
014375         FILE STATUS IS WS-JAHIST-STATUS.
014400 DATA DIVISION.
014500 FILE SECTION.
014600 FD  CONTROL-CARD-FILE.
015800     05 CC-LOCKS               PIC X(24).
015900     05 FILLER                 PIC X.
016000     05 CC-FREQ                PIC X(12).
016010     05 FILLER                 PIC X.
016020     05 CC-WAITFOR             PIC X(24).
016100 FD  SCHEDULE-LOG-FILE.
016200 01  SCHEDULE-LOG-RECORD       PIC X(132).
016300 FD  RESTART-FILE.
018500     05 AL-TIMESTAMP           PIC X(14).
018600     05 FILLER                 PIC X(02).
018700     05 AL-TEXT                PIC X(64).
018710 FD  WAIT-FEED-FILE.
018720 01  WAIT-FEED-RECORD          PIC X(39).
018725 FD  DRY-RUN-CARD-FILE.
018730 01  DRY-RUN-CARD.
018735     05 DR-PLAN-DATE           PIC X(08).
018740     05 FILLER                 PIC X(01).
018745     05 DR-START-TIME          PIC X(06).
018750 FD  JAHIST-CAT-FILE.
018755 01  JAHIST-CAT-RECORD.
018760     05 JC-CUT-DATE            PIC X(08).
018765     05 FILLER                 PIC X(02).
018770     05 JC-FILE-NAME           PIC X(20).
018775     05 FILLER                 PIC X(02).
018780     05 JC-RECORD-COUNT        PIC 9(07).
018785 FD  JAHIST-FILE.
018790 01  JAHIST-RECORD             PIC X(60).
018800 WORKING-STORAGE SECTION.
018900*--------------------------------------------------------------
019000* SCHEDULER CONTROLS
027000        10 WS-GM-CONDITION     PIC X(12).
027100        10 WS-GM-LOCKS         PIC X(24).
027200        10 WS-GM-MODE          PIC X(01).
027210        10 WS-GM-WAITFOR       PIC X(24).
027300*          C = CONCURRENT, S = SERIAL (LOCK HELD), K = SKIPPED,
027310*          B = BYPASSED, L = FEED LATE
027500 77  WS-GM-SCAN                PIC 9(02).
027600 77  WS-GM-PRIOR               PIC 9(02).
027700 01  WS-DEPEND-TABLE.
030400 77  WS-GRP-PID-NO             PIC 9(01).
030500 77  WS-PID-DIGIT              PIC 9(01).
030600 77  WS-PID-TAG                PIC X(02).
030610 77  WS-SAVED-CARD             PIC X(157).
030800 77  WS-COND-SOURCE            PIC X(12).
030900*--------------------------------------------------------------
031000* OPERATOR COMMAND CONTROLS
034100 77  WS-MONTH-END-SW           PIC X(01) VALUE "N".
034200     88 TODAY-IS-MONTH-END     VALUE "Y".
034300 77  WS-TODAY-MM               PIC 9(02).
034305*--------------------------------------------------------------
034310* FEED-ARRIVAL WAIT CONTROLS
034315*--------------------------------------------------------------
034320 77  WS-WAITFEED-STATUS        PIC XX.
034325 77  WS-WAIT-FEED-NAME         PIC X(08).
034330 77  WS-WAIT-DATE-X            PIC X(08).
034335 77  WS-WAIT-MIN-X             PIC X(03).
034340 77  WS-WAIT-DATE              PIC X(08).
034345 77  WS-WAIT-MINUTES           PIC 9(03).
034350 77  WS-WAIT-POLLS             PIC 9(05).
034355 77  WS-WAIT-POLL-LIMIT        PIC 9(05).
034360 77  WS-FEED-SW                PIC X(01) VALUE "N".
034365     88 FEED-WAITING           VALUE "N".
034370     88 FEED-ARRIVED           VALUE "Y".
034375     88 FEED-IS-LATE           VALUE "L".
034380 COPY FEEDCTL.
034381*--------------------------------------------------------------
034382* DRY-RUN FORECAST CONTROLS
034383*--------------------------------------------------------------
034384 77  WS-SCHEDDRY-STATUS        PIC XX.
034385 77  WS-DRY-RUN-SW             PIC X(01) VALUE "N".
034386     88 DRY-RUN-REQUESTED      VALUE "Y".
034387 77  WS-PLAN-DATE              PIC X(08).
034388 77  WS-PLAN-START             PIC X(06).
034389 77  WS-JAHISTCAT-STATUS       PIC XX.
034390 77  WS-JAHIST-STATUS          PIC XX.
034391 77  WS-JAHIST-NAME            PIC X(20).
034392 77  WS-JH-FILES               PIC 9(04) BINARY VALUE ZERO.
034393 77  WS-JH-CAT-EOF-SW          PIC X(01).
034394     88 JH-CATALOG-DONE        VALUE "Y".
034395 77  WS-JH-EOF-SW              PIC X(01).
034396     88 JH-FILE-DONE           VALUE "Y".
034397 01  WS-JH-TABLE.
034398     05 WS-JH-COUNT            PIC 9(03) BINARY VALUE ZERO.
034399     05 WS-JH-ENTRY OCCURS 100 TIMES.
034400        10 WS-JH-PROGRAM       PIC X(08).
034401        10 WS-JH-RUNS          PIC 9(07) BINARY.
034402        10 WS-JH-ELAPSED-TOTAL PIC S9(09) BINARY.
034403 77  WS-JH-SCAN                PIC 9(03) BINARY.
034404 77  WS-JH-SLOT                PIC 9(03) BINARY.
034405 77  WS-JH-DATE-NUM            PIC 9(08).
034406 77  WS-JH-START-DAYS          PIC S9(09) BINARY.
034407 77  WS-JH-END-DAYS            PIC S9(09) BINARY.
034408 77  WS-JH-START-SEC           PIC S9(07) BINARY.
034409 77  WS-JH-ELAPSED             PIC S9(09) BINARY.
034410 77  WS-PLAN-MATCH-NAME        PIC X(20).
034411 77  WS-PLAN-PROGRAM           PIC X(20).
034412 77  WS-PLAN-WAITFOR           PIC X(24).
034413 77  WS-PLAN-EXPECT            PIC S9(07) BINARY.
034414 77  WS-PLAN-HIST-SW           PIC X(01).
034415     88 PLAN-HAS-HISTORY       VALUE "Y".
034416*    PROJECTED TIMES ARE SECONDS AFTER THE CHAIN START
034417 77  WS-PLAN-REL               PIC S9(07) BINARY VALUE ZERO.
034418 77  WS-PLAN-STEP-START        PIC S9(07) BINARY.
034419 77  WS-PLAN-STEP-END          PIC S9(07) BINARY.
034420 77  WS-PLAN-BATCH-MAX         PIC S9(07) BINARY.
034421 77  WS-PLAN-SERIAL-REL        PIC S9(07) BINARY.
034422 77  WS-PLAN-CLOCK-REL         PIC S9(07) BINARY.
034423 77  WS-PLAN-MARGIN            PIC S9(07) BINARY.
034424 77  WS-PLAN-RAN-SW            PIC X(01).
034425     88 PLAN-GROUP-RAN         VALUE "Y".
034426 77  WS-PLAN-RUN-COUNT         PIC 9(04) BINARY VALUE ZERO.
034427 77  WS-PLAN-SKIP-COUNT        PIC 9(04) BINARY VALUE ZERO.
034428 77  WS-PLAN-NOHIST-COUNT      PIC 9(04) BINARY VALUE ZERO.
034429 77  WS-PLAN-RUN-ED            PIC ZZZ9.
034430 77  WS-PLAN-SKIP-ED           PIC ZZZ9.
034431 77  WS-PLAN-NOHIST-ED         PIC ZZZ9.
034432 77  WS-NOTE-PTR               PIC 9(02).
034433 77  WS-PLAN-RC                PIC S9(04) BINARY VALUE ZERO.
034434 01  WS-PLAN-GRP-TABLE.
034435     05 WS-PG-ENTRY OCCURS 10 TIMES.
034436        10 WS-PG-EXPECT        PIC S9(07) BINARY.
034437        10 WS-PG-HIST-SW       PIC X(01).
034438 01  WS-PLAN-LINE.
034439     05 PL-STEP-NO             PIC ZZ9.
034440     05 FILLER                 PIC X(02).
034441     05 PL-PROGRAM             PIC X(20).
034442     05 FILLER                 PIC X(01).
034443     05 PL-GROUP               PIC X(03).
034444     05 FILLER                 PIC X(01).
034445     05 PL-PLAN                PIC X(08).
034446     05 FILLER                 PIC X(01).
034447     05 PL-EXPECT              PIC ZZZZZ9.
034448     05 FILLER                 PIC X(01).
034449     05 PL-START               PIC X(06).
034450     05 FILLER                 PIC X(02).
034451     05 PL-FINISH              PIC X(06).
034452     05 FILLER                 PIC X(02).
034453     05 PL-NOTE                PIC X(38).
034454 01  WS-RPT-DETAIL             PIC X(100).
034455 COPY RPTWRITE.
034456*--------------------------------------------------------------
034500* FAILURE-PACKET CONTROLS
034600*--------------------------------------------------------------
034700 77  WS-SCHDFAIL-STATUS        PIC XX.
039300* 0000-MAINLINE
039400*--------------------------------------------------------------
039500 0000-MAINLINE.
039510*    A FORECAST RUN LAUNCHES NOTHING AND LEAVES THE SCHEDULE
039520*    LOG AND RESTART CHECKPOINT AS THE LAST REAL CHAIN LEFT THEM
039530     PERFORM 1050-CHECK-DRY-RUN THRU 1050-CHECK-DRY-RUN-EXIT
039540     IF DRY-RUN-REQUESTED
039550        PERFORM 3000-DRY-RUN THRU 3000-DRY-RUN-EXIT
039560        STOP RUN
039570     END-IF
039600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
039700     PERFORM 2000-RUN-STEPS THRU 2000-RUN-STEPS-EXIT
039800        UNTIL END-OF-CONTROL-CARDS
041500        THRU 2100-READ-CONTROL-CARD-EXIT.
041600 1000-INITIALIZE-EXIT.
041700     EXIT.
041702*--------------------------------------------------------------
041704* 1050-CHECK-DRY-RUN - A SCHEDDRY CARD CARRYING A TARGET
041706*          BUSINESS DATE ASKS FOR A FORECAST INSTEAD OF A RUN
041708*--------------------------------------------------------------
041710 1050-CHECK-DRY-RUN.
041712     OPEN INPUT DRY-RUN-CARD-FILE
041714     IF WS-SCHEDDRY-STATUS NOT = "00"
041716        GO TO 1050-CHECK-DRY-RUN-EXIT
041718     END-IF
041720     READ DRY-RUN-CARD-FILE
041722        AT END
041724           MOVE SPACES TO DRY-RUN-CARD
041726     END-READ
041728     CLOSE DRY-RUN-CARD-FILE
041730     IF DR-PLAN-DATE IS NUMERIC
041732        SET DRY-RUN-REQUESTED TO TRUE
041734        MOVE DR-PLAN-DATE TO WS-PLAN-DATE
041736        IF DR-START-TIME IS NUMERIC
041738           MOVE DR-START-TIME TO WS-PLAN-START
041740        ELSE
041742           MOVE "220000" TO WS-PLAN-START
041744        END-IF
041746     END-IF.
041748 1050-CHECK-DRY-RUN-EXIT.
041750     EXIT.
041800*--------------------------------------------------------------
041900* 1100-INIT-ONE-RC - MARK EVERY STEP NUMBER AS NOT YET RUN SO
042000*          A CONDITION NAMING AN UNRUN STEP NEVER READS ZERO
056400     MOVE CC-CONDITION TO WS-COND-SOURCE
056500     PERFORM 2050-EVALUATE-CONDITION
056600        THRU 2050-EVALUATE-CONDITION-EXIT
056605*    A STEP WAITING ON ITS FEED IS NOT RUN IF THE FEED NEVER
056610*    ARRIVES; IT GRADES 8 SO ITS DEPENDENTS SKIP
056615     IF NOT STEP-CONDITION-SKIPS AND CC-WAITFOR NOT = SPACES
056620        PERFORM 2700-WAIT-FOR-FEED THRU 2700-WAIT-FOR-FEED-EXIT
056625        IF FEED-IS-LATE
056630           MOVE "FEED-LATE" TO WS-STEP-STATUS
056635           MOVE 8 TO WS-STEP-RC
056640           PERFORM 2250-RECORD-STEP-RC
056645              THRU 2250-RECORD-STEP-RC-EXIT
056650           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-TS
056655           PERFORM 2070-STEP-ELAPSED THRU 2070-STEP-ELAPSED-EXIT
056660           PERFORM 2300-LOG-STEP THRU 2300-LOG-STEP-EXIT
056665           PERFORM 2100-READ-CONTROL-CARD
056670              THRU 2100-READ-CONTROL-CARD-EXIT
056675           GO TO 2000-RUN-STEPS-EXIT
056680        END-IF
056685     END-IF
056700     IF STEP-CONDITION-SKIPS
056800        MOVE "SKIPPED  " TO WS-STEP-STATUS
056900     ELSE
091600     MOVE CC-PARM TO WS-GM-PARM(WS-GM-COUNT)
091700     MOVE CC-CONDITION TO WS-GM-CONDITION(WS-GM-COUNT)
091800     MOVE CC-LOCKS TO WS-GM-LOCKS(WS-GM-COUNT)
091810     MOVE CC-WAITFOR TO WS-GM-WAITFOR(WS-GM-COUNT)
091900     MOVE "C" TO WS-GM-MODE(WS-GM-COUNT)
092000     IF RESTART-POINT-FOUND
092100        AND CC-STEP-NO IS NUMERIC
093700              IF STEP-CONDITION-SKIPS
093800                 MOVE "K" TO WS-GM-MODE(WS-GM-COUNT)
093900              END-IF
093901              IF NOT STEP-CONDITION-SKIPS
093902                 AND CC-WAITFOR NOT = SPACES
093903                 PERFORM 2700-WAIT-FOR-FEED
093904                    THRU 2700-WAIT-FOR-FEED-EXIT
093905                 IF FEED-IS-LATE
093906                    MOVE "L" TO WS-GM-MODE(WS-GM-COUNT)
093907                 END-IF
093908              END-IF
093910           END-IF
094000        END-IF
094100     END-IF.
110800        WHEN "F"
110900           MOVE "CALSKIP  " TO WS-STEP-STATUS
111000           PERFORM 2590-LOG-MEMBER THRU 2590-LOG-MEMBER-EXIT
111010        WHEN "L"
111020           MOVE "FEED-LATE" TO WS-STEP-STATUS
111030           MOVE 8 TO WS-STEP-RC
111040           PERFORM 2590-LOG-MEMBER THRU 2590-LOG-MEMBER-EXIT
111050           PERFORM 2570-RECORD-MEMBER-RC
111060              THRU 2570-RECORD-MEMBER-RC-EXIT
111100        WHEN "C"
111200           ADD 1 TO WS-GRP-PID-NO
111300           MOVE WS-GRP-PID-NO TO WS-PID-TAG(2:1)
135000     IF WS-FREQ-SOURCE = SPACES OR WS-FREQ-SOURCE(1:5) = "DAILY"
135100        GO TO 2045-CHECK-FREQUENCY-EXIT
135200     END-IF
135210*    A FORECAST TESTS ITS TARGET DATE, NOT TODAY
135220     IF DRY-RUN-REQUESTED
135230        MOVE WS-PLAN-DATE TO WS-TODAY-DATE
135240     ELSE
135250        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
135260     END-IF
135400     MOVE SPACES TO WS-FREQ-KEYWORD
135500     MOVE SPACES TO WS-FREQ-DAY
135600     UNSTRING WS-FREQ-SOURCE DELIMITED BY ALL " "
158500     END-IF.
158600 2641-TAKE-ONE-NS-EXIT.
158700     EXIT.
158710*--------------------------------------------------------------
158720* 2700-WAIT-FOR-FEED - HOLD THE STEP UNTIL THE FEED NAMED ON
158730*          ITS WAITFOR FIELD CARRIES A FEEDCTL HEADER FOR THE
158740*          REQUIRED BUSINESS DATE, OR THE TIMEOUT RUNS OUT
158750*--------------------------------------------------------------
158760 2700-WAIT-FOR-FEED.
158770     SET FEED-WAITING TO TRUE
158780     MOVE SPACES TO WS-WAIT-FEED-NAME
158790     MOVE SPACES TO WS-WAIT-DATE-X
158800     MOVE SPACES TO WS-WAIT-MIN-X
158810     UNSTRING CC-WAITFOR DELIMITED BY ALL " "
158820        INTO WS-WAIT-FEED-NAME WS-WAIT-DATE-X WS-WAIT-MIN-X
158830     END-UNSTRING
158840     IF WS-WAIT-DATE-X IS NUMERIC
158850        MOVE WS-WAIT-DATE-X TO WS-WAIT-DATE
158860     ELSE
158870        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WAIT-DATE
158880     END-IF
158890     MOVE 30 TO WS-WAIT-MINUTES
158900     IF WS-WAIT-MIN-X NOT = SPACES
158910        AND FUNCTION TEST-NUMVAL(WS-WAIT-MIN-X) = ZERO
158920        COMPUTE WS-WAIT-MINUTES = FUNCTION NUMVAL(WS-WAIT-MIN-X)
158930     END-IF
158940     COMPUTE WS-WAIT-POLL-LIMIT = WS-WAIT-MINUTES * 12
158950     MOVE ZERO TO WS-WAIT-POLLS
158960     PERFORM 2710-CHECK-FEED THRU 2710-CHECK-FEED-EXIT
158970     PERFORM 2720-WAIT-ONE-POLL THRU 2720-WAIT-ONE-POLL-EXIT
158980        UNTIL NOT FEED-WAITING
158990     IF FEED-IS-LATE
159000        PERFORM 2730-FEED-LATE-ALERT
159010           THRU 2730-FEED-LATE-ALERT-EXIT
159020     END-IF.
159030 2700-WAIT-FOR-FEED-EXIT.
159040     EXIT.
159050*--------------------------------------------------------------
159060* 2710-CHECK-FEED - THE FEED HAS ARRIVED WHEN ITS FIRST RECORD
159070*          IS A FEEDCTL HEADER FOR THE REQUIRED DATE
159080*--------------------------------------------------------------
159090 2710-CHECK-FEED.
159100     OPEN INPUT WAIT-FEED-FILE
159110     IF WS-WAITFEED-STATUS NOT = "00"
159120        GO TO 2710-CHECK-FEED-EXIT
159130     END-IF
159140     READ WAIT-FEED-FILE
159150        AT END
159160           CLOSE WAIT-FEED-FILE
159170           GO TO 2710-CHECK-FEED-EXIT
159180     END-READ
159190     MOVE WAIT-FEED-RECORD TO FEED-CONTROL-RECORD
159200     IF FC-IS-HEADER AND FC-BUSINESS-DATE = WS-WAIT-DATE
159210        SET FEED-ARRIVED TO TRUE
159220     END-IF
159230     CLOSE WAIT-FEED-FILE.
159240 2710-CHECK-FEED-EXIT.
159250     EXIT.
159260*--------------------------------------------------------------
159270* 2720-WAIT-ONE-POLL - FIVE SECONDS BETWEEN CHECKS
159280*--------------------------------------------------------------
159290 2720-WAIT-ONE-POLL.
159300     IF WS-WAIT-POLLS >= WS-WAIT-POLL-LIMIT
159310        SET FEED-IS-LATE TO TRUE
159320        GO TO 2720-WAIT-ONE-POLL-EXIT
159330     END-IF
159340     ADD 1 TO WS-WAIT-POLLS
159350     CALL "SYSTEM" USING WS-SLEEP-CMD
159360     PERFORM 2710-CHECK-FEED THRU 2710-CHECK-FEED-EXIT.
159370 2720-WAIT-ONE-POLL-EXIT.
159380     EXIT.
159390*--------------------------------------------------------------
159400* 2730-FEED-LATE-ALERT - ONE SEVERITY-8 ROW ON THE SHOP-WIDE
159410*          ALERTS FILE PER LATE FEED
159420*--------------------------------------------------------------
159430 2730-FEED-LATE-ALERT.
159440     OPEN EXTEND SHARED-ALERT-FILE
159450     IF WS-SHALERT-STATUS = "35"
159460        OPEN OUTPUT SHARED-ALERT-FILE
159470     END-IF
159480     MOVE SPACES TO ALERT-MSG-RECORD
159490     MOVE "SCHEDULR" TO AM-PROGRAM
159500     MOVE "8" TO AM-SEVERITY
159510     STRING "STEP " DELIMITED BY SIZE
159520        CC-STEP-NO DELIMITED BY SIZE
159530        " FEED-LATE - " DELIMITED BY SIZE
159540        WS-WAIT-FEED-NAME DELIMITED BY SPACE
159550        " NOT IN FOR " DELIMITED BY SIZE
159560        WS-WAIT-DATE DELIMITED BY SIZE
159570        " AFTER " DELIMITED BY SIZE
159580        WS-WAIT-MINUTES DELIMITED BY SIZE
159590        " MIN" DELIMITED BY SIZE
159600        INTO AM-TEXT
159610     END-STRING
159620     MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
159630     MOVE "N" TO AM-ACK-SW
159640     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
159650     CLOSE SHARED-ALERT-FILE.
159660 2730-FEED-LATE-ALERT-EXIT.
159670     EXIT.
159680*--------------------------------------------------------------
159690* 3000-DRY-RUN - FORECAST THE CHAIN FOR THE TARGET BUSINESS
159700*          DATE WITHOUT RUNNING IT: EVERY CARD IS PLANNED IN
159710*          ORDER AS IF EACH STEP ENDS CLEAN, TIMED FROM THE
159720*          JAHIST HISTORY, AND SET AGAINST THE DEADLINE CARD
159730*--------------------------------------------------------------
159740 3000-DRY-RUN.
159750     MOVE SPACES TO WS-TS-WORK
159760     MOVE WS-PLAN-START TO WS-TS-WORK(9:6)
159770     PERFORM 8000-TS-TO-SECONDS THRU 8000-TS-TO-SECONDS-EXIT
159780     MOVE WS-TS-SECONDS TO WS-CHAIN-START-SEC
159790     PERFORM 1100-INIT-ONE-RC THRU 1100-INIT-ONE-RC-EXIT
159800        VARYING WS-RC-IDX FROM 1 BY 1 UNTIL WS-RC-IDX > 999
159810     PERFORM 3100-LOAD-JA-HISTORY THRU 3100-LOAD-JA-HISTORY-EXIT
159820     MOVE "O" TO RPT-REQUEST
159830     MOVE "SCHEDULR" TO RPT-PROGRAM-ID
159840     MOVE "SCHEDPLN" TO RPT-REPORT-NAME
159850     MOVE "BATCH CHAIN DRY-RUN FORECAST" TO RPT-TITLE
159860     MOVE SPACES TO RPT-COL-HEADING
159870     STRING "STP  PROGRAM              GRP PLAN     "
159880            DELIMITED BY SIZE
159890            "EXPSEC START   FINISH  NOTE" DELIMITED BY SIZE
159900        INTO RPT-COL-HEADING
159910     END-STRING
159920     MOVE 60 TO RPT-LINES-PER-PAGE
159930     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
159940     MOVE "D" TO RPT-REQUEST
159950     MOVE WS-JH-FILES TO WS-PLAN-RUN-ED
159960     MOVE SPACES TO WS-RPT-DETAIL
159970     STRING "TARGET BUSINESS DATE " DELIMITED BY SIZE
159980        WS-PLAN-DATE DELIMITED BY SIZE
159990        "   CHAIN START " DELIMITED BY SIZE
160000        WS-PLAN-START DELIMITED BY SIZE
160010        "   JAHIST FILES READ " DELIMITED BY SIZE
160020        WS-PLAN-RUN-ED DELIMITED BY SIZE
160030        INTO WS-RPT-DETAIL
160040     END-STRING
160050     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
160060     MOVE SPACES TO WS-RPT-DETAIL
160070     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
160080     OPEN INPUT CONTROL-CARD-FILE
160090     IF WS-CTLCARD-STATUS NOT = "00"
160100        MOVE "CONTROL FILE SCHEDCTL NOT AVAILABLE - NO FORECAST"
160110           TO WS-RPT-DETAIL
160120        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
160130        MOVE 8 TO WS-PLAN-RC
160140        GO TO 3000-DRY-RUN-CLOSE
160150     END-IF
160160     PERFORM 2100-READ-CONTROL-CARD
160170        THRU 2100-READ-CONTROL-CARD-EXIT
160180     PERFORM 3200-PLAN-ONE-CARD THRU 3200-PLAN-ONE-CARD-EXIT
160190        UNTIL END-OF-CONTROL-CARDS
160200     CLOSE CONTROL-CARD-FILE
160210     PERFORM 3600-PLAN-SUMMARY THRU 3600-PLAN-SUMMARY-EXIT.
160220 3000-DRY-RUN-CLOSE.
160230     MOVE "C" TO RPT-REQUEST
160240     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
160250*    THE CARD IS CONSUMED SO TONIGHT'S REAL CHAIN RUNS
160260     OPEN OUTPUT DRY-RUN-CARD-FILE
160270     CLOSE DRY-RUN-CARD-FILE
160280     MOVE WS-PLAN-RC TO RETURN-CODE.
160290 3000-DRY-RUN-EXIT.
160300     EXIT.
160310*--------------------------------------------------------------
160320* 3100-LOAD-JA-HISTORY - WALK THE JAHIST CATALOG AND TOTAL
160330*          EVERY PROGRAM'S RUNS AND ELAPSED SECONDS. A FAILED
160340*          RUN ENDS EARLY AND WOULD UNDERSTATE THE FORECAST, SO
160350*          ONLY RUNS THAT FINISHED ARE COUNTED.
160360*--------------------------------------------------------------
160370 3100-LOAD-JA-HISTORY.
160380     OPEN INPUT JAHIST-CAT-FILE
160390     IF WS-JAHISTCAT-STATUS NOT = "00"
160400        GO TO 3100-LOAD-JA-HISTORY-EXIT
160410     END-IF
160420     MOVE "N" TO WS-JH-CAT-EOF-SW
160430     PERFORM 3110-TAKE-ONE-CATALOG THRU 3110-TAKE-ONE-CATALOG-EXIT
160440        UNTIL JH-CATALOG-DONE
160450     CLOSE JAHIST-CAT-FILE.
160460 3100-LOAD-JA-HISTORY-EXIT.
160470     EXIT.
160480 3110-TAKE-ONE-CATALOG.
160490     READ JAHIST-CAT-FILE
160500        AT END
160510           SET JH-CATALOG-DONE TO TRUE
160520           GO TO 3110-TAKE-ONE-CATALOG-EXIT
160530     END-READ
160540     MOVE JC-FILE-NAME TO WS-JAHIST-NAME
160550     OPEN INPUT JAHIST-FILE
160560     IF WS-JAHIST-STATUS NOT = "00"
160570        GO TO 3110-TAKE-ONE-CATALOG-EXIT
160580     END-IF
160590     ADD 1 TO WS-JH-FILES
160600     MOVE "N" TO WS-JH-EOF-SW
160610     PERFORM 3120-TALLY-ONE-JA THRU 3120-TALLY-ONE-JA-EXIT
160620        UNTIL JH-FILE-DONE
160630     CLOSE JAHIST-FILE.
160640 3110-TAKE-ONE-CATALOG-EXIT.
160650     EXIT.
160660*--------------------------------------------------------------
160670* 3120-TALLY-ONE-JA - HISTORY ROWS CARRY THE JOBACCT LAYOUT
160680*--------------------------------------------------------------
160690 3120-TALLY-ONE-JA.
160700     READ JAHIST-FILE
160710        AT END
160720           SET JH-FILE-DONE TO TRUE
160730           GO TO 3120-TALLY-ONE-JA-EXIT
160740     END-READ
160750     MOVE JAHIST-RECORD TO JOB-ACCT-RECORD
160760     IF JA-RETURN-STATUS = "FAILED"
160770        OR JA-START-TIMESTAMP IS NOT NUMERIC
160780        OR JA-END-TIMESTAMP IS NOT NUMERIC
160790        GO TO 3120-TALLY-ONE-JA-EXIT
160800     END-IF
160810     MOVE JA-START-TIMESTAMP(1:8) TO WS-JH-DATE-NUM
160820     COMPUTE WS-JH-START-DAYS =
160830        FUNCTION INTEGER-OF-DATE(WS-JH-DATE-NUM)
160840     MOVE JA-START-TIMESTAMP TO WS-TS-WORK
160850     PERFORM 8000-TS-TO-SECONDS THRU 8000-TS-TO-SECONDS-EXIT
160860     MOVE WS-TS-SECONDS TO WS-JH-START-SEC
160870     MOVE JA-END-TIMESTAMP(1:8) TO WS-JH-DATE-NUM
160880     COMPUTE WS-JH-END-DAYS =
160890        FUNCTION INTEGER-OF-DATE(WS-JH-DATE-NUM)
160900     MOVE JA-END-TIMESTAMP TO WS-TS-WORK
160910     PERFORM 8000-TS-TO-SECONDS THRU 8000-TS-TO-SECONDS-EXIT
160920     COMPUTE WS-JH-ELAPSED =
160930        (WS-JH-END-DAYS - WS-JH-START-DAYS) * 86400
160940        + WS-TS-SECONDS - WS-JH-START-SEC
160950     IF WS-JH-ELAPSED < ZERO
160960        GO TO 3120-TALLY-ONE-JA-EXIT
160970     END-IF
160980     MOVE FUNCTION UPPER-CASE(JA-PROGRAM-NAME)
160990        TO WS-PLAN-MATCH-NAME
161000     PERFORM 3130-FIND-JH-PROGRAM THRU 3130-FIND-JH-PROGRAM-EXIT
161010     IF WS-JH-SLOT = ZERO
161020        IF WS-JH-COUNT >= 100
161030           GO TO 3120-TALLY-ONE-JA-EXIT
161040        END-IF
161050        ADD 1 TO WS-JH-COUNT
161060        MOVE WS-JH-COUNT TO WS-JH-SLOT
161070        MOVE WS-PLAN-MATCH-NAME TO WS-JH-PROGRAM(WS-JH-SLOT)
161080        MOVE ZERO TO WS-JH-RUNS(WS-JH-SLOT)
161090        MOVE ZERO TO WS-JH-ELAPSED-TOTAL(WS-JH-SLOT)
161100     END-IF
161110     ADD 1 TO WS-JH-RUNS(WS-JH-SLOT)
161120     ADD WS-JH-ELAPSED TO WS-JH-ELAPSED-TOTAL(WS-JH-SLOT).
161130 3120-TALLY-ONE-JA-EXIT.
161140     EXIT.
161150*--------------------------------------------------------------
161160* 3130-FIND-JH-PROGRAM - SLOT FOR WS-PLAN-MATCH-NAME, ZERO IF
161170*          THE PROGRAM HAS NO HISTORY YET
161180*--------------------------------------------------------------
161190 3130-FIND-JH-PROGRAM.
161200     MOVE ZERO TO WS-JH-SLOT
161210     PERFORM 3131-TEST-ONE-JH THRU 3131-TEST-ONE-JH-EXIT
161220        VARYING WS-JH-SCAN FROM 1 BY 1
161230        UNTIL WS-JH-SCAN > WS-JH-COUNT
161240           OR WS-JH-SLOT > ZERO.
161250 3130-FIND-JH-PROGRAM-EXIT.
161260     EXIT.
161270 3131-TEST-ONE-JH.
161280     IF WS-JH-PROGRAM(WS-JH-SCAN) = WS-PLAN-MATCH-NAME(1:8)
161290        MOVE WS-JH-SCAN TO WS-JH-SLOT
161300     END-IF.
161310 3131-TEST-ONE-JH-EXIT.
161320     EXIT.
161330*--------------------------------------------------------------
161340* 3200-PLAN-ONE-CARD - THE FORECAST COUNTERPART OF 2000: THE
161350*          SAME DIRECTIVE, FREQUENCY, AND CONDITION RULES, WITH
161360*          EVERY PLANNED STEP TAKEN TO END 0
161370*--------------------------------------------------------------
161380 3200-PLAN-ONE-CARD.
161390     MOVE SPACES TO WS-PLAN-LINE
161400     MOVE CC-STEP-NO TO PL-STEP-NO
161410     MOVE CC-PROGRAM-ID TO PL-PROGRAM
161420     IF CC-PROGRAM-ID = "DEADLINE"
161430        PERFORM 2060-SET-DEADLINE THRU 2060-SET-DEADLINE-EXIT
161440        MOVE "CUTOFF" TO PL-PLAN
161450        MOVE CC-PARM(1:6) TO PL-FINISH
161460        PERFORM 3420-WRITE-PLAN-LINE
161470           THRU 3420-WRITE-PLAN-LINE-EXIT
161480        PERFORM 2100-READ-CONTROL-CARD
161490           THRU 2100-READ-CONTROL-CARD-EXIT
161500        GO TO 3200-PLAN-ONE-CARD-EXIT
161510     END-IF
161520     IF CC-PROGRAM-ID = "DEPEND"
161530        PERFORM 2450-NOTE-DEPEND THRU 2450-NOTE-DEPEND-EXIT
161540        MOVE "ORDER" TO PL-PLAN
161550        STRING "GROUP " DELIMITED BY SIZE
161560           CC-PARM(1:3) DELIMITED BY SIZE
161570           " AFTER GROUP " DELIMITED BY SIZE
161580           CC-PARM(5:3) DELIMITED BY SIZE
161590           INTO PL-NOTE
161600        END-STRING
161610        PERFORM 3420-WRITE-PLAN-LINE
161620           THRU 3420-WRITE-PLAN-LINE-EXIT
161630        PERFORM 2100-READ-CONTROL-CARD
161640           THRU 2100-READ-CONTROL-CARD-EXIT
161650        GO TO 3200-PLAN-ONE-CARD-EXIT
161660     END-IF
161670     IF CC-GROUP NOT = SPACES
161680        PERFORM 3300-PLAN-GROUP THRU 3300-PLAN-GROUP-EXIT
161690        GO TO 3200-PLAN-ONE-CARD-EXIT
161700     END-IF
161710     MOVE CC-FREQ TO WS-FREQ-SOURCE
161720     PERFORM 2045-CHECK-FREQUENCY
161730        THRU 2045-CHECK-FREQUENCY-EXIT
161740     IF NOT STEP-IN-FREQUENCY
161750        MOVE "CALSKIP" TO PL-PLAN
161760        GO TO 3200-PLAN-ONE-CARD-SKIP
161770     END-IF
161780     MOVE CC-CONDITION TO WS-COND-SOURCE
161790     PERFORM 2050-EVALUATE-CONDITION
161800        THRU 2050-EVALUATE-CONDITION-EXIT
161810     IF STEP-CONDITION-SKIPS
161820        MOVE "SKIPPED" TO PL-PLAN
161830        GO TO 3200-PLAN-ONE-CARD-SKIP
161840     END-IF
161850     MOVE "RUN" TO PL-PLAN
161860     MOVE CC-PROGRAM-ID TO WS-PLAN-PROGRAM
161870     PERFORM 3500-EXPECTED-ELAPSED
161880        THRU 3500-EXPECTED-ELAPSED-EXIT
161890     MOVE WS-PLAN-REL TO WS-PLAN-STEP-START
161900     COMPUTE WS-PLAN-STEP-END = WS-PLAN-REL + WS-PLAN-EXPECT
161910     MOVE WS-PLAN-STEP-END TO WS-PLAN-REL
161920     MOVE CC-WAITFOR TO WS-PLAN-WAITFOR
161930     PERFORM 3410-TIME-THE-LINE THRU 3410-TIME-THE-LINE-EXIT
161940     IF CC-STEP-NO IS NUMERIC AND CC-STEP-NO > ZERO
161950        MOVE ZERO TO WS-PRIOR-RC(CC-STEP-NO)
161960     END-IF
161970     PERFORM 3420-WRITE-PLAN-LINE THRU 3420-WRITE-PLAN-LINE-EXIT
161980     PERFORM 2100-READ-CONTROL-CARD
161990        THRU 2100-READ-CONTROL-CARD-EXIT
162000     GO TO 3200-PLAN-ONE-CARD-EXIT.
162010 3200-PLAN-ONE-CARD-SKIP.
162020     ADD 1 TO WS-PLAN-SKIP-COUNT
162030     PERFORM 3420-WRITE-PLAN-LINE THRU 3420-WRITE-PLAN-LINE-EXIT
162040     PERFORM 2100-READ-CONTROL-CARD
162050        THRU 2100-READ-CONTROL-CARD-EXIT.
162060 3200-PLAN-ONE-CARD-EXIT.
162070     EXIT.
162080*--------------------------------------------------------------
162090* 3300-PLAN-GROUP - GATHER THE GROUP AS 2500 DOES, APPLY ITS
162100*          DEPEND AND LOCK RULES, THEN TIME THE CONCURRENT
162110*          BATCH AS ITS LONGEST MEMBER WITH ANY LOCK-HELD
162120*          MEMBERS RUNNING ONE AFTER ANOTHER BEHIND IT
162130*--------------------------------------------------------------
162140 3300-PLAN-GROUP.
162150     MOVE CC-GROUP TO WS-CUR-GROUP
162160     MOVE ZERO TO WS-GM-COUNT
162170     PERFORM 3310-GATHER-PLAN-MEMBER
162180        THRU 3310-GATHER-PLAN-MEMBER-EXIT
162190        UNTIL END-OF-CONTROL-CARDS
162200           OR CC-GROUP NOT = WS-CUR-GROUP
162210     PERFORM 2520-CHECK-DEPENDS THRU 2520-CHECK-DEPENDS-EXIT
162220     IF GROUP-DEP-BLOCKED
162230        PERFORM 3340-PLAN-DEPSKIP THRU 3340-PLAN-DEPSKIP-EXIT
162240           VARYING WS-GM-SCAN FROM 1 BY 1
162250           UNTIL WS-GM-SCAN > WS-GM-COUNT
162260        GO TO 3300-PLAN-GROUP-EXIT
162270     END-IF
162280     PERFORM 2540-MARK-LOCK-HOLDS THRU 2540-MARK-LOCK-HOLDS-EXIT
162290     MOVE ZERO TO WS-PLAN-BATCH-MAX
162300     MOVE "N" TO WS-PLAN-RAN-SW
162310     PERFORM 3320-TIME-ONE-MEMBER THRU 3320-TIME-ONE-MEMBER-EXIT
162320        VARYING WS-GM-SCAN FROM 1 BY 1
162330        UNTIL WS-GM-SCAN > WS-GM-COUNT
162340     COMPUTE WS-PLAN-SERIAL-REL = WS-PLAN-REL + WS-PLAN-BATCH-MAX
162350     PERFORM 3330-PLAN-ONE-MEMBER THRU 3330-PLAN-ONE-MEMBER-EXIT
162360        VARYING WS-GM-SCAN FROM 1 BY 1
162370        UNTIL WS-GM-SCAN > WS-GM-COUNT
162380     MOVE WS-PLAN-SERIAL-REL TO WS-PLAN-REL
162390*    A GROUP WITH ANY MEMBER PLANNED TO RUN SATISFIES THE
162400*    DEPEND CARDS OF THE GROUPS THAT FOLLOW IT
162410     IF PLAN-GROUP-RAN
162420        MOVE ZERO TO WS-STEP-RC
162430        PERFORM 2575-POST-GROUP-RC THRU 2575-POST-GROUP-RC-EXIT
162440     END-IF.
162450 3300-PLAN-GROUP-EXIT.
162460     EXIT.
162470*--------------------------------------------------------------
162480* 3310-GATHER-PLAN-MEMBER - CALENDAR AND CONDITION SKIPS
162490*          RESOLVE AT GATHER TIME, THE SAME AS 2510
162500*--------------------------------------------------------------
162510 3310-GATHER-PLAN-MEMBER.
162520     IF WS-GM-COUNT >= 9
162530        MOVE SPACES TO WS-PLAN-LINE
162540        MOVE CC-STEP-NO TO PL-STEP-NO
162550        MOVE CC-PROGRAM-ID TO PL-PROGRAM
162560        MOVE CC-GROUP TO PL-GROUP
162570        MOVE "GRPOVFLW" TO PL-PLAN
162580        ADD 1 TO WS-PLAN-SKIP-COUNT
162590        PERFORM 3420-WRITE-PLAN-LINE
162600           THRU 3420-WRITE-PLAN-LINE-EXIT
162610        GO TO 3310-GATHER-PLAN-MEMBER-READ
162620     END-IF
162630     ADD 1 TO WS-GM-COUNT
162640     MOVE CC-STEP-NO TO WS-GM-STEP-NO(WS-GM-COUNT)
162650     MOVE CC-PROGRAM-ID TO WS-GM-PROGRAM(WS-GM-COUNT)
162660     MOVE CC-PARM TO WS-GM-PARM(WS-GM-COUNT)
162670     MOVE CC-CONDITION TO WS-GM-CONDITION(WS-GM-COUNT)
162680     MOVE CC-LOCKS TO WS-GM-LOCKS(WS-GM-COUNT)
162690     MOVE CC-WAITFOR TO WS-GM-WAITFOR(WS-GM-COUNT)
162700     MOVE "C" TO WS-GM-MODE(WS-GM-COUNT)
162710     MOVE CC-FREQ TO WS-FREQ-SOURCE
162720     PERFORM 2045-CHECK-FREQUENCY
162730        THRU 2045-CHECK-FREQUENCY-EXIT
162740     IF NOT STEP-IN-FREQUENCY
162750        MOVE "F" TO WS-GM-MODE(WS-GM-COUNT)
162760        GO TO 3310-GATHER-PLAN-MEMBER-READ
162770     END-IF
162780     MOVE CC-CONDITION TO WS-COND-SOURCE
162790     PERFORM 2050-EVALUATE-CONDITION
162800        THRU 2050-EVALUATE-CONDITION-EXIT
162810     IF STEP-CONDITION-SKIPS
162820        MOVE "K" TO WS-GM-MODE(WS-GM-COUNT)
162830     END-IF.
162840 3310-GATHER-PLAN-MEMBER-READ.
162850     PERFORM 2100-READ-CONTROL-CARD
162860        THRU 2100-READ-CONTROL-CARD-EXIT.
162870 3310-GATHER-PLAN-MEMBER-EXIT.
162880     EXIT.
162890*--------------------------------------------------------------
162900* 3320-TIME-ONE-MEMBER - EXPECTED TIME FOR EVERY MEMBER THAT
162910*          WILL RUN; THE CONCURRENT BATCH LASTS AS LONG AS ITS
162920*          SLOWEST MEMBER
162930*--------------------------------------------------------------
162940 3320-TIME-ONE-MEMBER.
162950     IF WS-GM-MODE(WS-GM-SCAN) NOT = "C"
162960        AND WS-GM-MODE(WS-GM-SCAN) NOT = "S"
162970        GO TO 3320-TIME-ONE-MEMBER-EXIT
162980     END-IF
162990     MOVE WS-GM-PROGRAM(WS-GM-SCAN) TO WS-PLAN-PROGRAM
163000     PERFORM 3500-EXPECTED-ELAPSED
163010        THRU 3500-EXPECTED-ELAPSED-EXIT
163020     MOVE WS-PLAN-EXPECT TO WS-PG-EXPECT(WS-GM-SCAN)
163030     MOVE WS-PLAN-HIST-SW TO WS-PG-HIST-SW(WS-GM-SCAN)
163040     IF WS-GM-MODE(WS-GM-SCAN) = "C"
163050        AND WS-PLAN-EXPECT > WS-PLAN-BATCH-MAX
163060        MOVE WS-PLAN-EXPECT TO WS-PLAN-BATCH-MAX
163070     END-IF.
163080 3320-TIME-ONE-MEMBER-EXIT.
163090     EXIT.
163100*--------------------------------------------------------------
163110* 3330-PLAN-ONE-MEMBER - ONE FORECAST LINE PER MEMBER, IN
163120*          CARD ORDER
163130*--------------------------------------------------------------
163140 3330-PLAN-ONE-MEMBER.
163150     MOVE SPACES TO WS-PLAN-LINE
163160     MOVE WS-GM-STEP-NO(WS-GM-SCAN) TO PL-STEP-NO
163170     MOVE WS-GM-PROGRAM(WS-GM-SCAN) TO PL-PROGRAM
163180     MOVE WS-CUR-GROUP TO PL-GROUP
163190     IF WS-GM-MODE(WS-GM-SCAN) = "F"
163200        MOVE "CALSKIP" TO PL-PLAN
163210        GO TO 3330-PLAN-ONE-MEMBER-SKIP
163220     END-IF
163230     IF WS-GM-MODE(WS-GM-SCAN) = "K"
163240        MOVE "SKIPPED" TO PL-PLAN
163250        GO TO 3330-PLAN-ONE-MEMBER-SKIP
163260     END-IF
163270     MOVE WS-PG-EXPECT(WS-GM-SCAN) TO WS-PLAN-EXPECT
163280     MOVE WS-PG-HIST-SW(WS-GM-SCAN) TO WS-PLAN-HIST-SW
163290     IF WS-GM-MODE(WS-GM-SCAN) = "C"
163300        MOVE "CONCUR" TO PL-PLAN
163310        MOVE WS-PLAN-REL TO WS-PLAN-STEP-START
163320     ELSE
163330        MOVE "SERIAL" TO PL-PLAN
163340        MOVE WS-PLAN-SERIAL-REL TO WS-PLAN-STEP-START
163350        ADD WS-PLAN-EXPECT TO WS-PLAN-SERIAL-REL
163360     END-IF
163370     COMPUTE WS-PLAN-STEP-END =
163380        WS-PLAN-STEP-START + WS-PLAN-EXPECT
163390     MOVE WS-GM-WAITFOR(WS-GM-SCAN) TO WS-PLAN-WAITFOR
163400     PERFORM 3410-TIME-THE-LINE THRU 3410-TIME-THE-LINE-EXIT
163410     IF WS-GM-STEP-NO(WS-GM-SCAN) > ZERO
163420        MOVE ZERO TO WS-PRIOR-RC(WS-GM-STEP-NO(WS-GM-SCAN))
163430     END-IF
163440     SET PLAN-GROUP-RAN TO TRUE
163450     PERFORM 3420-WRITE-PLAN-LINE THRU 3420-WRITE-PLAN-LINE-EXIT
163460     GO TO 3330-PLAN-ONE-MEMBER-EXIT.
163470 3330-PLAN-ONE-MEMBER-SKIP.
163480     ADD 1 TO WS-PLAN-SKIP-COUNT
163490     PERFORM 3420-WRITE-PLAN-LINE THRU 3420-WRITE-PLAN-LINE-EXIT.
163500 3330-PLAN-ONE-MEMBER-EXIT.
163510     EXIT.
163520*--------------------------------------------------------------
163530* 3340-PLAN-DEPSKIP - A GROUP WHOSE REQUIRED GROUP WILL NOT
163540*          RUN IS SKIPPED WHOLE
163550*--------------------------------------------------------------
163560 3340-PLAN-DEPSKIP.
163570     MOVE SPACES TO WS-PLAN-LINE
163580     MOVE WS-GM-STEP-NO(WS-GM-SCAN) TO PL-STEP-NO
163590     MOVE WS-GM-PROGRAM(WS-GM-SCAN) TO PL-PROGRAM
163600     MOVE WS-CUR-GROUP TO PL-GROUP
163610     MOVE "DEPSKIP" TO PL-PLAN
163620     ADD 1 TO WS-PLAN-SKIP-COUNT
163630     PERFORM 3420-WRITE-PLAN-LINE THRU 3420-WRITE-PLAN-LINE-EXIT.
163640 3340-PLAN-DEPSKIP-EXIT.
163650     EXIT.
163660*--------------------------------------------------------------
163670* 3410-TIME-THE-LINE - EXPECTED SECONDS, PROJECTED START AND
163680*          FINISH CLOCK TIMES, AND THE NOTES THAT MATTER TO THE
163690*          REVIEWER FOR ONE PLANNED STEP
163700*--------------------------------------------------------------
163710 3410-TIME-THE-LINE.
163720     ADD 1 TO WS-PLAN-RUN-COUNT
163730     MOVE WS-PLAN-EXPECT TO PL-EXPECT
163740     MOVE WS-PLAN-STEP-START TO WS-PLAN-CLOCK-REL
163750     PERFORM 3430-REL-TO-CLOCK THRU 3430-REL-TO-CLOCK-EXIT
163760     MOVE WS-PROJ-HHMMSS TO PL-START
163770     MOVE WS-PLAN-STEP-END TO WS-PLAN-CLOCK-REL
163780     PERFORM 3430-REL-TO-CLOCK THRU 3430-REL-TO-CLOCK-EXIT
163790     MOVE WS-PROJ-HHMMSS TO PL-FINISH
163800     MOVE SPACES TO PL-NOTE
163810     MOVE 1 TO WS-NOTE-PTR
163820     IF DEADLINE-IS-SET AND WS-PLAN-STEP-END > WS-DEADLINE-REL
163830        STRING "PAST DEADLINE " DELIMITED BY SIZE
163840           INTO PL-NOTE WITH POINTER WS-NOTE-PTR
163850        END-STRING
163860     END-IF
163870     IF NOT PLAN-HAS-HISTORY
163880        ADD 1 TO WS-PLAN-NOHIST-COUNT
163890        STRING "NO HISTORY " DELIMITED BY SIZE
163900           INTO PL-NOTE WITH POINTER WS-NOTE-PTR
163910        END-STRING
163920     END-IF
163930     IF WS-PLAN-WAITFOR NOT = SPACES
163940        MOVE SPACES TO WS-WAIT-FEED-NAME
163950        UNSTRING WS-PLAN-WAITFOR DELIMITED BY ALL " "
163960           INTO WS-WAIT-FEED-NAME
163970        END-UNSTRING
163980        STRING "FEED " DELIMITED BY SIZE
163990           WS-WAIT-FEED-NAME DELIMITED BY SPACE
164000           INTO PL-NOTE WITH POINTER WS-NOTE-PTR
164010        END-STRING
164020     END-IF.
164030 3410-TIME-THE-LINE-EXIT.
164040     EXIT.
164050 3420-WRITE-PLAN-LINE.
164060     MOVE WS-PLAN-LINE TO WS-RPT-DETAIL
164070     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
164080 3420-WRITE-PLAN-LINE-EXIT.
164090     EXIT.
164100*--------------------------------------------------------------
164110* 3430-REL-TO-CLOCK - HHMMSS CLOCK TIME OF A POINT
164120*          WS-PLAN-CLOCK-REL SECONDS AFTER THE CHAIN START
164130*--------------------------------------------------------------
164140 3430-REL-TO-CLOCK.
164150     COMPUTE WS-PROJ-CLOCK = FUNCTION MOD(
164160        WS-CHAIN-START-SEC + WS-PLAN-CLOCK-REL, 86400)
164170     DIVIDE WS-PROJ-CLOCK BY 3600
164180        GIVING WS-PROJ-HH REMAINDER WS-PROJ-REM
164190     DIVIDE WS-PROJ-REM BY 60
164200        GIVING WS-PROJ-MM REMAINDER WS-PROJ-SS
164210     COMPUTE WS-PROJ-HHMMSS = WS-PROJ-HH * 10000
164220        + WS-PROJ-MM * 100 + WS-PROJ-SS.
164230 3430-REL-TO-CLOCK-EXIT.
164240     EXIT.
164250*--------------------------------------------------------------
164260* 3500-EXPECTED-ELAPSED - AVERAGE HISTORICAL SECONDS FOR
164270*          WS-PLAN-PROGRAM, MATCHED ON THE JOB-ACCOUNTING NAME
164280*          THE SAME WAY THE FAILURE PACKET MATCHES IT. A STEP
164290*          WITH NO HISTORY IS TIMED AT ZERO AND FLAGGED.
164300*--------------------------------------------------------------
164310 3500-EXPECTED-ELAPSED.
164320     MOVE ZERO TO WS-PLAN-EXPECT
164330     MOVE "N" TO WS-PLAN-HIST-SW
164340     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PLAN-PROGRAM))
164350        TO WS-PLAN-MATCH-NAME
164360     PERFORM 3130-FIND-JH-PROGRAM THRU 3130-FIND-JH-PROGRAM-EXIT
164370     IF WS-JH-SLOT > ZERO
164380        AND WS-JH-RUNS(WS-JH-SLOT) > ZERO
164390        DIVIDE WS-JH-ELAPSED-TOTAL(WS-JH-SLOT)
164400           BY WS-JH-RUNS(WS-JH-SLOT)
164410           GIVING WS-PLAN-EXPECT ROUNDED
164420        SET PLAN-HAS-HISTORY TO TRUE
164430     END-IF.
164440 3500-EXPECTED-ELAPSED-EXIT.
164450     EXIT.
164460*--------------------------------------------------------------
164470* 3600-PLAN-SUMMARY - PROJECTED FINISH AGAINST THE DEADLINE.
164480*          A FINISH PAST THE DEADLINE ENDS THE FORECAST RC 4.
164490*--------------------------------------------------------------
164500 3600-PLAN-SUMMARY.
164510     MOVE SPACES TO WS-RPT-DETAIL
164520     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
164530     MOVE WS-PLAN-RUN-COUNT TO WS-PLAN-RUN-ED
164540     MOVE WS-PLAN-SKIP-COUNT TO WS-PLAN-SKIP-ED
164550     MOVE WS-PLAN-NOHIST-COUNT TO WS-PLAN-NOHIST-ED
164560     STRING "STEPS PLANNED TO RUN " DELIMITED BY SIZE
164570        WS-PLAN-RUN-ED DELIMITED BY SIZE
164580        "   SKIPPED " DELIMITED BY SIZE
164590        WS-PLAN-SKIP-ED DELIMITED BY SIZE
164600        "   WITHOUT HISTORY (TIMED AT ZERO) " DELIMITED BY SIZE
164610        WS-PLAN-NOHIST-ED DELIMITED BY SIZE
164620        INTO WS-RPT-DETAIL
164630     END-STRING
164640     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
164650     MOVE WS-PLAN-REL TO WS-PLAN-CLOCK-REL
164660     PERFORM 3430-REL-TO-CLOCK THRU 3430-REL-TO-CLOCK-EXIT
164670     MOVE WS-PLAN-REL TO WS-ELAPSED-ED
164680     MOVE SPACES TO WS-RPT-DETAIL
164690     STRING "PROJECTED CHAIN ELAPSED " DELIMITED BY SIZE
164700        WS-ELAPSED-ED DELIMITED BY SIZE
164710        " SEC   PROJECTED FINISH " DELIMITED BY SIZE
164720        WS-PROJ-HHMMSS DELIMITED BY SIZE
164730        INTO WS-RPT-DETAIL
164740     END-STRING
164750     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
164760     MOVE SPACES TO WS-RPT-DETAIL
164770     IF NOT DEADLINE-IS-SET
164780        MOVE "NO DEADLINE CARD IN THE CONTROL FILE"
164790           TO WS-RPT-DETAIL
164800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
164810        GO TO 3600-PLAN-SUMMARY-EXIT
164820     END-IF
164830     IF WS-PLAN-REL > WS-DEADLINE-REL
164840        COMPUTE WS-PLAN-MARGIN = WS-PLAN-REL - WS-DEADLINE-REL
164850        MOVE WS-PLAN-MARGIN TO WS-ELAPSED-ED
164860        STRING "*** PROJECTED FINISH PASSES DEADLINE "
164870           DELIMITED BY SIZE
164880           WS-DEADLINE-TIME DELIMITED BY SIZE
164890           " BY " DELIMITED BY SIZE
164900           WS-ELAPSED-ED DELIMITED BY SIZE
164910           " SEC ***" DELIMITED BY SIZE
164920           INTO WS-RPT-DETAIL
164930        END-STRING
164940        MOVE 4 TO WS-PLAN-RC
164950     ELSE
164960        COMPUTE WS-PLAN-MARGIN = WS-DEADLINE-REL - WS-PLAN-REL
164970        MOVE WS-PLAN-MARGIN TO WS-ELAPSED-ED
164980        STRING "WITHIN WINDOW - DEADLINE " DELIMITED BY SIZE
164990           WS-DEADLINE-TIME DELIMITED BY SIZE
165000           ", " DELIMITED BY SIZE
165010           WS-ELAPSED-ED DELIMITED BY SIZE
165020           " SEC TO SPARE" DELIMITED BY SIZE
165030           INTO WS-RPT-DETAIL
165040        END-STRING
165050     END-IF
165060     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
165070 3600-PLAN-SUMMARY-EXIT.
165080     EXIT.
165100*--------------------------------------------------------------
165200* 8000-TS-TO-SECONDS - TIME-OF-DAY SECONDS FROM THE HHMMSS
165300*          PORTION OF A YYYYMMDDHHMMSS TIMESTAMP IN WS-TS-WORK
165400*--------------------------------------------------------------
165500 8000-TS-TO-SECONDS.
165600     MOVE WS-TS-WORK(9:2) TO WS-TS-HH
165700     MOVE WS-TS-WORK(11:2) TO WS-TS-MM
165800     MOVE WS-TS-WORK(13:2) TO WS-TS-SS
165900     COMPUTE WS-TS-SECONDS = WS-TS-HH * 3600
166000        + WS-TS-MM * 60 + WS-TS-SS.
166100 8000-TS-TO-SECONDS-EXIT.
166200     EXIT.
166300*--------------------------------------------------------------
166400* 9000-FINISH
166500*--------------------------------------------------------------
166600 9000-FINISH.
166700     CLOSE CONTROL-CARD-FILE
166800     CLOSE RESTART-FILE
166900*    A CHAIN THAT REACHED THE END WITH NO FAILURES NEEDS NO
167000*    RESTART POINT -- CLEAR THE FILE SO THE NEXT NIGHT STARTS
167100*    FROM THE TOP INSTEAD OF BYPASSING TONIGHT'S STEPS. AN
167200*    OPERATOR STOP KEEPS ITS CHECKPOINT SO THE RESUBMITTED
167300*    CHAIN RESUMES WHERE IT WAS HELD, NOT FROM STEP ONE.
167400     IF NOT CHAIN-HAS-FAILURE AND NOT OPERATOR-STOPPED
167500        OPEN OUTPUT RESTART-FILE
167600        CLOSE RESTART-FILE
167700     END-IF
167800     CLOSE SCHEDULE-LOG-FILE.
167900 9000-FINISH-EXIT.
168000     EXIT.
