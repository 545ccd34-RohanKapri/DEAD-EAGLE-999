000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FX-INTAKE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. EXCHANGE-RATE INTAKE, RUN AHEAD
001100*                 OF LUHN. THE RAW DAILY RATE FEED (FXRATEIN)
001200*                 IS EDITED BEFORE ANY CARD IS CONVERTED AT IT:
001300*                 A MALFORMED, ZERO, WRONG-DATE, OR REPEATED
001400*                 RATE IS REJECTED; A RATE THAT MOVED MORE THAN
001500*                 THE RUNCTL TOLERANCE (FXINTAKE TOLBPS, BASIS
001600*                 POINTS) FROM THE PRIOR RATE IN FORCE IS
001700*                 FLAGGED AND HELD OUT. A CURRENCY WITH NO GOOD
001800*                 RATE TODAY CARRIES ITS PRIOR RATE FORWARD AS
001900*                 STALE FOR UP TO FXINTAKE STALEDAYS CALENDAR
002000*                 DAYS, AFTER WHICH IT IS LEFT OFF AND LUHN
002100*                 REJECTS ITS CARDS AS NORATE. THE RATES PUT IN
002200*                 FORCE ARE WRITTEN TO THE DAILY TABLE LUHN
002300*                 LOADS (FXRATES) AND APPENDED TO THE DATED RATE
002400*                 HISTORY (FXHIST). A FAT-FINGERED RATE USED TO
002500*                 CONVERT EVERY FOREIGN CARD WRONG AND STILL
002600*                 PROVE IN BALANCE.
002610* 2026-10-15 RLM  THE STALE LIMIT AGES A CARRIED RATE FROM THE
002620*                 LAST DAY THE FEED SUPPLIED IT; A CARRY-FORWARD
002630*                 ROW NO LONGER RESETS ITS AGE. TREASURY CAN LET
002640*                 A RATE IN OVER TOLERANCE WITH FXINTAKE
002650*                 ACCEPT=CCY[,CCY...]; THE LIST AND EACH RATE SO
002660*                 ACCEPTED (OVERRIDE) PRINT ON THE REPORT.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FX-FEED-FILE ASSIGN TO "FXRATEIN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FEED-STATUS.
003700     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FX-FILE-STATUS.
004000     SELECT FX-HIST-FILE ASSIGN TO "FXHIST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-HIST-STATUS.
004300     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SHALERT-STATUS.
004600     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-JOBACCT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*    RAW RATE FEED - SAME SHAPE AS FXRATES, RATE UNEDITED
005200 FD  FX-FEED-FILE
005300     RECORDING MODE IS F.
005400 01  FX-FEED-RECORD.
005500     05 FI-DATE                PIC X(08).
005600     05 FILLER                 PIC X(01).
005700     05 FI-CCY                 PIC X(03).
005800     05 FILLER                 PIC X(01).
005900     05 FI-RATE                PIC X(09).
006000     05 FI-RATE-N REDEFINES FI-RATE
006100                               PIC 9(03)V9(06).
006200*    DAILY RATE TABLE AS LUHN LOADS IT
006300 FD  FX-RATE-FILE
006400     RECORDING MODE IS F.
006500 01  FX-RATE-RECORD.
006600     05 FX-OUT-DATE            PIC X(08).
006700     05 FILLER                 PIC X(01).
006800     05 FX-OUT-CCY             PIC X(03).
006900     05 FILLER                 PIC X(01).
007000     05 FX-OUT-RATE            PIC 9(03)V9(06).
007100 FD  FX-HIST-FILE
007200     RECORDING MODE IS F.
007300 01  FX-HIST-FILE-RECORD       PIC X(43).
007400 FD  SHARED-ALERT-FILE.
007500 01  SHARED-ALERT-RECORD       PIC X(120).
007600 FD  JOB-ACCT-FILE
007700     RECORDING MODE IS F.
007800 01  JOB-ACCT-FILE-RECORD      PIC X(60).
007900 WORKING-STORAGE SECTION.
008000*--------------------------------------------------------------
008100* FILE STATUS AND RUN CONTROLS
008200*--------------------------------------------------------------
008300 77  WS-FEED-STATUS            PIC XX.
008400 77  WS-FX-FILE-STATUS         PIC XX.
008500 77  WS-HIST-STATUS            PIC XX.
008600 77  WS-SHALERT-STATUS         PIC XX.
008700 77  WS-JOBACCT-STATUS         PIC XX.
008800 77  WS-INPUT-EOF-SW           PIC X(01) VALUE "N".
008900     88 END-OF-INPUT           VALUE "Y".
009000 77  WS-FEED-MISSING-SW        PIC X(01) VALUE "N".
009100     88 FEED-NOT-RECEIVED      VALUE "Y".
009200 77  WS-BUS-DATE               PIC X(08) VALUE SPACES.
009300 77  WS-JA-START-TIMESTAMP     PIC X(14).
009400 77  WS-TOL-BPS                PIC 9(05) VALUE 500.
009500 77  WS-STALE-DAYS             PIC 9(03) VALUE 3.
009600 77  WS-STALE-AGE              PIC S9(07) VALUE ZERO.
009700 77  WS-MOVE-BPS               PIC 9(07) VALUE ZERO.
009800 77  WS-RATE-DIFF              PIC 9(03)V9(06) VALUE ZERO.
009900 77  WS-REJECT-NOTE            PIC X(30) VALUE SPACES.
009910*    CURRENCIES TREASURY HAS CLEARED TO GO IN OVER TOLERANCE
009920*    TODAY (FXINTAKE ACCEPT=CCY,CCY,...), UP TO FIVE
009930 01  WS-ACCEPT-LIST            VALUE SPACES.
009940     05 WS-ACC-ENTRY OCCURS 5 TIMES.
009950        10 WS-ACC-CCY          PIC X(03).
009960        10 FILLER              PIC X(01).
009970 77  WS-ACC-SCAN               PIC 9(02) BINARY.
009980 77  WS-ACC-FOUND-SW           PIC X(01) VALUE "N".
009990     88 TREASURY-ACCEPTED      VALUE "Y".
010000*--------------------------------------------------------------
010100* RUN COUNTS
010200*--------------------------------------------------------------
010300 77  WS-FEED-READ              PIC 9(05) BINARY VALUE ZERO.
010400 77  WS-FEED-ACCEPTED          PIC 9(05) BINARY VALUE ZERO.
010500 77  WS-FEED-REJECTED          PIC 9(05) BINARY VALUE ZERO.
010600 77  WS-FEED-FLAGGED           PIC 9(05) BINARY VALUE ZERO.
010700 77  WS-STALE-CARRIED          PIC 9(05) BINARY VALUE ZERO.
010800 77  WS-NO-RATE                PIC 9(05) BINARY VALUE ZERO.
010810 77  WS-FEED-OVERRIDDEN        PIC 9(05) BINARY VALUE ZERO.
010900 77  WS-COUNT-ED               PIC ZZZZ9.
011000 COPY FXHIST.
011100 COPY JOBACCT.
011200 COPY RUNPARM.
011300 COPY RPTWRITE.
011400 COPY ALERTMSG.
011500 01  WS-RPT-DETAIL             PIC X(100).
011600*--------------------------------------------------------------
011700* PRIOR RATE IN FORCE PER CURRENCY - THE LATEST HISTORY ROW
011710* DATED BEFORE THE BUSINESS DATE, AND THE DATE OF THE LATEST
011720* ROW THAT CAME FROM THE FEED, WHICH THE STALE RULE AGES
011900*--------------------------------------------------------------
012000 01  WS-PRIOR-TABLE.
012100     05 WS-PRI-COUNT           PIC 9(03) BINARY VALUE ZERO.
012200     05 WS-PRI-ENTRY OCCURS 100 TIMES.
012300        10 WS-PRI-CCY          PIC X(03).
012400        10 WS-PRI-DATE         PIC X(08).
012500        10 WS-PRI-RATE         PIC 9(03)V9(06).
012510        10 WS-PRI-FEED-DATE    PIC X(08).
012600 77  WS-PRI-SCAN               PIC 9(03) BINARY.
012700 77  WS-PRI-SLOT               PIC 9(03) BINARY.
012800 77  WS-PRI-FOUND-SW           PIC X(01) VALUE "N".
012900     88 PRIOR-RATE-FOUND       VALUE "Y".
013000*--------------------------------------------------------------
013100* RATES PUT IN FORCE FOR THE BUSINESS DATE - SAME 50-CURRENCY
013200* CAPACITY AS THE LUHN RATE TABLE
013300*--------------------------------------------------------------
013400 01  WS-TODAY-TABLE.
013500     05 WS-TDY-COUNT           PIC 9(03) BINARY VALUE ZERO.
013600     05 WS-TDY-ENTRY OCCURS 50 TIMES.
013700        10 WS-TDY-CCY          PIC X(03).
013800        10 WS-TDY-RATE         PIC 9(03)V9(06).
013900        10 WS-TDY-SOURCE       PIC X(05).
014000 77  WS-TDY-SCAN               PIC 9(03) BINARY.
014100 77  WS-TDY-FOUND-SW           PIC X(01) VALUE "N".
014200     88 TODAY-RATE-FOUND       VALUE "Y".
014300 77  WS-SEEN-SW                PIC X(01) VALUE "N".
014400     88 CCY-SEEN-IN-FEED       VALUE "Y".
014500*    EVERY CURRENCY THE FEED OFFERED TODAY, GOOD OR BAD, SO A
014600*    REPEATED ROW IS CAUGHT EVEN AFTER THE FIRST WAS HELD OUT
014700 01  WS-FEED-CCY-TABLE.
014800     05 WS-FCY-COUNT           PIC 9(03) BINARY VALUE ZERO.
014900     05 WS-FCY-CCY OCCURS 100 TIMES PIC X(03).
015000 77  WS-FCY-SCAN               PIC 9(03) BINARY.
015100*--------------------------------------------------------------
015200* REPORT LINES
015300*--------------------------------------------------------------
015400 01  WS-RATE-LINE.
015500     05 FL-CCY                 PIC X(03).
015600     05 FILLER                 PIC X(03) VALUE SPACES.
015700     05 FL-RATE                PIC ZZ9.999999.
015800     05 FILLER                 PIC X(03) VALUE SPACES.
015900     05 FL-PRIOR               PIC ZZ9.999999.
016000     05 FILLER                 PIC X(03) VALUE SPACES.
016100     05 FL-MOVE-BPS            PIC ZZZZZZ9.
016200     05 FILLER                 PIC X(03) VALUE SPACES.
016300     05 FL-STATUS              PIC X(08).
016400     05 FILLER                 PIC X(02) VALUE SPACES.
016500     05 FL-NOTE                PIC X(30).
016600 01  WS-RATE-HEADING.
016700     05 FILLER                 PIC X(06) VALUE "CCY".
016800     05 FILLER                 PIC X(13) VALUE "     RATE".
016900     05 FILLER                 PIC X(13) VALUE "    PRIOR".
017000     05 FILLER                 PIC X(10) VALUE "  MOVE BP".
017100     05 FILLER                 PIC X(10) VALUE "STATUS".
017200     05 FILLER                 PIC X(04) VALUE "NOTE".
017300 PROCEDURE DIVISION.
017400*--------------------------------------------------------------
017500* 0000-MAINLINE
017600*--------------------------------------------------------------
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017900     PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT
018000     PERFORM 3000-INTAKE-FEED THRU 3000-INTAKE-FEED-EXIT
018100     PERFORM 4000-APPLY-STALE-RULE THRU 4000-APPLY-STALE-RULE-EXIT
018200     PERFORM 5000-WRITE-RATES THRU 5000-WRITE-RATES-EXIT
018300     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
018400*    4 WHEN ANY RATE WAS REJECTED, FLAGGED, CARRIED, OR LEFT
018500*    OFF; LUHN STILL RUNS ON THE RATES PUT IN FORCE
018600     IF WS-FEED-REJECTED > ZERO OR WS-FEED-FLAGGED > ZERO
018700        OR WS-STALE-CARRIED > ZERO OR WS-NO-RATE > ZERO
018800        OR FEED-NOT-RECEIVED
018900        MOVE 4 TO RETURN-CODE
019000        PERFORM 9200-WRITE-SHARED-ALERT
019100           THRU 9200-WRITE-SHARED-ALERT-EXIT
019200     END-IF
019300     STOP RUN.
019400*--------------------------------------------------------------
019500* 1000-INITIALIZE - BUSINESS DATE, TOLERANCE, AND STALE LIMIT
019600*          FROM RUNCTL; OPEN THE INTAKE REPORT
019700*--------------------------------------------------------------
019800 1000-INITIALIZE.
019900     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
020000     MOVE "FXINTAKE" TO RP-PROGRAM-ID
020100     MOVE "ASOFDATE" TO RP-KEYWORD
020200     MOVE SPACES TO RP-DEFAULT
020300     CALL "RUNPARM" USING RUN-PARM-CONTROL
020400     IF RP-VALUE-FOUND AND RP-VALUE(1:8) IS NUMERIC
020500        MOVE RP-VALUE(1:8) TO WS-BUS-DATE
020600     ELSE
020700        MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-BUS-DATE
020800     END-IF
020900     MOVE "TOLBPS" TO RP-KEYWORD
021000     MOVE SPACES TO RP-DEFAULT
021100     CALL "RUNPARM" USING RUN-PARM-CONTROL
021200     IF RP-VALUE-FOUND AND RP-VALUE(1:5) IS NUMERIC
021300        MOVE RP-VALUE(1:5) TO WS-TOL-BPS
021400     END-IF
021500     MOVE "STALEDAYS" TO RP-KEYWORD
021600     MOVE SPACES TO RP-DEFAULT
021700     CALL "RUNPARM" USING RUN-PARM-CONTROL
021800     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
021900        MOVE RP-VALUE(1:3) TO WS-STALE-DAYS
022000     END-IF
022010     MOVE "ACCEPT" TO RP-KEYWORD
022020     MOVE SPACES TO RP-DEFAULT
022030     CALL "RUNPARM" USING RUN-PARM-CONTROL
022040     IF RP-VALUE-FOUND
022050        MOVE RP-VALUE TO WS-ACCEPT-LIST
022060     END-IF
022100     MOVE "O" TO RPT-REQUEST
022200     MOVE "FXINTAKE" TO RPT-PROGRAM-ID
022300     MOVE "FXINTAKE" TO RPT-REPORT-NAME
022400     MOVE "EXCHANGE RATE INTAKE" TO RPT-TITLE
022500     MOVE WS-RATE-HEADING TO RPT-COL-HEADING
022600     MOVE 60 TO RPT-LINES-PER-PAGE
022700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
022800     MOVE SPACES TO WS-RPT-DETAIL
022900     STRING "BUSINESS DATE " DELIMITED BY SIZE
023000        WS-BUS-DATE DELIMITED BY SIZE
023100        "  TOLBPS=" DELIMITED BY SIZE
023200        WS-TOL-BPS DELIMITED BY SIZE
023300        "  STALEDAYS=" DELIMITED BY SIZE
023400        WS-STALE-DAYS DELIMITED BY SIZE
023500        INTO WS-RPT-DETAIL
023600     END-STRING
023700     MOVE "D" TO RPT-REQUEST
023710     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
023720     IF WS-ACCEPT-LIST NOT = SPACES
023730        MOVE SPACES TO WS-RPT-DETAIL
023740        STRING "TREASURY OVERRIDE ACCEPT=" DELIMITED BY SIZE
023750           WS-ACCEPT-LIST DELIMITED BY SIZE
023760           INTO WS-RPT-DETAIL
023770        END-STRING
023780        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
023790     END-IF.
023800 1000-INITIALIZE-EXIT.
024000     EXIT.
024100*--------------------------------------------------------------
024200* 2000-LOAD-HISTORY - THE PRIOR RATE IN FORCE FOR EACH
024300*          CURRENCY. A MISSING HISTORY IS THE FIRST RUN: EVERY
024400*          RATE IS ACCEPTED WITHOUT A MOVEMENT CHECK.
024500*--------------------------------------------------------------
024600 2000-LOAD-HISTORY.
024700     MOVE "N" TO WS-INPUT-EOF-SW
024800     OPEN INPUT FX-HIST-FILE
024900     IF WS-HIST-STATUS NOT = "00"
025000        GO TO 2000-LOAD-HISTORY-EXIT
025100     END-IF
025200     PERFORM 2100-LOAD-ONE-HISTORY
025300        THRU 2100-LOAD-ONE-HISTORY-EXIT
025400        UNTIL END-OF-INPUT
025500     CLOSE FX-HIST-FILE.
025600 2000-LOAD-HISTORY-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------
025900* 2100-LOAD-ONE-HISTORY - A LATER ROW FOR THE SAME DATE (A
025910*          RERUN) SUPERSEDES THE EARLIER ONE. A STALE ROW CARRIES
025920*          THE RATE BUT NOT ITS AGE: ONLY A FEED ROW MOVES THE
025930*          DATE THE STALE RULE COUNTS FROM.
026100*--------------------------------------------------------------
026200 2100-LOAD-ONE-HISTORY.
026300     READ FX-HIST-FILE INTO FX-HIST-RECORD
026400        AT END
026500           SET END-OF-INPUT TO TRUE
026600           GO TO 2100-LOAD-ONE-HISTORY-EXIT
026700     END-READ
026800     IF FH-DATE NOT < WS-BUS-DATE
026900        OR FH-RATE IS NOT NUMERIC
027000        GO TO 2100-LOAD-ONE-HISTORY-EXIT
027100     END-IF
027200     PERFORM 6000-FIND-PRIOR THRU 6000-FIND-PRIOR-EXIT
027300     IF PRIOR-RATE-FOUND
027400        IF FH-DATE NOT < WS-PRI-DATE(WS-PRI-SLOT)
027500           MOVE FH-DATE TO WS-PRI-DATE(WS-PRI-SLOT)
027600           MOVE FH-RATE TO WS-PRI-RATE(WS-PRI-SLOT)
027700        END-IF
027710        IF FH-FROM-FEED
027720           AND (WS-PRI-FEED-DATE(WS-PRI-SLOT) = SPACES
027730              OR FH-DATE > WS-PRI-FEED-DATE(WS-PRI-SLOT))
027740           MOVE FH-DATE TO WS-PRI-FEED-DATE(WS-PRI-SLOT)
027750        END-IF
027800        GO TO 2100-LOAD-ONE-HISTORY-EXIT
027900     END-IF
028000     IF WS-PRI-COUNT < 100
028100        ADD 1 TO WS-PRI-COUNT
028200        MOVE FH-CCY TO WS-PRI-CCY(WS-PRI-COUNT)
028300        MOVE FH-DATE TO WS-PRI-DATE(WS-PRI-COUNT)
028400        MOVE FH-RATE TO WS-PRI-RATE(WS-PRI-COUNT)
028410        MOVE SPACES TO WS-PRI-FEED-DATE(WS-PRI-COUNT)
028420        IF FH-FROM-FEED
028430           MOVE FH-DATE TO WS-PRI-FEED-DATE(WS-PRI-COUNT)
028440        END-IF
028500     END-IF.
028600 2100-LOAD-ONE-HISTORY-EXIT.
028700     EXIT.
028800*--------------------------------------------------------------
028900* 3000-INTAKE-FEED - EDIT EVERY ROW OF THE DAY'S RATE FEED
029000*--------------------------------------------------------------
029100 3000-INTAKE-FEED.
029200     MOVE "N" TO WS-INPUT-EOF-SW
029300     OPEN INPUT FX-FEED-FILE
029400     IF WS-FEED-STATUS NOT = "00"
029500        SET FEED-NOT-RECEIVED TO TRUE
029600        MOVE "RATE FEED (FXRATEIN) NOT RECEIVED" TO WS-RPT-DETAIL
029700        MOVE "D" TO RPT-REQUEST
029800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
029900        GO TO 3000-INTAKE-FEED-EXIT
030000     END-IF
030100     PERFORM 3100-INTAKE-ONE-RATE THRU 3100-INTAKE-ONE-RATE-EXIT
030200        UNTIL END-OF-INPUT
030300     CLOSE FX-FEED-FILE.
030400 3000-INTAKE-FEED-EXIT.
030500     EXIT.
030600*--------------------------------------------------------------
030700* 3100-INTAKE-ONE-RATE
030800*--------------------------------------------------------------
030900 3100-INTAKE-ONE-RATE.
031000     READ FX-FEED-FILE
031100        AT END
031200           SET END-OF-INPUT TO TRUE
031300           GO TO 3100-INTAKE-ONE-RATE-EXIT
031400     END-READ
031500     ADD 1 TO WS-FEED-READ
031600     MOVE SPACES TO WS-RATE-LINE
031700     MOVE FI-CCY TO FL-CCY
031800     MOVE SPACES TO WS-REJECT-NOTE
031900     PERFORM 3200-EDIT-RATE THRU 3200-EDIT-RATE-EXIT
032000     IF WS-REJECT-NOTE NOT = SPACES
032100        ADD 1 TO WS-FEED-REJECTED
032200        MOVE "REJECTED" TO FL-STATUS
032300        MOVE WS-REJECT-NOTE TO FL-NOTE
032400        GO TO 3100-WRITE-LINE
032500     END-IF
032600     MOVE FI-RATE-N TO FL-RATE
032700*    MOVEMENT AGAINST THE PRIOR RATE IN FORCE, IN BASIS POINTS
032800     MOVE FI-CCY TO FH-CCY
032900     PERFORM 6000-FIND-PRIOR THRU 6000-FIND-PRIOR-EXIT
033000     IF PRIOR-RATE-FOUND
033100        MOVE WS-PRI-RATE(WS-PRI-SLOT) TO FL-PRIOR
033200        IF FI-RATE-N > WS-PRI-RATE(WS-PRI-SLOT)
033300           COMPUTE WS-RATE-DIFF =
033400              FI-RATE-N - WS-PRI-RATE(WS-PRI-SLOT)
033500        ELSE
033600           COMPUTE WS-RATE-DIFF =
033700              WS-PRI-RATE(WS-PRI-SLOT) - FI-RATE-N
033800        END-IF
033900        COMPUTE WS-MOVE-BPS ROUNDED =
034000           WS-RATE-DIFF * 10000 / WS-PRI-RATE(WS-PRI-SLOT)
034100        MOVE WS-MOVE-BPS TO FL-MOVE-BPS
034200        IF WS-MOVE-BPS > WS-TOL-BPS
034210           PERFORM 3300-CHECK-OVERRIDE
034215              THRU 3300-CHECK-OVERRIDE-EXIT
034220           IF NOT TREASURY-ACCEPTED
034230              ADD 1 TO WS-FEED-FLAGGED
034240              MOVE "FLAGGED" TO FL-STATUS
034250              MOVE "MOVE OVER TOLERANCE - HELD OUT" TO FL-NOTE
034260              GO TO 3100-WRITE-LINE
034270           END-IF
034280        END-IF
034290     END-IF
034900     IF WS-TDY-COUNT NOT < 50
035000        ADD 1 TO WS-FEED-REJECTED
035100        MOVE "REJECTED" TO FL-STATUS
035200        MOVE "RATE TABLE FULL" TO FL-NOTE
035300        GO TO 3100-WRITE-LINE
035400     END-IF
035500     ADD 1 TO WS-FEED-ACCEPTED
035600     ADD 1 TO WS-TDY-COUNT
035700     MOVE FI-CCY TO WS-TDY-CCY(WS-TDY-COUNT)
035800     MOVE FI-RATE-N TO WS-TDY-RATE(WS-TDY-COUNT)
035900     MOVE "FEED" TO WS-TDY-SOURCE(WS-TDY-COUNT)
035910     MOVE "ACCEPTED" TO FL-STATUS
035920     IF PRIOR-RATE-FOUND AND WS-MOVE-BPS > WS-TOL-BPS
035930        ADD 1 TO WS-FEED-OVERRIDDEN
035940        MOVE "OVERRIDE" TO FL-STATUS
035950        MOVE "OVER TOLERANCE - TREASURY OK" TO FL-NOTE
035960     END-IF.
036100 3100-WRITE-LINE.
036200     MOVE "D" TO RPT-REQUEST
036300     MOVE WS-RATE-LINE TO WS-RPT-DETAIL
036400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
036500 3100-INTAKE-ONE-RATE-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------
036800* 3200-EDIT-RATE - LEAVES A REJECT NOTE WHEN THE ROW CANNOT BE
036900*          USED AT ALL. EVERY CURRENCY OFFERED IS REMEMBERED SO
037000*          A SECOND ROW FOR IT IS REJECTED AS A REPEAT.
037100*--------------------------------------------------------------
037200 3200-EDIT-RATE.
037300     IF FI-CCY IS NOT ALPHABETIC-UPPER
037400        OR FI-CCY(1:1) = SPACE OR FI-CCY(2:1) = SPACE
037500        OR FI-CCY(3:1) = SPACE
037600        MOVE "MALFORMED CURRENCY CODE" TO WS-REJECT-NOTE
037700        GO TO 3200-EDIT-RATE-EXIT
037800     END-IF
037900     MOVE "N" TO WS-SEEN-SW
038000     PERFORM 3210-SCAN-ONE-FEED-CCY
038100        THRU 3210-SCAN-ONE-FEED-CCY-EXIT
038200        VARYING WS-FCY-SCAN FROM 1 BY 1
038300        UNTIL WS-FCY-SCAN > WS-FCY-COUNT
038400           OR CCY-SEEN-IN-FEED
038500     IF CCY-SEEN-IN-FEED
038600        MOVE "CURRENCY REPEATED IN FEED" TO WS-REJECT-NOTE
038700        GO TO 3200-EDIT-RATE-EXIT
038800     END-IF
038900     IF WS-FCY-COUNT < 100
039000        ADD 1 TO WS-FCY-COUNT
039100        MOVE FI-CCY TO WS-FCY-CCY(WS-FCY-COUNT)
039200     END-IF
039300     IF FI-DATE NOT = WS-BUS-DATE
039400        MOVE "NOT FOR THE BUSINESS DATE" TO WS-REJECT-NOTE
039500        GO TO 3200-EDIT-RATE-EXIT
039600     END-IF
039700     IF FI-RATE IS NOT NUMERIC
039800        MOVE "MALFORMED RATE" TO WS-REJECT-NOTE
039900        GO TO 3200-EDIT-RATE-EXIT
040000     END-IF
040100     IF FI-RATE-N = ZERO
040200        MOVE "ZERO RATE" TO WS-REJECT-NOTE
040300     END-IF.
040400 3200-EDIT-RATE-EXIT.
040500     EXIT.
040600 3210-SCAN-ONE-FEED-CCY.
040700     IF WS-FCY-CCY(WS-FCY-SCAN) = FI-CCY
040800        SET CCY-SEEN-IN-FEED TO TRUE
040900     END-IF.
041000 3210-SCAN-ONE-FEED-CCY-EXIT.
041100     EXIT.
041105*--------------------------------------------------------------
041110* 3300-CHECK-OVERRIDE - IS THE CURRENCY ON TREASURY'S ACCEPT
041115*          LIST FOR THE RUN
041120*--------------------------------------------------------------
041125 3300-CHECK-OVERRIDE.
041130     MOVE "N" TO WS-ACC-FOUND-SW
041135     PERFORM 3310-SCAN-ONE-ACCEPT THRU 3310-SCAN-ONE-ACCEPT-EXIT
041140        VARYING WS-ACC-SCAN FROM 1 BY 1
041145        UNTIL WS-ACC-SCAN > 5
041150           OR TREASURY-ACCEPTED.
041155 3300-CHECK-OVERRIDE-EXIT.
041160     EXIT.
041165 3310-SCAN-ONE-ACCEPT.
041170     IF WS-ACC-CCY(WS-ACC-SCAN) = FI-CCY
041175        SET TREASURY-ACCEPTED TO TRUE
041180     END-IF.
041185 3310-SCAN-ONE-ACCEPT-EXIT.
041190     EXIT.
041200*--------------------------------------------------------------
041300* 4000-APPLY-STALE-RULE - A CURRENCY WITH A PRIOR RATE BUT NO
041400*          GOOD RATE TODAY CARRIES THE PRIOR RATE FORWARD WHILE
041500*          IT IS NO OLDER THAN THE STALE LIMIT; PAST THAT IT IS
041600*          LEFT OFF THE TABLE SO ITS CARDS REJECT AS NORATE
041700*          RATHER THAN SETTLE AT A RATE NOBODY WOULD STAND BY
041800*--------------------------------------------------------------
041900 4000-APPLY-STALE-RULE.
042000     PERFORM 4100-CHECK-ONE-PRIOR THRU 4100-CHECK-ONE-PRIOR-EXIT
042100        VARYING WS-PRI-SCAN FROM 1 BY 1
042200        UNTIL WS-PRI-SCAN > WS-PRI-COUNT.
042300 4000-APPLY-STALE-RULE-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------
042510* 4100-CHECK-ONE-PRIOR - THE AGE IS COUNTED FROM THE LAST RATE
042520*          THE FEED SUPPLIED, NOT FROM AN EARLIER CARRY-FORWARD
042530*--------------------------------------------------------------
042800 4100-CHECK-ONE-PRIOR.
042900     MOVE "N" TO WS-TDY-FOUND-SW
043000     PERFORM 4110-SCAN-ONE-TODAY THRU 4110-SCAN-ONE-TODAY-EXIT
043100        VARYING WS-TDY-SCAN FROM 1 BY 1
043200        UNTIL WS-TDY-SCAN > WS-TDY-COUNT
043300           OR TODAY-RATE-FOUND
043400     IF TODAY-RATE-FOUND
043500        GO TO 4100-CHECK-ONE-PRIOR-EXIT
043600     END-IF
043700     MOVE SPACES TO WS-RATE-LINE
043800     MOVE WS-PRI-CCY(WS-PRI-SCAN) TO FL-CCY
043900     MOVE WS-PRI-RATE(WS-PRI-SCAN) TO FL-PRIOR
043910     IF WS-PRI-FEED-DATE(WS-PRI-SCAN) IS NUMERIC
043920        COMPUTE WS-STALE-AGE =
043930           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BUS-DATE))
043940           - FUNCTION INTEGER-OF-DATE(
043950                FUNCTION NUMVAL(WS-PRI-FEED-DATE(WS-PRI-SCAN)))
043960     ELSE
043970        COMPUTE WS-STALE-AGE = WS-STALE-DAYS + 1
043980     END-IF
043990     IF WS-STALE-AGE > WS-STALE-DAYS
044000        OR WS-TDY-COUNT NOT < 50
044010        ADD 1 TO WS-NO-RATE
044020        MOVE "NORATE" TO FL-STATUS
044030        STRING "LAST FEED RATE " DELIMITED BY SIZE
044040           WS-PRI-FEED-DATE(WS-PRI-SCAN) DELIMITED BY SIZE
044050           " - TOO OLD" DELIMITED BY SIZE
044060           INTO FL-NOTE
044070        END-STRING
045300     ELSE
045400        ADD 1 TO WS-STALE-CARRIED
045500        ADD 1 TO WS-TDY-COUNT
045600        MOVE WS-PRI-CCY(WS-PRI-SCAN) TO WS-TDY-CCY(WS-TDY-COUNT)
045700        MOVE WS-PRI-RATE(WS-PRI-SCAN)
045800           TO WS-TDY-RATE(WS-TDY-COUNT)
045900        MOVE "STALE" TO WS-TDY-SOURCE(WS-TDY-COUNT)
046000        MOVE WS-PRI-RATE(WS-PRI-SCAN) TO FL-RATE
046100        MOVE "STALE" TO FL-STATUS
046110        STRING "FEED RATE OF " DELIMITED BY SIZE
046120           WS-PRI-FEED-DATE(WS-PRI-SCAN) DELIMITED BY SIZE
046130           INTO FL-NOTE
046500        END-STRING
046600     END-IF
046700     MOVE "D" TO RPT-REQUEST
046800     MOVE WS-RATE-LINE TO WS-RPT-DETAIL
046900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
047000 4100-CHECK-ONE-PRIOR-EXIT.
047100     EXIT.
047200 4110-SCAN-ONE-TODAY.
047300     IF WS-TDY-CCY(WS-TDY-SCAN) = WS-PRI-CCY(WS-PRI-SCAN)
047400        SET TODAY-RATE-FOUND TO TRUE
047500     END-IF.
047600 4110-SCAN-ONE-TODAY-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------
047900* 5000-WRITE-RATES - THE DAY'S TABLE FOR LUHN, AND THE SAME
048000*          ROWS APPENDED TO THE RETAINED RATE HISTORY
048100*--------------------------------------------------------------
048200 5000-WRITE-RATES.
048300     OPEN OUTPUT FX-RATE-FILE
048400     OPEN EXTEND FX-HIST-FILE
048500     IF WS-HIST-STATUS = "35"
048600        OPEN OUTPUT FX-HIST-FILE
048700     END-IF
048800     PERFORM 5100-WRITE-ONE-RATE THRU 5100-WRITE-ONE-RATE-EXIT
048900        VARYING WS-TDY-SCAN FROM 1 BY 1
049000        UNTIL WS-TDY-SCAN > WS-TDY-COUNT
049100     CLOSE FX-RATE-FILE
049200     CLOSE FX-HIST-FILE.
049300 5000-WRITE-RATES-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------
049600* 5100-WRITE-ONE-RATE
049700*--------------------------------------------------------------
049800 5100-WRITE-ONE-RATE.
049900     MOVE SPACES TO FX-RATE-RECORD
050000     MOVE WS-BUS-DATE TO FX-OUT-DATE
050100     MOVE WS-TDY-CCY(WS-TDY-SCAN) TO FX-OUT-CCY
050200     MOVE WS-TDY-RATE(WS-TDY-SCAN) TO FX-OUT-RATE
050300     WRITE FX-RATE-RECORD
050400     MOVE SPACES TO FX-HIST-RECORD
050500     MOVE WS-BUS-DATE TO FH-DATE
050600     MOVE WS-TDY-CCY(WS-TDY-SCAN) TO FH-CCY
050700     MOVE WS-TDY-RATE(WS-TDY-SCAN) TO FH-RATE
050800     MOVE WS-TDY-SOURCE(WS-TDY-SCAN) TO FH-SOURCE
050900     MOVE WS-JA-START-TIMESTAMP TO FH-LOADED-TS
051000     WRITE FX-HIST-FILE-RECORD FROM FX-HIST-RECORD.
051100 5100-WRITE-ONE-RATE-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------
051400* 6000-FIND-PRIOR - LOCATE THE PRIOR-RATE ROW FOR FH-CCY
051500*--------------------------------------------------------------
051600 6000-FIND-PRIOR.
051700     MOVE "N" TO WS-PRI-FOUND-SW
051800     MOVE ZERO TO WS-PRI-SLOT
051900     PERFORM 6100-SCAN-ONE-PRIOR THRU 6100-SCAN-ONE-PRIOR-EXIT
052000        VARYING WS-PRI-SCAN FROM 1 BY 1
052100        UNTIL WS-PRI-SCAN > WS-PRI-COUNT
052200           OR PRIOR-RATE-FOUND.
052300 6000-FIND-PRIOR-EXIT.
052400     EXIT.
052500 6100-SCAN-ONE-PRIOR.
052600     IF WS-PRI-CCY(WS-PRI-SCAN) = FH-CCY
052700        SET PRIOR-RATE-FOUND TO TRUE
052800        MOVE WS-PRI-SCAN TO WS-PRI-SLOT
052900     END-IF.
053000 6100-SCAN-ONE-PRIOR-EXIT.
053100     EXIT.
053200*--------------------------------------------------------------
053300* 9000-FINISH - RUN COUNTS, CLOSE THE REPORT, JOB ACCOUNTING
053400*--------------------------------------------------------------
053500 9000-FINISH.
053600     MOVE SPACES TO WS-RPT-DETAIL
053700     MOVE "D" TO RPT-REQUEST
053800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
053900     MOVE WS-FEED-READ TO WS-COUNT-ED
054000     MOVE SPACES TO WS-RPT-DETAIL
054100     STRING "RATES READ      : " DELIMITED BY SIZE
054200        WS-COUNT-ED DELIMITED BY SIZE
054300        INTO WS-RPT-DETAIL
054400     END-STRING
054500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
054600     MOVE WS-FEED-ACCEPTED TO WS-COUNT-ED
054700     MOVE SPACES TO WS-RPT-DETAIL
054800     STRING "RATES ACCEPTED  : " DELIMITED BY SIZE
054900        WS-COUNT-ED DELIMITED BY SIZE
055000        INTO WS-RPT-DETAIL
055100     END-STRING
055200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
055300     MOVE WS-FEED-REJECTED TO WS-COUNT-ED
055400     MOVE SPACES TO WS-RPT-DETAIL
055500     STRING "RATES REJECTED  : " DELIMITED BY SIZE
055600        WS-COUNT-ED DELIMITED BY SIZE
055700        INTO WS-RPT-DETAIL
055800     END-STRING
055900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056000     MOVE WS-FEED-FLAGGED TO WS-COUNT-ED
056100     MOVE SPACES TO WS-RPT-DETAIL
056200     STRING "RATES FLAGGED   : " DELIMITED BY SIZE
056300        WS-COUNT-ED DELIMITED BY SIZE
056400        INTO WS-RPT-DETAIL
056500     END-STRING
056600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056610     MOVE WS-FEED-OVERRIDDEN TO WS-COUNT-ED
056620     MOVE SPACES TO WS-RPT-DETAIL
056630     STRING "TREASURY OVERRIDE: " DELIMITED BY SIZE
056640        WS-COUNT-ED DELIMITED BY SIZE
056650        INTO WS-RPT-DETAIL
056660     END-STRING
056670     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056700     MOVE WS-STALE-CARRIED TO WS-COUNT-ED
056800     MOVE SPACES TO WS-RPT-DETAIL
056900     STRING "STALE CARRIED   : " DELIMITED BY SIZE
057000        WS-COUNT-ED DELIMITED BY SIZE
057100        INTO WS-RPT-DETAIL
057200     END-STRING
057300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
057400     MOVE WS-NO-RATE TO WS-COUNT-ED
057500     MOVE SPACES TO WS-RPT-DETAIL
057600     STRING "LEFT WITH NO RATE: " DELIMITED BY SIZE
057700        WS-COUNT-ED DELIMITED BY SIZE
057800        INTO WS-RPT-DETAIL
057900     END-STRING
058000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
058100     MOVE WS-TDY-COUNT TO WS-COUNT-ED
058200     MOVE SPACES TO WS-RPT-DETAIL
058300     STRING "RATES IN FORCE  : " DELIMITED BY SIZE
058400        WS-COUNT-ED DELIMITED BY SIZE
058500        INTO WS-RPT-DETAIL
058600     END-STRING
058700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
058800     MOVE "C" TO RPT-REQUEST
058900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
059000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
059100 9000-FINISH-EXIT.
059200     EXIT.
059300*--------------------------------------------------------------
059400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
059500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
059600*--------------------------------------------------------------
059700 9100-LOG-JOB-ACCT.
059800     OPEN EXTEND JOB-ACCT-FILE
059900     IF WS-JOBACCT-STATUS = "35"
060000        OPEN OUTPUT JOB-ACCT-FILE
060100        CLOSE JOB-ACCT-FILE
060200        OPEN EXTEND JOB-ACCT-FILE
060300     END-IF
060400     MOVE "FXINTAKE" TO JA-PROGRAM-NAME
060500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
060600     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
060700     MOVE "COMPLETED" TO JA-RETURN-STATUS
060800     MOVE WS-FEED-READ TO JA-RECORD-COUNT
060900     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
061000     CLOSE JOB-ACCT-FILE.
061100 9100-LOG-JOB-ACCT-EXIT.
061200     EXIT.
061300*--------------------------------------------------------------
061400* 9200-WRITE-SHARED-ALERT - TREASURY SEES A REJECTED, FLAGGED,
061500*          STALE, OR MISSING RATE BEFORE THE CARD RUN USES IT
061600*--------------------------------------------------------------
061700 9200-WRITE-SHARED-ALERT.
061800     OPEN EXTEND SHARED-ALERT-FILE
061900     IF WS-SHALERT-STATUS = "35"
062000        OPEN OUTPUT SHARED-ALERT-FILE
062100     END-IF
062200     MOVE SPACES TO ALERT-MSG-RECORD
062300     MOVE "FXINTAKE" TO AM-PROGRAM
062400     MOVE "4" TO AM-SEVERITY
062500     IF WS-FEED-FLAGGED > ZERO
062600        MOVE "FX RATE OVER TOLERANCE - HELD OUT, SEE FXINTAKE"
062700           TO AM-TEXT
062800     ELSE
062900        MOVE "FX RATE FEED EXCEPTIONS - SEE FXINTAKE REPORT"
063000           TO AM-TEXT
063100     END-IF
063200     MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
063300     MOVE "N" TO AM-ACK-SW
063400     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
063500     CLOSE SHARED-ALERT-FILE.
063600 9200-WRITE-SHARED-ALERT-EXIT.
063700     EXIT.
