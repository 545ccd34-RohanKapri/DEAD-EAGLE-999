000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHG-BACK.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. MONTHLY CHARGEBACK BILLING OF THE
001100*                 BATCH COSTS TO THE DEPARTMENTS THAT USE THEM.
001200*                 EVERY RUN IN THE JAHIST HISTORY CUT BY
001300*                 JA-HISTORY THAT STARTED IN THE BILLING MONTH
001400*                 (RUNCTL KEYWORD BILLMNTH, YYYYMM; DEFAULT LAST
001500*                 MONTH) IS PRICED FROM THE RATE CARD (RATECARD:
001600*                 PER RUN, PER ELAPSED MINUTE, PER THOUSAND
001700*                 RECORDS; A PROGRAM'S OWN LINE OVERRIDES THE
001800*                 DEFAULT LINE) AND CHARGED TO THE DEPARTMENT THE
001900*                 COST-CENTER MAP (COSTCTR) NAMES FOR ITS
002000*                 PROGRAM. ONE STATEMENT PER DEPARTMENT WITH
002100*                 PROGRAM-LEVEL DETAIL ON CHGBACK; PROGRAMS WITH
002200*                 NO MAPPING ARE LISTED AS UNALLOCATED.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 REPOSITORY.
002700     FUNCTION ALL INTRINSIC.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-COSTCTR-STATUS.
003300     SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RATECARD-STATUS.
003600     SELECT JAHIST-CAT-FILE ASSIGN TO "JAHISTCAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-JAHISTCAT-STATUS.
003900     SELECT JAHIST-FILE ASSIGN USING WS-JAHIST-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-JAHIST-STATUS.
004200     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-JOBACCT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*--------------------------------------------------------------
004800* COST-CENTER MAP - ONE LINE PER PROGRAM: JOBACCT PROGRAM
004900* NAME, DEPARTMENT CODE, DEPARTMENT NAME
005000*--------------------------------------------------------------
005100 FD  COST-CENTER-FILE
005200     RECORDING MODE IS F.
005300 01  COST-CENTER-RECORD.
005400     05 CC-PROGRAM             PIC X(08).
005500     05 FILLER                 PIC X(01).
005600     05 CC-DEPT                PIC X(08).
005700     05 FILLER                 PIC X(01).
005800     05 CC-DEPT-NAME           PIC X(24).
005900*--------------------------------------------------------------
006000* RATE CARD - "DEFAULT" LINE PLUS OPTIONAL PER-PROGRAM LINES;
006100* RATES CARRY TWO IMPLIED DECIMALS (000150 = 1.50)
006200*--------------------------------------------------------------
006300 FD  RATE-CARD-FILE
006400     RECORDING MODE IS F.
006500 01  RATE-CARD-RECORD.
006600     05 RT-PROGRAM             PIC X(08).
006700     05 FILLER                 PIC X(01).
006800     05 RT-PER-RUN             PIC 9(04)V99.
006900     05 FILLER                 PIC X(01).
007000     05 RT-PER-MINUTE          PIC 9(04)V99.
007100     05 FILLER                 PIC X(01).
007200     05 RT-PER-THOUSAND        PIC 9(04)V99.
007300 FD  JAHIST-CAT-FILE.
007400 01  JAHIST-CAT-RECORD.
007500     05 JC-CUT-DATE            PIC X(08).
007600     05 FILLER                 PIC X(02).
007700     05 JC-FILE-NAME           PIC X(20).
007800     05 FILLER                 PIC X(02).
007900     05 JC-RECORD-COUNT        PIC 9(07).
008000 FD  JAHIST-FILE.
008100 01  JAHIST-RECORD             PIC X(60).
008200 FD  JOB-ACCT-FILE
008300     RECORDING MODE IS F.
008400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008500 WORKING-STORAGE SECTION.
008600*--------------------------------------------------------------
008700* FILE STATUS AND RUN CONTROLS
008800*--------------------------------------------------------------
008900 77  WS-COSTCTR-STATUS         PIC XX.
009000 77  WS-RATECARD-STATUS        PIC XX.
009100 77  WS-JAHISTCAT-STATUS       PIC XX.
009200 77  WS-JAHIST-STATUS          PIC XX.
009300 77  WS-JOBACCT-STATUS         PIC XX.
009400 77  WS-JAHIST-NAME            PIC X(20).
009500 77  WS-FILE-EOF-SW            PIC X VALUE "N".
009600     88 END-OF-CURRENT-FILE    VALUE "Y".
009700 77  WS-CAT-EOF-SW             PIC X VALUE "N".
009800     88 END-OF-CATALOG         VALUE "Y".
009900 77  WS-HIST-EOF-SW            PIC X VALUE "N".
010000     88 END-OF-HISTORY         VALUE "Y".
010100 77  WS-RATE-CARD-SW           PIC X VALUE "N".
010200     88 RATE-CARD-PRESENT      VALUE "Y".
010300 77  WS-DEFAULT-RATE-SW        PIC X VALUE "N".
010400     88 DEFAULT-RATE-PRESENT   VALUE "Y".
010500 77  WS-OVERFLOW-SW            PIC X VALUE "N".
010600     88 PROGRAM-TABLE-OVERFLOW VALUE "Y".
010700 77  WS-RECORDS-SEEN           PIC 9(07) BINARY VALUE ZERO.
010800 77  WS-RUNS-BILLED            PIC 9(07) BINARY VALUE ZERO.
010900 77  WS-RUNS-BILLED-ED         PIC Z(06)9.
011000 77  WS-JA-START-TIMESTAMP     PIC X(14).
011100 COPY JOBACCT.
011200 COPY RUNPARM.
011300 COPY RPTWRITE.
011400 01  WS-RPT-DETAIL             PIC X(100).
011500*--------------------------------------------------------------
011600* BILLING MONTH - THE MONTH BILLED AND THE ONE AFTER IT (A RUN
011700* STARTED LATE ON THE LAST NIGHT IS CUT ON THE FIRST)
011800*--------------------------------------------------------------
011900 01  WS-BILL-MONTH.
012000     05 WS-BILL-YYYY           PIC 9(04).
012100     05 WS-BILL-MM             PIC 9(02).
012200 01  WS-NEXT-MONTH.
012300     05 WS-NEXT-YYYY           PIC 9(04).
012400     05 WS-NEXT-MM             PIC 9(02).
012500 77  WS-TODAY                  PIC X(08).
012600*--------------------------------------------------------------
012700* DEPARTMENTS IN COST-CENTER FILE ORDER, WITH STATEMENT TOTALS
012800*--------------------------------------------------------------
012900 01  WS-DEPT-TABLE.
013000     05 WS-DP-COUNT            PIC 9(02) BINARY VALUE ZERO.
013100     05 WS-DP-ENTRY OCCURS 20 TIMES.
013200        10 WS-DP-CODE          PIC X(08).
013300        10 WS-DP-NAME          PIC X(24).
013400        10 WS-DP-TOTAL         PIC S9(09)V99 COMP-3.
013500 77  WS-DP-IDX                 PIC 9(02) BINARY.
013600 77  WS-DP-SCAN                PIC 9(02) BINARY.
013700*--------------------------------------------------------------
013800* PROGRAM-TO-DEPARTMENT MAP (DEPARTMENT AS A DEPT-TABLE SLOT)
013900*--------------------------------------------------------------
014000 01  WS-MAP-TABLE.
014100     05 WS-MP-COUNT            PIC 9(03) BINARY VALUE ZERO.
014200     05 WS-MP-ENTRY OCCURS 200 TIMES.
014300        10 WS-MP-PROGRAM       PIC X(08).
014400        10 WS-MP-DEPT-IDX      PIC 9(02) BINARY.
014500 77  WS-MP-SCAN                PIC 9(03) BINARY.
014600*--------------------------------------------------------------
014700* RATE CARD - THE DEFAULT LINE AND THE PER-PROGRAM OVERRIDES
014800*--------------------------------------------------------------
014900 01  WS-DEFAULT-RATE.
015000     05 WS-DR-PER-RUN          PIC 9(04)V99 VALUE ZERO.
015100     05 WS-DR-PER-MINUTE       PIC 9(04)V99 VALUE ZERO.
015200     05 WS-DR-PER-THOUSAND     PIC 9(04)V99 VALUE ZERO.
015300 01  WS-RATE-TABLE.
015400     05 WS-RT-COUNT            PIC 9(03) BINARY VALUE ZERO.
015500     05 WS-RT-ENTRY OCCURS 100 TIMES.
015600        10 WS-RT-PROGRAM       PIC X(08).
015700        10 WS-RT-PER-RUN       PIC 9(04)V99.
015800        10 WS-RT-PER-MINUTE    PIC 9(04)V99.
015900        10 WS-RT-PER-THOUSAND  PIC 9(04)V99.
016000 77  WS-RT-SCAN                PIC 9(03) BINARY.
016100 01  WS-APPLIED-RATE.
016200     05 WS-AR-PER-RUN          PIC 9(04)V99.
016300     05 WS-AR-PER-MINUTE       PIC 9(04)V99.
016400     05 WS-AR-PER-THOUSAND     PIC 9(04)V99.
016500     05 WS-AR-SOURCE           PIC X(01).
016600        88 AR-PROGRAM-RATE     VALUE "P".
016700*--------------------------------------------------------------
016800* PER-PROGRAM USAGE AND CHARGES FOR THE MONTH. DEPT SLOT ZERO
016900* IS UNALLOCATED (NO COST-CENTER MAPPING).
017000*--------------------------------------------------------------
017100 01  WS-PROGRAM-TABLE.
017200     05 WS-PG-COUNT            PIC 9(03) BINARY VALUE ZERO.
017300     05 WS-PG-ENTRY OCCURS 200 TIMES.
017400        10 WS-PG-PROGRAM       PIC X(08).
017500        10 WS-PG-DEPT-IDX      PIC 9(02) BINARY.
017600        10 WS-PG-RUNS          PIC 9(07) BINARY.
017700        10 WS-PG-SECONDS       PIC S9(11) COMP-3.
017800        10 WS-PG-RECORDS       PIC 9(11) COMP-3.
017900        10 WS-PG-RUN-CHG       PIC S9(09)V99 COMP-3.
018000        10 WS-PG-TIME-CHG      PIC S9(09)V99 COMP-3.
018100        10 WS-PG-VOL-CHG       PIC S9(09)V99 COMP-3.
018200        10 WS-PG-TOTAL         PIC S9(09)V99 COMP-3.
018300        10 WS-PG-RATE-SW       PIC X(01).
018400           88 PG-OWN-RATE      VALUE "P".
018500 77  WS-PG-IDX                 PIC 9(03) BINARY.
018600 77  WS-PG-SCAN                PIC 9(03) BINARY.
018700 77  WS-LINES-IN-DEPT          PIC 9(03) BINARY.
018800 77  WS-GRAND-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.
018900 77  WS-UNALLOC-TOTAL          PIC S9(09)V99 COMP-3 VALUE ZERO.
019000 77  WS-UNALLOC-COUNT          PIC 9(03) BINARY VALUE ZERO.
019100*--------------------------------------------------------------
019200* ELAPSED-TIME WORK FIELDS (SAME ARITHMETIC AS JA-HISTORY)
019300*--------------------------------------------------------------
019400 77  WS-ELAPSED-SECONDS        PIC S9(09) BINARY.
019500 77  WS-TS-DATE-NUM            PIC 9(08).
019600 77  WS-START-DAYS             PIC S9(09) BINARY.
019700 77  WS-END-DAYS               PIC S9(09) BINARY.
019800 77  WS-START-SEC              PIC S9(09) BINARY.
019900 77  WS-END-SEC                PIC S9(09) BINARY.
020000 77  WS-TS-HH                  PIC 9(02).
020100 77  WS-TS-MM                  PIC 9(02).
020200 77  WS-TS-SS                  PIC 9(02).
020300 77  WS-RECORD-COUNT-NUM       PIC 9(07).
020400 77  WS-MINUTES                PIC 9(09)V9.
020500*--------------------------------------------------------------
020600* STATEMENT LINES
020700*--------------------------------------------------------------
020800 01  WS-DEPT-HEAD-LINE.
020900     05 FILLER                 PIC X(12) VALUE "DEPARTMENT: ".
021000     05 DH-CODE                PIC X(08).
021100     05 FILLER                 PIC X(02) VALUE SPACES.
021200     05 DH-NAME                PIC X(24).
021300     05 FILLER                 PIC X(02) VALUE SPACES.
021400     05 FILLER                 PIC X(14) VALUE "BILLING MONTH ".
021500     05 DH-MONTH               PIC X(06).
021600 01  WS-CHARGE-LINE.
021700     05 CL-PROGRAM             PIC X(08).
021800     05 FILLER                 PIC X(01) VALUE SPACE.
021900     05 CL-RATE-FLAG           PIC X(01).
022000     05 FILLER                 PIC X(01) VALUE SPACE.
022100     05 CL-RUNS                PIC ZZZZ9.
022200     05 FILLER                 PIC X(02) VALUE SPACES.
022300     05 CL-MINUTES             PIC ZZZZZZ9.9.
022400     05 FILLER                 PIC X(02) VALUE SPACES.
022500     05 CL-RECORDS             PIC ZZZZZZZZZ9.
022600     05 FILLER                 PIC X(02) VALUE SPACES.
022700     05 CL-RUN-CHG             PIC ZZZ,ZZ9.99.
022800     05 FILLER                 PIC X(02) VALUE SPACES.
022900     05 CL-TIME-CHG            PIC ZZZ,ZZ9.99.
023000     05 FILLER                 PIC X(02) VALUE SPACES.
023100     05 CL-VOL-CHG             PIC ZZZ,ZZ9.99.
023200     05 FILLER                 PIC X(02) VALUE SPACES.
023300     05 CL-TOTAL               PIC Z,ZZZ,ZZ9.99.
023400 01  WS-TOTAL-LINE.
023500     05 TL-LABEL               PIC X(40).
023600     05 FILLER                 PIC X(36) VALUE SPACES.
023700     05 TL-TOTAL               PIC ZZ,ZZZ,ZZ9.99.
023800 PROCEDURE DIVISION.
023900*--------------------------------------------------------------
024000* 0000-MAINLINE
024100*--------------------------------------------------------------
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
024400     PERFORM 1100-LOAD-COST-CENTERS
024500        THRU 1100-LOAD-COST-CENTERS-EXIT
024600     PERFORM 1200-LOAD-RATE-CARD THRU 1200-LOAD-RATE-CARD-EXIT
024700     PERFORM 2000-LOAD-MONTH THRU 2000-LOAD-MONTH-EXIT
024800     PERFORM 3000-PRICE-ONE-PROGRAM
024900        THRU 3000-PRICE-ONE-PROGRAM-EXIT
025000        VARYING WS-PG-IDX FROM 1 BY 1
025100        UNTIL WS-PG-IDX > WS-PG-COUNT
025200     PERFORM 4000-DEPT-STATEMENT THRU 4000-DEPT-STATEMENT-EXIT
025300        VARYING WS-DP-IDX FROM 1 BY 1
025400        UNTIL WS-DP-IDX > WS-DP-COUNT
025500     PERFORM 5000-UNALLOCATED THRU 5000-UNALLOCATED-EXIT
025600     PERFORM 6000-BILLING-SUMMARY THRU 6000-BILLING-SUMMARY-EXIT
025700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
025800*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY PROGRAM
025900*    RAN WITHOUT A COST-CENTER MAPPING OR THE PROGRAM TABLE
026000*    OVERFLOWED, 8 WHEN THERE WAS NO RATE CARD TO PRICE WITH.
026100     IF WS-UNALLOC-COUNT > ZERO
026200        OR PROGRAM-TABLE-OVERFLOW
026300        MOVE 4 TO RETURN-CODE
026400     END-IF
026500     IF NOT RATE-CARD-PRESENT
026600        MOVE 8 TO RETURN-CODE
026700     END-IF
026800     STOP RUN.
026900*--------------------------------------------------------------
027000* 1000-INITIALIZE - BILLING MONTH (RUNCTL BILLMNTH, ELSE THE
027100*          CALENDAR MONTH BEFORE TODAY) AND THE REPORT
027200*--------------------------------------------------------------
027300 1000-INITIALIZE.
027400     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
027500     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-TODAY
027600     MOVE WS-TODAY(1:6) TO WS-BILL-MONTH
027700     IF WS-BILL-MM = 1
027800        SUBTRACT 1 FROM WS-BILL-YYYY
027900        MOVE 12 TO WS-BILL-MM
028000     ELSE
028100        SUBTRACT 1 FROM WS-BILL-MM
028200     END-IF
028300     MOVE "CHGBACK" TO RP-PROGRAM-ID
028400     MOVE "BILLMNTH" TO RP-KEYWORD
028500     MOVE SPACES TO RP-DEFAULT
028600     CALL "RUNPARM" USING RUN-PARM-CONTROL
028700     IF RP-VALUE-FOUND AND RP-VALUE(1:6) IS NUMERIC
028800        MOVE RP-VALUE(1:6) TO WS-BILL-MONTH
028900     END-IF
029000     MOVE WS-BILL-MONTH TO WS-NEXT-MONTH
029100     IF WS-NEXT-MM = 12
029200        ADD 1 TO WS-NEXT-YYYY
029300        MOVE 1 TO WS-NEXT-MM
029400     ELSE
029500        ADD 1 TO WS-NEXT-MM
029600     END-IF
029700     MOVE "O" TO RPT-REQUEST
029800     MOVE "CHGBACK" TO RPT-PROGRAM-ID
029900     MOVE "CHGBACK" TO RPT-REPORT-NAME
030000     MOVE "BATCH CHARGEBACK STATEMENTS" TO RPT-TITLE
030100     MOVE SPACES TO RPT-COL-HEADING
030200     STRING "PROGRAM  R  RUNS    MINUTES     RECORDS"
030300           DELIMITED BY SIZE
030400        "     RUN-CHG    TIME-CHG     VOL-CHG" DELIMITED BY SIZE
030500        "         TOTAL" DELIMITED BY SIZE
030600        INTO RPT-COL-HEADING
030700     END-STRING
030800     MOVE 60 TO RPT-LINES-PER-PAGE
030900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
031000 1000-INITIALIZE-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------
031300* 1100-LOAD-COST-CENTERS - DEPARTMENTS IN FILE ORDER AND THE
031400*          PROGRAM MAP
031500*--------------------------------------------------------------
031600 1100-LOAD-COST-CENTERS.
031700     MOVE "N" TO WS-FILE-EOF-SW
031800     OPEN INPUT COST-CENTER-FILE
031900     IF WS-COSTCTR-STATUS NOT = "00"
032000        GO TO 1100-LOAD-COST-CENTERS-EXIT
032100     END-IF
032200     PERFORM 1110-TAKE-ONE-MAPPING THRU 1110-TAKE-ONE-MAPPING-EXIT
032300        UNTIL END-OF-CURRENT-FILE
032400     CLOSE COST-CENTER-FILE.
032500 1100-LOAD-COST-CENTERS-EXIT.
032600     EXIT.
032700 1110-TAKE-ONE-MAPPING.
032800     READ COST-CENTER-FILE
032900        AT END
033000           SET END-OF-CURRENT-FILE TO TRUE
033100           GO TO 1110-TAKE-ONE-MAPPING-EXIT
033200     END-READ
033300     IF CC-PROGRAM = SPACES OR CC-DEPT = SPACES
033400        OR CC-PROGRAM(1:1) = "*"
033500        GO TO 1110-TAKE-ONE-MAPPING-EXIT
033600     END-IF
033700     MOVE ZERO TO WS-DP-IDX
033800     PERFORM 1120-FIND-ONE-DEPT THRU 1120-FIND-ONE-DEPT-EXIT
033900        VARYING WS-DP-SCAN FROM 1 BY 1
034000        UNTIL WS-DP-SCAN > WS-DP-COUNT
034100           OR WS-DP-IDX > ZERO
034200     IF WS-DP-IDX = ZERO
034300        IF WS-DP-COUNT < 20
034400           ADD 1 TO WS-DP-COUNT
034500           MOVE WS-DP-COUNT TO WS-DP-IDX
034600           MOVE UPPER-CASE(CC-DEPT) TO WS-DP-CODE(WS-DP-IDX)
034700           MOVE CC-DEPT-NAME TO WS-DP-NAME(WS-DP-IDX)
034800           MOVE ZERO TO WS-DP-TOTAL(WS-DP-IDX)
034900        ELSE
035000           GO TO 1110-TAKE-ONE-MAPPING-EXIT
035100        END-IF
035200     END-IF
035300     IF WS-MP-COUNT < 200
035400        ADD 1 TO WS-MP-COUNT
035500        MOVE UPPER-CASE(CC-PROGRAM) TO WS-MP-PROGRAM(WS-MP-COUNT)
035600        MOVE WS-DP-IDX TO WS-MP-DEPT-IDX(WS-MP-COUNT)
035700     END-IF.
035800 1110-TAKE-ONE-MAPPING-EXIT.
035900     EXIT.
036000 1120-FIND-ONE-DEPT.
036100     IF WS-DP-CODE(WS-DP-SCAN) = UPPER-CASE(CC-DEPT)
036200        MOVE WS-DP-SCAN TO WS-DP-IDX
036300     END-IF.
036400 1120-FIND-ONE-DEPT-EXIT.
036500     EXIT.
036600*--------------------------------------------------------------
036700* 1200-LOAD-RATE-CARD - THE DEFAULT LINE AND ANY PER-PROGRAM
036800*          OVERRIDES
036900*--------------------------------------------------------------
037000 1200-LOAD-RATE-CARD.
037100     MOVE "N" TO WS-FILE-EOF-SW
037200     OPEN INPUT RATE-CARD-FILE
037300     IF WS-RATECARD-STATUS NOT = "00"
037400        GO TO 1200-LOAD-RATE-CARD-EXIT
037500     END-IF
037600     SET RATE-CARD-PRESENT TO TRUE
037700     PERFORM 1210-TAKE-ONE-RATE THRU 1210-TAKE-ONE-RATE-EXIT
037800        UNTIL END-OF-CURRENT-FILE
037900     CLOSE RATE-CARD-FILE.
038000 1200-LOAD-RATE-CARD-EXIT.
038100     EXIT.
038200 1210-TAKE-ONE-RATE.
038300     READ RATE-CARD-FILE
038400        AT END
038500           SET END-OF-CURRENT-FILE TO TRUE
038600           GO TO 1210-TAKE-ONE-RATE-EXIT
038700     END-READ
038800     IF RT-PROGRAM = SPACES OR RT-PROGRAM(1:1) = "*"
038900        GO TO 1210-TAKE-ONE-RATE-EXIT
039000     END-IF
039100     IF RT-PER-RUN IS NOT NUMERIC
039200        OR RT-PER-MINUTE IS NOT NUMERIC
039300        OR RT-PER-THOUSAND IS NOT NUMERIC
039400        GO TO 1210-TAKE-ONE-RATE-EXIT
039500     END-IF
039600     IF UPPER-CASE(RT-PROGRAM) = "DEFAULT"
039700        SET DEFAULT-RATE-PRESENT TO TRUE
039800        MOVE RT-PER-RUN TO WS-DR-PER-RUN
039900        MOVE RT-PER-MINUTE TO WS-DR-PER-MINUTE
040000        MOVE RT-PER-THOUSAND TO WS-DR-PER-THOUSAND
040100        GO TO 1210-TAKE-ONE-RATE-EXIT
040200     END-IF
040300     IF WS-RT-COUNT < 100
040400        ADD 1 TO WS-RT-COUNT
040500        MOVE UPPER-CASE(RT-PROGRAM) TO WS-RT-PROGRAM(WS-RT-COUNT)
040600        MOVE RT-PER-RUN TO WS-RT-PER-RUN(WS-RT-COUNT)
040700        MOVE RT-PER-MINUTE TO WS-RT-PER-MINUTE(WS-RT-COUNT)
040800        MOVE RT-PER-THOUSAND TO WS-RT-PER-THOUSAND(WS-RT-COUNT)
040900     END-IF.
041000 1210-TAKE-ONE-RATE-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------
041300* 2000-LOAD-MONTH - WALK THE JAHIST CATALOG. ONLY CUTS DATED IN
041400*          THE BILLING MONTH OR THE MONTH AFTER CAN HOLD ITS
041500*          RUNS; WITHIN THEM A RUN BELONGS TO THE MONTH IT
041600*          STARTED IN.
041700*--------------------------------------------------------------
041800 2000-LOAD-MONTH.
041900     MOVE "N" TO WS-CAT-EOF-SW
042000     OPEN INPUT JAHIST-CAT-FILE
042100     IF WS-JAHISTCAT-STATUS NOT = "00"
042200        GO TO 2000-LOAD-MONTH-EXIT
042300     END-IF
042400     PERFORM 2100-TAKE-ONE-CATALOG THRU 2100-TAKE-ONE-CATALOG-EXIT
042500        UNTIL END-OF-CATALOG
042600     CLOSE JAHIST-CAT-FILE.
042700 2000-LOAD-MONTH-EXIT.
042800     EXIT.
042900 2100-TAKE-ONE-CATALOG.
043000     READ JAHIST-CAT-FILE
043100        AT END
043200           SET END-OF-CATALOG TO TRUE
043300           GO TO 2100-TAKE-ONE-CATALOG-EXIT
043400     END-READ
043500     IF JC-CUT-DATE(1:6) NOT = WS-BILL-MONTH
043600        AND JC-CUT-DATE(1:6) NOT = WS-NEXT-MONTH
043700        GO TO 2100-TAKE-ONE-CATALOG-EXIT
043800     END-IF
043900     MOVE JC-FILE-NAME TO WS-JAHIST-NAME
044000     MOVE "N" TO WS-HIST-EOF-SW
044100     OPEN INPUT JAHIST-FILE
044200     IF WS-JAHIST-STATUS NOT = "00"
044300        GO TO 2100-TAKE-ONE-CATALOG-EXIT
044400     END-IF
044500     PERFORM 2200-TAKE-ONE-RUN THRU 2200-TAKE-ONE-RUN-EXIT
044600        UNTIL END-OF-HISTORY
044700     CLOSE JAHIST-FILE.
044800 2100-TAKE-ONE-CATALOG-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------
045100* 2200-TAKE-ONE-RUN - POST ONE HISTORY ROW TO ITS PROGRAM.
045200*          FAILED RUNS ARE BILLED TOO - THEY USED THE MACHINE.
045300*--------------------------------------------------------------
045400 2200-TAKE-ONE-RUN.
045500     READ JAHIST-FILE
045600        AT END
045700           SET END-OF-HISTORY TO TRUE
045800           GO TO 2200-TAKE-ONE-RUN-EXIT
045900     END-READ
046000     ADD 1 TO WS-RECORDS-SEEN
046100     MOVE JAHIST-RECORD TO JOB-ACCT-RECORD
046200     IF JA-START-TIMESTAMP(1:6) NOT = WS-BILL-MONTH
046300        OR JA-PROGRAM-NAME = SPACES
046400        GO TO 2200-TAKE-ONE-RUN-EXIT
046500     END-IF
046600     PERFORM 2300-FIND-PROGRAM THRU 2300-FIND-PROGRAM-EXIT
046700     IF WS-PG-IDX = ZERO
046800        GO TO 2200-TAKE-ONE-RUN-EXIT
046900     END-IF
047000     ADD 1 TO WS-RUNS-BILLED
047100     ADD 1 TO WS-PG-RUNS(WS-PG-IDX)
047200     IF JA-RECORD-COUNT IS NUMERIC
047300        MOVE JA-RECORD-COUNT TO WS-RECORD-COUNT-NUM
047400        ADD WS-RECORD-COUNT-NUM TO WS-PG-RECORDS(WS-PG-IDX)
047500     END-IF
047600     PERFORM 2400-ROW-ELAPSED THRU 2400-ROW-ELAPSED-EXIT
047700     IF WS-ELAPSED-SECONDS > ZERO
047800        ADD WS-ELAPSED-SECONDS TO WS-PG-SECONDS(WS-PG-IDX)
047900     END-IF.
048000 2200-TAKE-ONE-RUN-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------
048300* 2300-FIND-PROGRAM - THE PROGRAM'S SLOT, ADDING IT (WITH ITS
048400*          DEPARTMENT FROM THE MAP) ON FIRST SIGHT
048500*--------------------------------------------------------------
048600 2300-FIND-PROGRAM.
048700     MOVE ZERO TO WS-PG-IDX
048800     PERFORM 2310-MATCH-ONE-PROGRAM
048900        THRU 2310-MATCH-ONE-PROGRAM-EXIT
049000        VARYING WS-PG-SCAN FROM 1 BY 1
049100        UNTIL WS-PG-SCAN > WS-PG-COUNT
049200           OR WS-PG-IDX > ZERO
049300     IF WS-PG-IDX > ZERO
049400        GO TO 2300-FIND-PROGRAM-EXIT
049500     END-IF
049600     IF WS-PG-COUNT NOT < 200
049700        SET PROGRAM-TABLE-OVERFLOW TO TRUE
049800        GO TO 2300-FIND-PROGRAM-EXIT
049900     END-IF
050000     ADD 1 TO WS-PG-COUNT
050100     MOVE WS-PG-COUNT TO WS-PG-IDX
050200     INITIALIZE WS-PG-ENTRY(WS-PG-IDX)
050300     MOVE UPPER-CASE(JA-PROGRAM-NAME) TO WS-PG-PROGRAM(WS-PG-IDX)
050400     MOVE ZERO TO WS-PG-DEPT-IDX(WS-PG-IDX)
050500     PERFORM 2320-MAP-ONE-PROGRAM THRU 2320-MAP-ONE-PROGRAM-EXIT
050600        VARYING WS-MP-SCAN FROM 1 BY 1
050700        UNTIL WS-MP-SCAN > WS-MP-COUNT
050800           OR WS-PG-DEPT-IDX(WS-PG-IDX) > ZERO.
050900 2300-FIND-PROGRAM-EXIT.
051000     EXIT.
051100 2310-MATCH-ONE-PROGRAM.
051200     IF WS-PG-PROGRAM(WS-PG-SCAN) = UPPER-CASE(JA-PROGRAM-NAME)
051300        MOVE WS-PG-SCAN TO WS-PG-IDX
051400     END-IF.
051500 2310-MATCH-ONE-PROGRAM-EXIT.
051600     EXIT.
051700 2320-MAP-ONE-PROGRAM.
051800     IF WS-MP-PROGRAM(WS-MP-SCAN) = WS-PG-PROGRAM(WS-PG-IDX)
051900        MOVE WS-MP-DEPT-IDX(WS-MP-SCAN)
052000           TO WS-PG-DEPT-IDX(WS-PG-IDX)
052100     END-IF.
052200 2320-MAP-ONE-PROGRAM-EXIT.
052300     EXIT.
052400*--------------------------------------------------------------
052500* 2400-ROW-ELAPSED - SECONDS BETWEEN THE ROW'S START AND END
052600*          TIMESTAMPS, DAY BOUNDARY INCLUDED. A MALFORMED
052700*          TIMESTAMP YIELDS -1 AND THE RUN IS BILLED NO TIME.
052800*--------------------------------------------------------------
052900 2400-ROW-ELAPSED.
053000     MOVE -1 TO WS-ELAPSED-SECONDS
053100     IF JA-START-TIMESTAMP IS NOT NUMERIC
053200        OR JA-END-TIMESTAMP IS NOT NUMERIC
053300        GO TO 2400-ROW-ELAPSED-EXIT
053400     END-IF
053500     MOVE JA-START-TIMESTAMP(1:8) TO WS-TS-DATE-NUM
053600     IF TEST-DATE-YYYYMMDD(WS-TS-DATE-NUM) NOT = ZERO
053700        GO TO 2400-ROW-ELAPSED-EXIT
053800     END-IF
053900     COMPUTE WS-START-DAYS = INTEGER-OF-DATE(WS-TS-DATE-NUM)
054000     MOVE JA-START-TIMESTAMP(9:2) TO WS-TS-HH
054100     MOVE JA-START-TIMESTAMP(11:2) TO WS-TS-MM
054200     MOVE JA-START-TIMESTAMP(13:2) TO WS-TS-SS
054300     COMPUTE WS-START-SEC = WS-TS-HH * 3600
054400        + WS-TS-MM * 60 + WS-TS-SS
054500     MOVE JA-END-TIMESTAMP(1:8) TO WS-TS-DATE-NUM
054600     IF TEST-DATE-YYYYMMDD(WS-TS-DATE-NUM) NOT = ZERO
054700        GO TO 2400-ROW-ELAPSED-EXIT
054800     END-IF
054900     COMPUTE WS-END-DAYS = INTEGER-OF-DATE(WS-TS-DATE-NUM)
055000     MOVE JA-END-TIMESTAMP(9:2) TO WS-TS-HH
055100     MOVE JA-END-TIMESTAMP(11:2) TO WS-TS-MM
055200     MOVE JA-END-TIMESTAMP(13:2) TO WS-TS-SS
055300     COMPUTE WS-END-SEC = WS-TS-HH * 3600
055400        + WS-TS-MM * 60 + WS-TS-SS
055500     COMPUTE WS-ELAPSED-SECONDS =
055600        (WS-END-DAYS - WS-START-DAYS) * 86400
055700        + WS-END-SEC - WS-START-SEC.
055800 2400-ROW-ELAPSED-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------
056100* 3000-PRICE-ONE-PROGRAM - RUNS, ELAPSED MINUTES AND THOUSANDS
056200*          OF RECORDS AT THE PROGRAM'S RATE (ITS OWN LINE, ELSE
056300*          THE DEFAULT), ADDED TO ITS DEPARTMENT'S TOTAL
056400*--------------------------------------------------------------
056500 3000-PRICE-ONE-PROGRAM.
056600     MOVE WS-DR-PER-RUN TO WS-AR-PER-RUN
056700     MOVE WS-DR-PER-MINUTE TO WS-AR-PER-MINUTE
056800     MOVE WS-DR-PER-THOUSAND TO WS-AR-PER-THOUSAND
056900     MOVE SPACE TO WS-AR-SOURCE
057000     PERFORM 3100-MATCH-ONE-RATE THRU 3100-MATCH-ONE-RATE-EXIT
057100        VARYING WS-RT-SCAN FROM 1 BY 1
057200        UNTIL WS-RT-SCAN > WS-RT-COUNT
057300           OR AR-PROGRAM-RATE
057400     MOVE WS-AR-SOURCE TO WS-PG-RATE-SW(WS-PG-IDX)
057500     COMPUTE WS-PG-RUN-CHG(WS-PG-IDX) ROUNDED =
057600        WS-PG-RUNS(WS-PG-IDX) * WS-AR-PER-RUN
057700     COMPUTE WS-PG-TIME-CHG(WS-PG-IDX) ROUNDED =
057800        WS-PG-SECONDS(WS-PG-IDX) * WS-AR-PER-MINUTE / 60
057900     COMPUTE WS-PG-VOL-CHG(WS-PG-IDX) ROUNDED =
058000        WS-PG-RECORDS(WS-PG-IDX) * WS-AR-PER-THOUSAND / 1000
058100     COMPUTE WS-PG-TOTAL(WS-PG-IDX) =
058200        WS-PG-RUN-CHG(WS-PG-IDX) + WS-PG-TIME-CHG(WS-PG-IDX)
058300        + WS-PG-VOL-CHG(WS-PG-IDX)
058400     ADD WS-PG-TOTAL(WS-PG-IDX) TO WS-GRAND-TOTAL
058500     IF WS-PG-DEPT-IDX(WS-PG-IDX) = ZERO
058600        ADD 1 TO WS-UNALLOC-COUNT
058700        ADD WS-PG-TOTAL(WS-PG-IDX) TO WS-UNALLOC-TOTAL
058800     ELSE
058900        MOVE WS-PG-DEPT-IDX(WS-PG-IDX) TO WS-DP-SCAN
059000        ADD WS-PG-TOTAL(WS-PG-IDX) TO WS-DP-TOTAL(WS-DP-SCAN)
059100     END-IF.
059200 3000-PRICE-ONE-PROGRAM-EXIT.
059300     EXIT.
059400 3100-MATCH-ONE-RATE.
059500     IF WS-RT-PROGRAM(WS-RT-SCAN) = WS-PG-PROGRAM(WS-PG-IDX)
059600        MOVE WS-RT-PER-RUN(WS-RT-SCAN) TO WS-AR-PER-RUN
059700        MOVE WS-RT-PER-MINUTE(WS-RT-SCAN) TO WS-AR-PER-MINUTE
059800        MOVE WS-RT-PER-THOUSAND(WS-RT-SCAN)
059900           TO WS-AR-PER-THOUSAND
060000        SET AR-PROGRAM-RATE TO TRUE
060100     END-IF.
060200 3100-MATCH-ONE-RATE-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------
060500* 4000-DEPT-STATEMENT - ONE DEPARTMENT'S STATEMENT: HEADING,
060600*          A LINE PER PROGRAM THAT RAN, AND THE AMOUNT DUE
060700*--------------------------------------------------------------
060800 4000-DEPT-STATEMENT.
060900     MOVE SPACES TO WS-RPT-DETAIL
061000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
061100     MOVE WS-DP-CODE(WS-DP-IDX) TO DH-CODE
061200     MOVE WS-DP-NAME(WS-DP-IDX) TO DH-NAME
061300     MOVE WS-BILL-MONTH TO DH-MONTH
061400     MOVE WS-DEPT-HEAD-LINE TO WS-RPT-DETAIL
061500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
061600     MOVE ZERO TO WS-LINES-IN-DEPT
061700     PERFORM 4100-DEPT-ONE-PROGRAM THRU 4100-DEPT-ONE-PROGRAM-EXIT
061800        VARYING WS-PG-SCAN FROM 1 BY 1
061900        UNTIL WS-PG-SCAN > WS-PG-COUNT
062000     IF WS-LINES-IN-DEPT = ZERO
062100        MOVE "  NO BATCH RUNS CHARGED THIS MONTH" TO WS-RPT-DETAIL
062200        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
062300     END-IF
062400     MOVE SPACES TO WS-TOTAL-LINE
062500     STRING "  AMOUNT DUE - " DELIMITED BY SIZE
062600        WS-DP-CODE(WS-DP-IDX) DELIMITED BY SPACE
062700        INTO TL-LABEL
062800     END-STRING
062900     MOVE WS-DP-TOTAL(WS-DP-IDX) TO TL-TOTAL
063000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
063100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
063200 4000-DEPT-STATEMENT-EXIT.
063300     EXIT.
063400 4100-DEPT-ONE-PROGRAM.
063500     IF WS-PG-DEPT-IDX(WS-PG-SCAN) NOT = WS-DP-IDX
063600        GO TO 4100-DEPT-ONE-PROGRAM-EXIT
063700     END-IF
063800     ADD 1 TO WS-LINES-IN-DEPT
063900     PERFORM 7000-FORMAT-CHARGE THRU 7000-FORMAT-CHARGE-EXIT.
064000 4100-DEPT-ONE-PROGRAM-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------
064300* 5000-UNALLOCATED - PROGRAMS THAT RAN WITH NO COST-CENTER
064400*          MAPPING, PRICED THE SAME WAY BUT BILLED TO NOBODY
064500*--------------------------------------------------------------
064600 5000-UNALLOCATED.
064700     MOVE SPACES TO WS-RPT-DETAIL
064800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
064900     MOVE "UNALLOCATED - NO COST-CENTER MAPPING" TO WS-RPT-DETAIL
065000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
065100     IF WS-UNALLOC-COUNT = ZERO
065200        MOVE "  NONE - EVERY PROGRAM THAT RAN IS MAPPED"
065300           TO WS-RPT-DETAIL
065400        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
065500        GO TO 5000-UNALLOCATED-EXIT
065600     END-IF
065700     PERFORM 5100-UNALLOC-ONE-PROGRAM
065800        THRU 5100-UNALLOC-ONE-PROGRAM-EXIT
065900        VARYING WS-PG-SCAN FROM 1 BY 1
066000        UNTIL WS-PG-SCAN > WS-PG-COUNT
066100     MOVE SPACES TO WS-TOTAL-LINE
066200     MOVE "  UNALLOCATED TOTAL" TO TL-LABEL
066300     MOVE WS-UNALLOC-TOTAL TO TL-TOTAL
066400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
066500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
066600 5000-UNALLOCATED-EXIT.
066700     EXIT.
066800 5100-UNALLOC-ONE-PROGRAM.
066900     IF WS-PG-DEPT-IDX(WS-PG-SCAN) NOT = ZERO
067000        GO TO 5100-UNALLOC-ONE-PROGRAM-EXIT
067100     END-IF
067200     PERFORM 7000-FORMAT-CHARGE THRU 7000-FORMAT-CHARGE-EXIT.
067300 5100-UNALLOC-ONE-PROGRAM-EXIT.
067400     EXIT.
067500*--------------------------------------------------------------
067600* 6000-BILLING-SUMMARY - MONTH TOTALS AND THE CONDITIONS THAT
067700*          QUALIFY THEM
067800*--------------------------------------------------------------
067900 6000-BILLING-SUMMARY.
068000     MOVE SPACES TO WS-RPT-DETAIL
068100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
068200     MOVE SPACES TO WS-TOTAL-LINE
068300     STRING "TOTAL BATCH COST FOR " DELIMITED BY SIZE
068400        WS-BILL-MONTH DELIMITED BY SIZE
068500        INTO TL-LABEL
068600     END-STRING
068700     MOVE WS-GRAND-TOTAL TO TL-TOTAL
068800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
068900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
069000     MOVE SPACES TO WS-TOTAL-LINE
069100     MOVE "  OF WHICH UNALLOCATED" TO TL-LABEL
069200     MOVE WS-UNALLOC-TOTAL TO TL-TOTAL
069300     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
069400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
069500     MOVE WS-RUNS-BILLED TO WS-RUNS-BILLED-ED
069600     MOVE SPACES TO WS-RPT-DETAIL
069700     STRING "RUNS BILLED " DELIMITED BY SIZE
069800        WS-RUNS-BILLED-ED DELIMITED BY SIZE
069900        "   R = P: PROGRAM'S OWN RATE LINE, BLANK: DEFAULT RATE"
070000           DELIMITED BY SIZE
070100        INTO WS-RPT-DETAIL
070200     END-STRING
070300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
070400     IF NOT RATE-CARD-PRESENT
070500        MOVE "RATE CARD NOT FOUND - NOTHING PRICED"
070600           TO WS-RPT-DETAIL
070700        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
070800     ELSE
070900        IF NOT DEFAULT-RATE-PRESENT
071000           MOVE "NO DEFAULT RATE LINE - UNLISTED PROGRAMS AT ZERO"
071100              TO WS-RPT-DETAIL
071200           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
071300        END-IF
071400     END-IF
071500     IF WS-DP-COUNT = ZERO
071600        MOVE "COST-CENTER MAP EMPTY OR NOT FOUND" TO WS-RPT-DETAIL
071700        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
071800     END-IF
071900     IF PROGRAM-TABLE-OVERFLOW
072000        MOVE "OVER 200 PROGRAMS RAN - LATER PROGRAMS NOT BILLED"
072100           TO WS-RPT-DETAIL
072200        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
072300     END-IF.
072400 6000-BILLING-SUMMARY-EXIT.
072500     EXIT.
072600*--------------------------------------------------------------
072700* 7000-FORMAT-CHARGE - ONE PROGRAM'S USAGE AND CHARGES
072800*--------------------------------------------------------------
072900 7000-FORMAT-CHARGE.
073000     MOVE SPACES TO WS-CHARGE-LINE
073100     MOVE WS-PG-PROGRAM(WS-PG-SCAN) TO CL-PROGRAM
073200     MOVE WS-PG-RATE-SW(WS-PG-SCAN) TO CL-RATE-FLAG
073300     MOVE WS-PG-RUNS(WS-PG-SCAN) TO CL-RUNS
073400     COMPUTE WS-MINUTES ROUNDED = WS-PG-SECONDS(WS-PG-SCAN) / 60
073500     MOVE WS-MINUTES TO CL-MINUTES
073600     MOVE WS-PG-RECORDS(WS-PG-SCAN) TO CL-RECORDS
073700     MOVE WS-PG-RUN-CHG(WS-PG-SCAN) TO CL-RUN-CHG
073800     MOVE WS-PG-TIME-CHG(WS-PG-SCAN) TO CL-TIME-CHG
073900     MOVE WS-PG-VOL-CHG(WS-PG-SCAN) TO CL-VOL-CHG
074000     MOVE WS-PG-TOTAL(WS-PG-SCAN) TO CL-TOTAL
074100     MOVE WS-CHARGE-LINE TO WS-RPT-DETAIL
074200     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
074300 7000-FORMAT-CHARGE-EXIT.
074400     EXIT.
074500*--------------------------------------------------------------
074600* 8000-WRITE-LINE
074700*--------------------------------------------------------------
074800 8000-WRITE-LINE.
074900     MOVE "D" TO RPT-REQUEST
075000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
075100 8000-WRITE-LINE-EXIT.
075200     EXIT.
075300*--------------------------------------------------------------
075400* 9000-FINISH - CLOSE THE REPORT AND CUT THE JOB-ACCOUNTING ROW
075500*--------------------------------------------------------------
075600 9000-FINISH.
075700     MOVE "C" TO RPT-REQUEST
075800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
075900     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
076000 9000-FINISH-EXIT.
076100     EXIT.
076200*--------------------------------------------------------------
076300* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
076400*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
076500*--------------------------------------------------------------
076600 9100-LOG-JOB-ACCT.
076700     OPEN EXTEND JOB-ACCT-FILE
076800     IF WS-JOBACCT-STATUS = "35"
076900        OPEN OUTPUT JOB-ACCT-FILE
077000        CLOSE JOB-ACCT-FILE
077100        OPEN EXTEND JOB-ACCT-FILE
077200     END-IF
077300     MOVE SPACES TO JOB-ACCT-RECORD
077400     MOVE "CHGBACK" TO JA-PROGRAM-NAME
077500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
077600     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
077700     MOVE "COMPLETED" TO JA-RETURN-STATUS
077800     MOVE WS-RECORDS-SEEN TO JA-RECORD-COUNT
077900     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
078000     CLOSE JOB-ACCT-FILE.
078100 9100-LOG-JOB-ACCT-EXIT.
078200     EXIT.
