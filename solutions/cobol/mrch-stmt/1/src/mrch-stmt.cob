000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MRCH-STMT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. MONTHLY MERCHANT STATEMENT BY
001100*                 FISCAL PERIOD, REPLACING THE RELATIONSHIP
001200*                 MANAGERS' SPREADSHEET. THE PERIOD IS THE
001300*                 FISCCAL ROW (LEAP'S FISCAL CALENDAR) HOLDING
001400*                 THE AS-OF DATE (RUNCTL KEYWORD ASOFDATE); THE
001500*                 RUN PRINTS ONLY ON THE LAST BUSINESS DAY OF THE
001600*                 PERIOD (BUSDAY) UNLESS RUNCTL KEYWORD PERIOD
001700*                 (YYYYMM) NAMES ONE TO PRINT OR REPRINT. ONE
001800*                 STATEMENT PER MERCHANT ON THE MASTER WITH
001900*                 ACTIVITY (MRCHSTMT): EACH NIGHT SETTLED FROM
002000*                 THE SETTLEMENT HISTORY (SETLHIST) WITH SALES,
002100*                 FEES, CHARGEBACKS AND REVERSALS NETTED, AND NET;
002200*                 THE PERIOD TOTALS; THE CHARGEBACKS AND
002300*                 REPRESENTMENTS RECORDED ON DSPCASE IN THE
002400*                 PERIOD; FUNDS HELD AND RELEASED, WITH THE HELD
002500*                 BALANCE AT PERIOD END FROM HELDFUND; AND THE
002600*                 COUNT AND VALUE OF CARDS REJECTED TO SUSPENSE.
002610* 2026-10-15 RLM  MERCHANT MASTER WIDENED TO 68 BYTES FOR THE
002620*                 ACQUIRER'S BUSINESS CALENDAR ID (MM-CALENDAR-ID,
002630*                 BLANK = SHOP CALENDAR); LAYOUT MATCHED.
002640* 2026-10-15 RLM  A NIGHT SETTLED WITH NO BANK REFERENCE (SETLHIST
002650*                 STATUS NOBANK) IS NO LONGER SHOWN AS NET PAID:
002660*                 ITS NET PRINTS ON ITS OWN NET UNPAID - NO BANK
002670*                 REF LINE AND STILL FOOTS INTO THE PERIOD NET.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FISCAL-CAL-FILE ASSIGN TO "FISCCAL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FISCCAL-STATUS.
003700     SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MM-MERCHANT-ID
004100         FILE STATUS IS WS-MERCHMST-STATUS.
004200     SELECT SETL-HIST-FILE ASSIGN TO "SETLHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SH-KEY
004600         FILE STATUS IS WS-SETLHIST-STATUS.
004700     SELECT DISPUTE-CASE-FILE ASSIGN TO "DSPCASE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS DC-CASE-NO
005100         FILE STATUS IS WS-DSPCASE-STATUS.
005200     SELECT HELD-FUNDS-FILE ASSIGN TO "HELDFUND"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HF-KEY
005600         FILE STATUS IS WS-HELDFUND-STATUS.
005700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JOBACCT-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FISCAL-CAL-FILE.
006300 01  FISCAL-CAL-IN-RECORD.
006400     05 FC-YEAR                PIC X(04).
006500     05 FILLER                 PIC X(02).
006600     05 FC-MONTH-NAME          PIC X(09).
006700     05 FILLER                 PIC X(02).
006800     05 FC-DAYS                PIC X(02).
006900 FD  MERCHANT-MASTER-FILE.
007000 01  MERCHANT-MASTER-RECORD.
007100     05 MM-MERCHANT-ID         PIC X(08).
007200     05 MM-NAME                PIC X(30).
007300     05 MM-DISCOUNT-RATE       PIC 9V9999.
007400     05 MM-HOLD-FLAG           PIC X(01).
007500        88 MERCHANT-ON-HOLD    VALUE "Y".
007600     05 MM-BANK-REF            PIC X(16).
007610     05 MM-CALENDAR-ID         PIC X(08).
007700*    ONE ROW PER MERCHANT PER BUSINESS NIGHT SETTLED, WRITTEN BY
007800*    MERCH-SETTLE
007900 FD  SETL-HIST-FILE.
008000 01  SETL-HIST-RECORD.
008100     05 SH-KEY.
008200        10 SH-MERCHANT-ID      PIC X(08).
008300        10 SH-BUS-DATE         PIC X(08).
008400     05 SH-CARDS               PIC 9(07).
008500     05 SH-GROSS               PIC 9(11)V99.
008600     05 SH-FEES                PIC 9(11)V99.
008700     05 SH-CHARGEBACKS         PIC 9(11)V99.
008800     05 SH-REVERSALS           PIC 9(11)V99.
008900     05 SH-RELEASED            PIC 9(11)V99.
009000     05 SH-RCV-BF              PIC 9(11)V99.
009100     05 SH-NET                 PIC 9(11)V99.
009200     05 SH-RCV-CARRIED         PIC 9(11)V99.
009300     05 SH-STATUS              PIC X(06).
009400        88 SH-PAID             VALUE "PAID".
009500        88 SH-HELD             VALUE "HELD".
009600        88 SH-RECEIVABLE       VALUE "RECEIV".
009700        88 SH-NO-SALES         VALUE "NOSALE".
009710        88 SH-NO-BANK-REF      VALUE "NOBANK".
009800     05 SH-REJ-CARDS           PIC 9(05).
009900     05 SH-REJ-AMOUNT          PIC 9(09)V99.
010000 FD  DISPUTE-CASE-FILE.
010100 01  DISPUTE-CASE-RECORD.
010200     05 DC-CASE-NO             PIC 9(07).
010300     05 DC-CARD                PIC X(32).
010400     05 DC-MERCHANT            PIC X(08).
010500     05 DC-AMOUNT              PIC 9(07)V99.
010600     05 DC-DISPUTE-DATE        PIC X(08).
010700     05 DC-REASON              PIC X(10).
010800     05 DC-STATUS              PIC X(10).
010900        88 CASE-OPENED         VALUE "OPENED".
011000        88 CASE-REPRESENTED    VALUE "REPRESENT".
011100        88 CASE-CHARGED-BACK   VALUE "CHARGEBACK".
011200        88 CASE-CLOSED         VALUE "CLOSED".
011300     05 DC-OPENED-DATE         PIC X(08).
011400     05 DC-STATUS-DATE         PIC X(08).
011500     05 DC-TOKEN               PIC X(16).
011600 FD  HELD-FUNDS-FILE.
011700 01  HELD-FUNDS-RECORD.
011800     05 HF-KEY.
011900        10 HF-MERCHANT-ID      PIC X(08).
012000        10 HF-BUS-DATE         PIC X(08).
012100     05 HF-AMOUNT              PIC 9(11)V99.
012200     05 HF-REASON              PIC X(20).
012300     05 HF-STATUS              PIC X(01).
012400        88 HELD-FUNDS-OPEN     VALUE "H".
012500        88 HELD-FUNDS-RELEASED VALUE "R".
012600     05 HF-RELEASE-DATE        PIC X(08).
012700 FD  JOB-ACCT-FILE
012800     RECORDING MODE IS F.
012900 01  JOB-ACCT-FILE-RECORD      PIC X(60).
013000 WORKING-STORAGE SECTION.
013100*--------------------------------------------------------------
013200* FILE STATUS AND RUN CONTROLS
013300*--------------------------------------------------------------
013400 77  WS-FISCCAL-STATUS         PIC XX.
013500 77  WS-MERCHMST-STATUS        PIC XX.
013600 77  WS-SETLHIST-STATUS        PIC XX.
013700 77  WS-DSPCASE-STATUS         PIC XX.
013800 77  WS-HELDFUND-STATUS        PIC XX.
013900 77  WS-JOBACCT-STATUS         PIC XX.
014000 77  WS-FISC-EOF-SW            PIC X(01) VALUE "N".
014100     88 END-OF-FISCCAL         VALUE "Y".
014200 77  WS-MERCH-EOF-SW           PIC X(01) VALUE "N".
014300     88 END-OF-MERCHANTS       VALUE "Y".
014400 77  WS-HIST-EOF-SW            PIC X(01) VALUE "N".
014500     88 END-OF-HISTORY         VALUE "Y".
014600 77  WS-CASE-EOF-SW            PIC X(01) VALUE "N".
014700     88 END-OF-CASES           VALUE "Y".
014800 77  WS-HELD-EOF-SW            PIC X(01) VALUE "N".
014900     88 END-OF-HELD-FUNDS      VALUE "Y".
015000 77  WS-HIST-OPEN-SW           PIC X(01) VALUE "N".
015100     88 HISTORY-OPEN           VALUE "Y".
015200 77  WS-HELD-OPEN-SW           PIC X(01) VALUE "N".
015300     88 HELD-FUNDS-FILE-OPEN   VALUE "Y".
015400 77  WS-RUN-SW                 PIC X(01) VALUE "Y".
015500     88 STATEMENTS-DUE         VALUE "Y".
015600     88 STATEMENTS-NOT-DUE     VALUE "N".
015700 77  WS-AS-OF-DATE             PIC X(08) VALUE SPACES.
015800 77  WS-FORCED-PERIOD          PIC X(06) VALUE SPACES.
015900 77  WS-JA-START-TIMESTAMP     PIC X(14).
016000 77  WS-STATEMENTS             PIC 9(05) BINARY VALUE ZERO.
016100 COPY JOBACCT.
016200 COPY RUNPARM.
016300 COPY RPTWRITE.
016400 COPY BUSDAY.
016500 01  WS-RPT-DETAIL             PIC X(100).
016600*--------------------------------------------------------------
016700* FISCAL PERIOD
016800*--------------------------------------------------------------
016900 01  WS-PERIOD.
017000     05 WS-PER-YEAR            PIC X(04).
017100     05 WS-PER-MONTH           PIC 9(02).
017200 01  WS-PERIOD-START.
017300     05 WS-PS-YYYYMM           PIC X(06).
017400     05 WS-PS-DAY              PIC X(02) VALUE "01".
017500 01  WS-PERIOD-END.
017600     05 WS-PE-YYYYMM           PIC X(06).
017700     05 WS-PE-DAY              PIC 9(02).
017800 77  WS-PERIOD-NAME            PIC X(09) VALUE SPACES.
017900 77  WS-MONTH-NO               PIC 9(02).
018000 77  WS-MN-SCAN                PIC 9(02).
018100 01  WS-MONTH-NAMES            PIC X(108) VALUE
018200     "JANUARY  " & "FEBRUARY " & "MARCH    " & "APRIL    " &
018300     "MAY      " & "JUNE     " & "JULY     " & "AUGUST   " &
018400     "SEPTEMBER" & "OCTOBER  " & "NOVEMBER " & "DECEMBER ".
018500 01  FILLER REDEFINES WS-MONTH-NAMES.
018600     05 WS-MONTH-NAME-TAB OCCURS 12 TIMES PIC X(09).
018700*--------------------------------------------------------------
018800* DISPUTE ACTIVITY IN THE PERIOD PER MERCHANT, FROM DSPCASE
018900*--------------------------------------------------------------
019000 01  WS-DSP-TABLE.
019100     05 WS-DSP-COUNT           PIC 9(03) BINARY VALUE ZERO.
019200     05 WS-DSP-ENTRY OCCURS 500 TIMES.
019300        10 WS-DSP-ID           PIC X(08).
019400        10 WS-DSP-CB-CASES     PIC 9(05) BINARY.
019500        10 WS-DSP-CB-AMOUNT    PIC 9(11)V99.
019600        10 WS-DSP-RP-CASES     PIC 9(05) BINARY.
019700        10 WS-DSP-RP-AMOUNT    PIC 9(11)V99.
019800 77  WS-DSP-SCAN               PIC 9(03) BINARY.
019900 77  WS-DSP-SLOT               PIC 9(03) BINARY.
020000 77  WS-DSP-KEY                PIC X(08).
020100*--------------------------------------------------------------
020200* ONE MERCHANT'S PERIOD - NIGHTS SETTLED AND TOTALS
020300*--------------------------------------------------------------
020400 01  WS-NIGHT-TABLE.
020500     05 WS-NIGHT-COUNT         PIC 9(02) BINARY VALUE ZERO.
020600     05 WS-NIGHT-ENTRY OCCURS 31 TIMES.
020700        10 WS-NT-DATE          PIC X(08).
020800        10 WS-NT-CARDS         PIC 9(07).
020900        10 WS-NT-GROSS         PIC 9(11)V99.
021000        10 WS-NT-FEES          PIC 9(11)V99.
021100        10 WS-NT-CHGB          PIC 9(11)V99.
021200        10 WS-NT-RVSL          PIC 9(11)V99.
021300        10 WS-NT-NET           PIC 9(11)V99.
021400        10 WS-NT-STATUS        PIC X(06).
021500 77  WS-NIGHT-SCAN             PIC 9(02) BINARY.
021600 77  WS-TOT-CARDS              PIC 9(07) VALUE ZERO.
021700 77  WS-TOT-GROSS              PIC 9(13)V99 VALUE ZERO.
021800 77  WS-TOT-FEES               PIC 9(13)V99 VALUE ZERO.
021900 77  WS-TOT-CHGB               PIC 9(13)V99 VALUE ZERO.
022000 77  WS-TOT-RVSL               PIC 9(13)V99 VALUE ZERO.
022100 77  WS-TOT-RELEASED           PIC 9(13)V99 VALUE ZERO.
022200 77  WS-TOT-PAID               PIC 9(13)V99 VALUE ZERO.
022300 77  WS-TOT-HELD               PIC 9(13)V99 VALUE ZERO.
022310 77  WS-TOT-NOBANK             PIC 9(13)V99 VALUE ZERO.
022400 77  WS-TOT-REJ-CARDS          PIC 9(07) VALUE ZERO.
022500 77  WS-TOT-REJ-AMOUNT         PIC 9(11)V99 VALUE ZERO.
022600 77  WS-HELD-BALANCE           PIC 9(13)V99 VALUE ZERO.
022700 77  WS-RCV-AT-END             PIC 9(11)V99 VALUE ZERO.
022800*--------------------------------------------------------------
022900* REPORT LINES
023000*--------------------------------------------------------------
023100 01  WS-NIGHT-HEADING.
023200     05 FILLER                 PIC X(10) VALUE "  NIGHT".
023300     05 FILLER                 PIC X(08) VALUE " CARDS".
023400     05 FILLER                 PIC X(15) VALUE "          SALES".
023500     05 FILLER                 PIC X(14) VALUE "          FEES".
023600     05 FILLER                 PIC X(14) VALUE "   CHARGEBACKS".
023700     05 FILLER                 PIC X(14) VALUE "     REVERSALS".
023800     05 FILLER                 PIC X(15) VALUE "            NET".
023900     05 FILLER                 PIC X(08) VALUE "  STATUS".
024000 01  WS-NIGHT-LINE.
024100     05 NL-DATE                PIC X(08).
024200     05 FILLER                 PIC X(02) VALUE SPACES.
024300     05 NL-CARDS               PIC ZZZZZ9.
024400     05 FILLER                 PIC X(02) VALUE SPACES.
024500     05 NL-GROSS               PIC ZZ,ZZZ,ZZ9.99.
024600     05 FILLER                 PIC X(02) VALUE SPACES.
024700     05 NL-FEES                PIC Z,ZZZ,ZZ9.99.
024800     05 FILLER                 PIC X(02) VALUE SPACES.
024900     05 NL-CHGB                PIC Z,ZZZ,ZZ9.99.
025000     05 FILLER                 PIC X(02) VALUE SPACES.
025100     05 NL-RVSL                PIC Z,ZZZ,ZZ9.99.
025200     05 FILLER                 PIC X(02) VALUE SPACES.
025300     05 NL-NET                 PIC ZZ,ZZZ,ZZ9.99.
025400     05 FILLER                 PIC X(02) VALUE SPACES.
025500     05 NL-STATUS              PIC X(06).
025600 01  WS-SUMMARY-LINE.
025700     05 SL-LABEL               PIC X(34).
025800     05 SL-COUNT               PIC ZZZZZZ9.
025900     05 FILLER                 PIC X(02) VALUE SPACES.
026000     05 SL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026100 PROCEDURE DIVISION.
026200*--------------------------------------------------------------
026300* 0000-MAINLINE
026400*--------------------------------------------------------------
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
026700     IF STATEMENTS-DUE
026800        PERFORM 1300-LOAD-DISPUTES THRU 1300-LOAD-DISPUTES-EXIT
026900        PERFORM 2000-STATE-ONE-MERCHANT
027000           THRU 2000-STATE-ONE-MERCHANT-EXIT
027100           UNTIL END-OF-MERCHANTS
027200     END-IF
027300     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
027400     STOP RUN.
027500*--------------------------------------------------------------
027600* 1000-INITIALIZE - RESOLVE THE AS-OF DATE AND THE FISCAL
027700*          PERIOD, DECIDE WHETHER STATEMENTS ARE DUE, AND OPEN
027800*          THE FILES
027900*--------------------------------------------------------------
028000 1000-INITIALIZE.
028100     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
028200     MOVE "MRCHSTMT" TO RP-PROGRAM-ID
028300     MOVE "ASOFDATE" TO RP-KEYWORD
028400     MOVE SPACES TO RP-DEFAULT
028500     CALL "RUNPARM" USING RUN-PARM-CONTROL
028600     IF RP-VALUE-FOUND AND RP-VALUE(1:8) IS NUMERIC
028700        MOVE RP-VALUE(1:8) TO WS-AS-OF-DATE
028800     ELSE
028900        MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-AS-OF-DATE
029000     END-IF
029100     MOVE "PERIOD" TO RP-KEYWORD
029200     MOVE SPACES TO RP-DEFAULT
029300     CALL "RUNPARM" USING RUN-PARM-CONTROL
029400     IF RP-VALUE-FOUND AND RP-VALUE(1:6) IS NUMERIC
029500        MOVE RP-VALUE(1:6) TO WS-FORCED-PERIOD
029600        MOVE WS-FORCED-PERIOD TO WS-PERIOD
029700     ELSE
029800        MOVE WS-AS-OF-DATE(1:6) TO WS-PERIOD
029900     END-IF
030000     MOVE "O" TO RPT-REQUEST
030100     MOVE "MRCHSTMT" TO RPT-PROGRAM-ID
030200     MOVE "MRCHSTMT" TO RPT-REPORT-NAME
030300     MOVE "MONTHLY MERCHANT STATEMENTS" TO RPT-TITLE
030400     MOVE SPACES TO RPT-COL-HEADING
030500     MOVE 60 TO RPT-LINES-PER-PAGE
030600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
030700     MOVE "D" TO RPT-REQUEST
030800     PERFORM 1100-FIND-PERIOD THRU 1100-FIND-PERIOD-EXIT
030900     IF STATEMENTS-NOT-DUE
031000        GO TO 1000-INITIALIZE-EXIT
031100     END-IF
031200     IF WS-FORCED-PERIOD = SPACES
031300        PERFORM 1200-CHECK-PERIOD-END
031400           THRU 1200-CHECK-PERIOD-END-EXIT
031500        IF STATEMENTS-NOT-DUE
031600           GO TO 1000-INITIALIZE-EXIT
031700        END-IF
031800     END-IF
031900     OPEN INPUT MERCHANT-MASTER-FILE
032000     IF WS-MERCHMST-STATUS NOT = "00"
032100        MOVE "NO MERCHANT MASTER - STATEMENTS NOT RUN"
032200           TO WS-RPT-DETAIL
032300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
032400        SET STATEMENTS-NOT-DUE TO TRUE
032500        MOVE 8 TO RETURN-CODE
032600        GO TO 1000-INITIALIZE-EXIT
032700     END-IF
032800     OPEN INPUT SETL-HIST-FILE
032900     IF WS-SETLHIST-STATUS = "00"
033000        SET HISTORY-OPEN TO TRUE
033100     ELSE
033200        MOVE "NO SETTLEMENT HISTORY ON FILE - NIGHTS NOT SHOWN"
033300           TO WS-RPT-DETAIL
033400        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033500     END-IF
033600     OPEN INPUT HELD-FUNDS-FILE
033700     IF WS-HELDFUND-STATUS = "00"
033800        SET HELD-FUNDS-FILE-OPEN TO TRUE
033900     END-IF
034000     MOVE SPACES TO WS-RPT-DETAIL
034100     STRING "FISCAL PERIOD " DELIMITED BY SIZE
034200        WS-PERIOD-NAME DELIMITED BY SPACE
034300        " " DELIMITED BY SIZE
034400        WS-PER-YEAR DELIMITED BY SIZE
034500        "  " DELIMITED BY SIZE
034600        WS-PERIOD-START DELIMITED BY SIZE
034700        " THRU " DELIMITED BY SIZE
034800        WS-PERIOD-END DELIMITED BY SIZE
034900        INTO WS-RPT-DETAIL
035000     END-STRING
035100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035200     MOVE SPACES TO WS-RPT-DETAIL
035300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035400     MOVE LOW-VALUES TO MM-MERCHANT-ID
035500     START MERCHANT-MASTER-FILE KEY NOT < MM-MERCHANT-ID
035600        INVALID KEY
035700           SET END-OF-MERCHANTS TO TRUE
035800     END-START.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100*--------------------------------------------------------------
036200* 1100-FIND-PERIOD - THE FISCCAL ROW FOR WS-PERIOD GIVES THE
036300*          PERIOD'S FIRST AND LAST DATES
036400*--------------------------------------------------------------
036500 1100-FIND-PERIOD.
036600     MOVE WS-PERIOD TO WS-PS-YYYYMM
036700     MOVE WS-PERIOD TO WS-PE-YYYYMM
036800     MOVE ZERO TO WS-PE-DAY
036900     OPEN INPUT FISCAL-CAL-FILE
037000     IF WS-FISCCAL-STATUS NOT = "00"
037100        MOVE "NO FISCCAL CALENDAR - STATEMENTS NOT RUN"
037200           TO WS-RPT-DETAIL
037300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037400        SET STATEMENTS-NOT-DUE TO TRUE
037500        MOVE 8 TO RETURN-CODE
037600        GO TO 1100-FIND-PERIOD-EXIT
037700     END-IF
037800     PERFORM 1110-READ-ONE-FISCAL THRU 1110-READ-ONE-FISCAL-EXIT
037900        UNTIL END-OF-FISCCAL
038000     CLOSE FISCAL-CAL-FILE
038100     IF WS-PE-DAY = ZERO
038200        MOVE SPACES TO WS-RPT-DETAIL
038300        STRING "PERIOD " DELIMITED BY SIZE
038400           WS-PERIOD DELIMITED BY SIZE
038500           " NOT ON THE FISCCAL CALENDAR - STATEMENTS NOT RUN"
038600              DELIMITED BY SIZE
038700           INTO WS-RPT-DETAIL
038800        END-STRING
038900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039000        SET STATEMENTS-NOT-DUE TO TRUE
039100        MOVE 8 TO RETURN-CODE
039200     END-IF.
039300 1100-FIND-PERIOD-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------
039600* 1110-READ-ONE-FISCAL - FISCCAL CARRIES MONTH NAMES
039700*--------------------------------------------------------------
039800 1110-READ-ONE-FISCAL.
039900     READ FISCAL-CAL-FILE
040000        AT END
040100           SET END-OF-FISCCAL TO TRUE
040200           GO TO 1110-READ-ONE-FISCAL-EXIT
040300     END-READ
040400     IF FC-YEAR NOT = WS-PER-YEAR OR FC-DAYS IS NOT NUMERIC
040500        GO TO 1110-READ-ONE-FISCAL-EXIT
040600     END-IF
040700     MOVE ZERO TO WS-MONTH-NO
040800     PERFORM 1120-TEST-ONE-NAME THRU 1120-TEST-ONE-NAME-EXIT
040900        VARYING WS-MN-SCAN FROM 1 BY 1
041000        UNTIL WS-MN-SCAN > 12
041100           OR WS-MONTH-NO > ZERO
041200     IF WS-MONTH-NO = WS-PER-MONTH
041300        MOVE FC-DAYS TO WS-PE-DAY
041400        MOVE WS-MONTH-NAME-TAB(WS-MONTH-NO) TO WS-PERIOD-NAME
041500        SET END-OF-FISCCAL TO TRUE
041600     END-IF.
041700 1110-READ-ONE-FISCAL-EXIT.
041800     EXIT.
041900 1120-TEST-ONE-NAME.
042000     IF FUNCTION UPPER-CASE(FC-MONTH-NAME)
042100        = WS-MONTH-NAME-TAB(WS-MN-SCAN)
042200        MOVE WS-MN-SCAN TO WS-MONTH-NO
042300     END-IF.
042400 1120-TEST-ONE-NAME-EXIT.
042500     EXIT.
042600*--------------------------------------------------------------
042700* 1200-CHECK-PERIOD-END - STATEMENTS ARE DUE WHEN THE NEXT
042800*          BUSINESS DAY FALLS PAST THE PERIOD; OUTSIDE THE
042900*          BUSINESS CALENDAR, ONLY ON THE PERIOD'S LAST DATE
043000*--------------------------------------------------------------
043100 1200-CHECK-PERIOD-END.
043200     MOVE "N" TO BD-REQUEST
043300     MOVE WS-AS-OF-DATE TO BD-DATE-1
043400     CALL "BUSDAY" USING BUS-DAY-CONTROL
043500     IF BD-STATUS = "00"
043600        IF BD-RESULT-DATE NOT > WS-PERIOD-END
043700           SET STATEMENTS-NOT-DUE TO TRUE
043800        END-IF
043900     ELSE
044000        IF WS-AS-OF-DATE NOT = WS-PERIOD-END
044100           SET STATEMENTS-NOT-DUE TO TRUE
044200        END-IF
044300     END-IF
044400     IF STATEMENTS-NOT-DUE
044500        MOVE SPACES TO WS-RPT-DETAIL
044600        STRING "AS-OF DATE " DELIMITED BY SIZE
044700           WS-AS-OF-DATE DELIMITED BY SIZE
044800           " IS NOT THE FISCAL PERIOD END - NO STATEMENTS DUE"
044900              DELIMITED BY SIZE
045000           INTO WS-RPT-DETAIL
045100        END-STRING
045200        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
045300     END-IF.
045400 1200-CHECK-PERIOD-END-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------
045700* 1300-LOAD-DISPUTES - CASES CHARGED BACK OR REPRESENTED IN THE
045800*          PERIOD, BY MERCHANT, FROM THE CASE'S CURRENT STATUS
045900*--------------------------------------------------------------
046000 1300-LOAD-DISPUTES.
046100     OPEN INPUT DISPUTE-CASE-FILE
046200     IF WS-DSPCASE-STATUS NOT = "00"
046300        GO TO 1300-LOAD-DISPUTES-EXIT
046400     END-IF
046500     PERFORM 1310-LOAD-ONE-CASE THRU 1310-LOAD-ONE-CASE-EXIT
046600        UNTIL END-OF-CASES
046700     CLOSE DISPUTE-CASE-FILE.
046800 1300-LOAD-DISPUTES-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------
047100* 1310-LOAD-ONE-CASE
047200*--------------------------------------------------------------
047300 1310-LOAD-ONE-CASE.
047400     READ DISPUTE-CASE-FILE NEXT RECORD
047500        AT END
047600           SET END-OF-CASES TO TRUE
047700           GO TO 1310-LOAD-ONE-CASE-EXIT
047800     END-READ
047900     IF NOT CASE-CHARGED-BACK AND NOT CASE-REPRESENTED
048000        GO TO 1310-LOAD-ONE-CASE-EXIT
048100     END-IF
048200     IF DC-STATUS-DATE < WS-PERIOD-START
048300        OR DC-STATUS-DATE > WS-PERIOD-END
048400        GO TO 1310-LOAD-ONE-CASE-EXIT
048500     END-IF
048600     MOVE DC-MERCHANT TO WS-DSP-KEY
048700     PERFORM 1320-FIND-DSP-SLOT THRU 1320-FIND-DSP-SLOT-EXIT
048800     IF WS-DSP-SLOT = ZERO
048900        IF WS-DSP-COUNT NOT < 500
049000           GO TO 1310-LOAD-ONE-CASE-EXIT
049100        END-IF
049200        ADD 1 TO WS-DSP-COUNT
049300        MOVE WS-DSP-COUNT TO WS-DSP-SLOT
049400        MOVE WS-DSP-KEY TO WS-DSP-ID(WS-DSP-SLOT)
049500        MOVE ZERO TO WS-DSP-CB-CASES(WS-DSP-SLOT)
049600        MOVE ZERO TO WS-DSP-CB-AMOUNT(WS-DSP-SLOT)
049700        MOVE ZERO TO WS-DSP-RP-CASES(WS-DSP-SLOT)
049800        MOVE ZERO TO WS-DSP-RP-AMOUNT(WS-DSP-SLOT)
049900     END-IF
050000     IF CASE-CHARGED-BACK
050100        ADD 1 TO WS-DSP-CB-CASES(WS-DSP-SLOT)
050200        ADD DC-AMOUNT TO WS-DSP-CB-AMOUNT(WS-DSP-SLOT)
050300     ELSE
050400        ADD 1 TO WS-DSP-RP-CASES(WS-DSP-SLOT)
050500        ADD DC-AMOUNT TO WS-DSP-RP-AMOUNT(WS-DSP-SLOT)
050600     END-IF.
050700 1310-LOAD-ONE-CASE-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------
051000* 1320-FIND-DSP-SLOT - ROW FOR WS-DSP-KEY, ZERO IF NONE
051100*--------------------------------------------------------------
051200 1320-FIND-DSP-SLOT.
051300     MOVE ZERO TO WS-DSP-SLOT
051400     PERFORM 1325-SCAN-ONE-DSP THRU 1325-SCAN-ONE-DSP-EXIT
051500        VARYING WS-DSP-SCAN FROM 1 BY 1
051600        UNTIL WS-DSP-SCAN > WS-DSP-COUNT
051700           OR WS-DSP-SLOT > ZERO.
051800 1320-FIND-DSP-SLOT-EXIT.
051900     EXIT.
052000 1325-SCAN-ONE-DSP.
052100     IF WS-DSP-ID(WS-DSP-SCAN) = WS-DSP-KEY
052200        MOVE WS-DSP-SCAN TO WS-DSP-SLOT
052300     END-IF.
052400 1325-SCAN-ONE-DSP-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------
052700* 2000-STATE-ONE-MERCHANT - GATHER THE MERCHANT'S PERIOD AND
052800*          PRINT A STATEMENT WHEN THERE IS ANYTHING TO SHOW
052900*--------------------------------------------------------------
053000 2000-STATE-ONE-MERCHANT.
053100     READ MERCHANT-MASTER-FILE NEXT RECORD
053200        AT END
053300           SET END-OF-MERCHANTS TO TRUE
053400           GO TO 2000-STATE-ONE-MERCHANT-EXIT
053500     END-READ
053600     MOVE ZERO TO WS-NIGHT-COUNT
053700     MOVE ZERO TO WS-TOT-CARDS WS-TOT-GROSS WS-TOT-FEES
053800        WS-TOT-CHGB WS-TOT-RVSL WS-TOT-RELEASED WS-TOT-PAID
053900        WS-TOT-HELD WS-TOT-REJ-CARDS WS-TOT-REJ-AMOUNT
053910        WS-TOT-NOBANK
054000        WS-HELD-BALANCE WS-RCV-AT-END
054100     PERFORM 2100-COLLECT-HISTORY THRU 2100-COLLECT-HISTORY-EXIT
054200     PERFORM 2200-COLLECT-HELD THRU 2200-COLLECT-HELD-EXIT
054300     MOVE MM-MERCHANT-ID TO WS-DSP-KEY
054400     PERFORM 1320-FIND-DSP-SLOT THRU 1320-FIND-DSP-SLOT-EXIT
054500     IF WS-NIGHT-COUNT = ZERO AND WS-DSP-SLOT = ZERO
054600        AND WS-HELD-BALANCE = ZERO
054700        GO TO 2000-STATE-ONE-MERCHANT-EXIT
054800     END-IF
054900     PERFORM 2300-PRINT-STATEMENT THRU 2300-PRINT-STATEMENT-EXIT
055000     ADD 1 TO WS-STATEMENTS.
055100 2000-STATE-ONE-MERCHANT-EXIT.
055200     EXIT.
055300*--------------------------------------------------------------
055400* 2100-COLLECT-HISTORY - THE MERCHANT'S NIGHTS IN THE PERIOD
055500*--------------------------------------------------------------
055600 2100-COLLECT-HISTORY.
055700     IF NOT HISTORY-OPEN
055800        GO TO 2100-COLLECT-HISTORY-EXIT
055900     END-IF
056000     MOVE "N" TO WS-HIST-EOF-SW
056100     MOVE MM-MERCHANT-ID TO SH-MERCHANT-ID
056200     MOVE WS-PERIOD-START TO SH-BUS-DATE
056300     START SETL-HIST-FILE KEY NOT < SH-KEY
056400        INVALID KEY
056500           SET END-OF-HISTORY TO TRUE
056600     END-START
056700     PERFORM 2110-READ-ONE-NIGHT THRU 2110-READ-ONE-NIGHT-EXIT
056800        UNTIL END-OF-HISTORY.
056900 2100-COLLECT-HISTORY-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------
057200* 2110-READ-ONE-NIGHT
057300*--------------------------------------------------------------
057400 2110-READ-ONE-NIGHT.
057500     READ SETL-HIST-FILE NEXT RECORD
057600        AT END
057700           SET END-OF-HISTORY TO TRUE
057800           GO TO 2110-READ-ONE-NIGHT-EXIT
057900     END-READ
058000     IF SH-MERCHANT-ID NOT = MM-MERCHANT-ID
058100        OR SH-BUS-DATE > WS-PERIOD-END
058200        OR WS-NIGHT-COUNT NOT < 31
058300        SET END-OF-HISTORY TO TRUE
058400        GO TO 2110-READ-ONE-NIGHT-EXIT
058500     END-IF
058600     ADD 1 TO WS-NIGHT-COUNT
058700     MOVE SH-BUS-DATE TO WS-NT-DATE(WS-NIGHT-COUNT)
058800     MOVE SH-CARDS TO WS-NT-CARDS(WS-NIGHT-COUNT)
058900     MOVE SH-GROSS TO WS-NT-GROSS(WS-NIGHT-COUNT)
059000     MOVE SH-FEES TO WS-NT-FEES(WS-NIGHT-COUNT)
059100     MOVE SH-CHARGEBACKS TO WS-NT-CHGB(WS-NIGHT-COUNT)
059200     MOVE SH-REVERSALS TO WS-NT-RVSL(WS-NIGHT-COUNT)
059300     MOVE SH-NET TO WS-NT-NET(WS-NIGHT-COUNT)
059400     MOVE SH-STATUS TO WS-NT-STATUS(WS-NIGHT-COUNT)
059500     ADD SH-CARDS TO WS-TOT-CARDS
059600     ADD SH-GROSS TO WS-TOT-GROSS
059700     ADD SH-FEES TO WS-TOT-FEES
059800     ADD SH-CHARGEBACKS TO WS-TOT-CHGB
059900     ADD SH-REVERSALS TO WS-TOT-RVSL
060000     ADD SH-RELEASED TO WS-TOT-RELEASED
060100     ADD SH-REJ-CARDS TO WS-TOT-REJ-CARDS
060200     ADD SH-REJ-AMOUNT TO WS-TOT-REJ-AMOUNT
060210*    A NIGHT SETTLED WITH NO BANK REFERENCE ON THE MASTER WAS
060220*    NOT SENT TO THE BANK, SO ITS NET IS NOT PAID
060300     IF SH-HELD
060400        ADD SH-NET TO WS-TOT-HELD
060500     ELSE
060600        IF SH-NO-BANK-REF
060610           ADD SH-NET TO WS-TOT-NOBANK
060620        ELSE
060630           ADD SH-NET TO WS-TOT-PAID
060640        END-IF
060700     END-IF
060800     MOVE SH-RCV-CARRIED TO WS-RCV-AT-END.
060900 2110-READ-ONE-NIGHT-EXIT.
061000     EXIT.
061100*--------------------------------------------------------------
061200* 2200-COLLECT-HELD - FUNDS STILL HELD AT PERIOD END: NIGHTS
061300*          HELD ON OR BEFORE THE LAST DATE AND NOT RELEASED BY
061400*          THEN
061500*--------------------------------------------------------------
061600 2200-COLLECT-HELD.
061700     IF NOT HELD-FUNDS-FILE-OPEN
061800        GO TO 2200-COLLECT-HELD-EXIT
061900     END-IF
062000     MOVE "N" TO WS-HELD-EOF-SW
062100     MOVE MM-MERCHANT-ID TO HF-MERCHANT-ID
062200     MOVE LOW-VALUES TO HF-BUS-DATE
062300     START HELD-FUNDS-FILE KEY NOT < HF-KEY
062400        INVALID KEY
062500           SET END-OF-HELD-FUNDS TO TRUE
062600     END-START
062700     PERFORM 2210-READ-ONE-HELD THRU 2210-READ-ONE-HELD-EXIT
062800        UNTIL END-OF-HELD-FUNDS.
062900 2200-COLLECT-HELD-EXIT.
063000     EXIT.
063100*--------------------------------------------------------------
063200* 2210-READ-ONE-HELD
063300*--------------------------------------------------------------
063400 2210-READ-ONE-HELD.
063500     READ HELD-FUNDS-FILE NEXT RECORD
063600        AT END
063700           SET END-OF-HELD-FUNDS TO TRUE
063800           GO TO 2210-READ-ONE-HELD-EXIT
063900     END-READ
064000     IF HF-MERCHANT-ID NOT = MM-MERCHANT-ID
064100        OR HF-BUS-DATE > WS-PERIOD-END
064200        SET END-OF-HELD-FUNDS TO TRUE
064300        GO TO 2210-READ-ONE-HELD-EXIT
064400     END-IF
064500     IF HELD-FUNDS-OPEN OR HF-RELEASE-DATE > WS-PERIOD-END
064600        ADD HF-AMOUNT TO WS-HELD-BALANCE
064700     END-IF.
064800 2210-READ-ONE-HELD-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------
065100* 2300-PRINT-STATEMENT - ONE MERCHANT'S STATEMENT: A LINE PER
065200*          NIGHT SETTLED, THE PERIOD TOTALS, DISPUTES, HELD
065300*          FUNDS, AND SUSPENSE REJECTS
065400*--------------------------------------------------------------
065500 2300-PRINT-STATEMENT.
065600     MOVE SPACES TO WS-RPT-DETAIL
065700     STRING "STATEMENT - " DELIMITED BY SIZE
065800        MM-MERCHANT-ID DELIMITED BY SIZE
065900        " " DELIMITED BY SIZE
066000        MM-NAME DELIMITED BY SIZE
066100        INTO WS-RPT-DETAIL
066200     END-STRING
066300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
066400     MOVE SPACES TO WS-RPT-DETAIL
066500     STRING "  PERIOD " DELIMITED BY SIZE
066600        WS-PERIOD-START DELIMITED BY SIZE
066700        " THRU " DELIMITED BY SIZE
066800        WS-PERIOD-END DELIMITED BY SIZE
066900        "   BANK REFERENCE " DELIMITED BY SIZE
067000        MM-BANK-REF DELIMITED BY SIZE
067100        INTO WS-RPT-DETAIL
067200     END-STRING
067300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
067400     MOVE WS-NIGHT-HEADING TO WS-RPT-DETAIL
067500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
067600     PERFORM 2310-PRINT-ONE-NIGHT THRU 2310-PRINT-ONE-NIGHT-EXIT
067700        VARYING WS-NIGHT-SCAN FROM 1 BY 1
067800        UNTIL WS-NIGHT-SCAN > WS-NIGHT-COUNT
067900     MOVE SPACES TO WS-NIGHT-LINE
068000     MOVE "  PERIOD" TO NL-DATE
068100     MOVE WS-TOT-CARDS TO NL-CARDS
068200     MOVE WS-TOT-GROSS TO NL-GROSS
068300     MOVE WS-TOT-FEES TO NL-FEES
068400     MOVE WS-TOT-CHGB TO NL-CHGB
068500     MOVE WS-TOT-RVSL TO NL-RVSL
068600     COMPUTE NL-NET = WS-TOT-PAID + WS-TOT-HELD + WS-TOT-NOBANK
068700     MOVE WS-NIGHT-LINE TO WS-RPT-DETAIL
068800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
068900     MOVE SPACES TO WS-RPT-DETAIL
069000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
069100     MOVE "  SALES SETTLED" TO SL-LABEL
069200     MOVE WS-TOT-CARDS TO SL-COUNT
069300     MOVE WS-TOT-GROSS TO SL-AMOUNT
069400     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
069500     MOVE "  LESS FEES" TO SL-LABEL
069600     MOVE ZERO TO SL-COUNT
069700     MOVE WS-TOT-FEES TO SL-AMOUNT
069800     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
069900     MOVE "  LESS CHARGEBACKS NETTED" TO SL-LABEL
070000     MOVE WS-TOT-CHGB TO SL-AMOUNT
070100     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
070200     MOVE "  PLUS REVERSALS CREDITED" TO SL-LABEL
070300     MOVE WS-TOT-RVSL TO SL-AMOUNT
070400     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
070500     MOVE "  PLUS HELD FUNDS RELEASED" TO SL-LABEL
070600     MOVE WS-TOT-RELEASED TO SL-AMOUNT
070700     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
070800     MOVE "  NET PAID" TO SL-LABEL
070900     MOVE WS-TOT-PAID TO SL-AMOUNT
071000     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
071100     MOVE "  NET HELD" TO SL-LABEL
071200     MOVE WS-TOT-HELD TO SL-AMOUNT
071300     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
071310     IF WS-TOT-NOBANK > ZERO
071320        MOVE "  NET UNPAID - NO BANK REF" TO SL-LABEL
071330        MOVE WS-TOT-NOBANK TO SL-AMOUNT
071340        PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
071350     END-IF
071400     MOVE "  HELD BALANCE AT PERIOD END" TO SL-LABEL
071500     MOVE WS-HELD-BALANCE TO SL-AMOUNT
071600     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
071700     IF WS-RCV-AT-END > ZERO
071800        MOVE "  RECEIVABLE CARRIED FORWARD" TO SL-LABEL
071900        MOVE WS-RCV-AT-END TO SL-AMOUNT
072000        PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
072100     END-IF
072200     MOVE "  DISPUTES CHARGED BACK" TO SL-LABEL
072300     MOVE ZERO TO SL-COUNT
072400     MOVE ZERO TO SL-AMOUNT
072500     IF WS-DSP-SLOT > ZERO
072600        MOVE WS-DSP-CB-CASES(WS-DSP-SLOT) TO SL-COUNT
072700        MOVE WS-DSP-CB-AMOUNT(WS-DSP-SLOT) TO SL-AMOUNT
072800     END-IF
072900     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
073000     MOVE "  DISPUTES REPRESENTED" TO SL-LABEL
073100     MOVE ZERO TO SL-COUNT
073200     MOVE ZERO TO SL-AMOUNT
073300     IF WS-DSP-SLOT > ZERO
073400        MOVE WS-DSP-RP-CASES(WS-DSP-SLOT) TO SL-COUNT
073500        MOVE WS-DSP-RP-AMOUNT(WS-DSP-SLOT) TO SL-AMOUNT
073600     END-IF
073700     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
073800     MOVE "  CARDS REJECTED TO SUSPENSE" TO SL-LABEL
073900     MOVE WS-TOT-REJ-CARDS TO SL-COUNT
074000     MOVE WS-TOT-REJ-AMOUNT TO SL-AMOUNT
074100     PERFORM 2320-PRINT-SUMMARY THRU 2320-PRINT-SUMMARY-EXIT
074200     MOVE SPACES TO WS-RPT-DETAIL
074300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
074400 2300-PRINT-STATEMENT-EXIT.
074500     EXIT.
074600*--------------------------------------------------------------
074700* 2310-PRINT-ONE-NIGHT
074800*--------------------------------------------------------------
074900 2310-PRINT-ONE-NIGHT.
075000     MOVE SPACES TO WS-NIGHT-LINE
075100     MOVE WS-NT-DATE(WS-NIGHT-SCAN) TO NL-DATE
075200     MOVE WS-NT-CARDS(WS-NIGHT-SCAN) TO NL-CARDS
075300     MOVE WS-NT-GROSS(WS-NIGHT-SCAN) TO NL-GROSS
075400     MOVE WS-NT-FEES(WS-NIGHT-SCAN) TO NL-FEES
075500     MOVE WS-NT-CHGB(WS-NIGHT-SCAN) TO NL-CHGB
075600     MOVE WS-NT-RVSL(WS-NIGHT-SCAN) TO NL-RVSL
075700     MOVE WS-NT-NET(WS-NIGHT-SCAN) TO NL-NET
075800     MOVE WS-NT-STATUS(WS-NIGHT-SCAN) TO NL-STATUS
075900     MOVE WS-NIGHT-LINE TO WS-RPT-DETAIL
076000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
076100 2310-PRINT-ONE-NIGHT-EXIT.
076200     EXIT.
076300*--------------------------------------------------------------
076400* 2320-PRINT-SUMMARY
076500*--------------------------------------------------------------
076600 2320-PRINT-SUMMARY.
076700     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
076800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
076900 2320-PRINT-SUMMARY-EXIT.
077000     EXIT.
077100*--------------------------------------------------------------
077200* 9000-FINISH - CLOSE FILES AND THE REPORT, AND CUT THE
077300*          JOB-ACCOUNTING ROW
077400*--------------------------------------------------------------
077500 9000-FINISH.
077600     IF STATEMENTS-DUE
077700        CLOSE MERCHANT-MASTER-FILE
077800        MOVE SPACES TO WS-RPT-DETAIL
077900        MOVE WS-STATEMENTS TO SL-COUNT
078000        STRING "STATEMENTS PRINTED " DELIMITED BY SIZE
078100           SL-COUNT DELIMITED BY SIZE
078200           INTO WS-RPT-DETAIL
078300        END-STRING
078400        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
078500     END-IF
078600     IF HISTORY-OPEN
078700        CLOSE SETL-HIST-FILE
078800     END-IF
078900     IF HELD-FUNDS-FILE-OPEN
079000        CLOSE HELD-FUNDS-FILE
079100     END-IF
079200     MOVE "C" TO RPT-REQUEST
079300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
079400     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
079500 9000-FINISH-EXIT.
079600     EXIT.
079700*--------------------------------------------------------------
079800* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
079900*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
080000*--------------------------------------------------------------
080100 9100-LOG-JOB-ACCT.
080200     OPEN EXTEND JOB-ACCT-FILE
080300     IF WS-JOBACCT-STATUS = "35"
080400        OPEN OUTPUT JOB-ACCT-FILE
080500        CLOSE JOB-ACCT-FILE
080600        OPEN EXTEND JOB-ACCT-FILE
080700     END-IF
080800     MOVE "MRCHSTMT" TO JA-PROGRAM-NAME
080900     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
081000     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
081100     MOVE "COMPLETED" TO JA-RETURN-STATUS
081200     MOVE WS-STATEMENTS TO JA-RECORD-COUNT
081300     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
081400     CLOSE JOB-ACCT-FILE.
081500 9100-LOG-JOB-ACCT-EXIT.
081600     EXIT.
