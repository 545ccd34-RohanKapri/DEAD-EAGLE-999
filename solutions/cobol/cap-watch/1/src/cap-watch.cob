000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CAP-WATCH.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. CAPACITY HEADROOM REPORT FOR THE
001100*                 SUITE'S FIXED-SIZE WORKING-STORAGE TABLES.
001200*                 COUNTS TONIGHT'S LIVE VOLUME FOR EACH TABLE
001300*                 (ALERT-HUB ALERT ROWS, BINARY-SEARCH CATALOG,
001400*                 MERCH-SETTLE AND LUHN MERCHANT SLOTS,
001500*                 HIGH-SCORES LEADER TABLE), SETS IT AGAINST THE
001600*                 TABLE'S LIMIT, AND PROJECTS THE DATE THE LIMIT
001700*                 IS REACHED FROM THE GROWTH IN THE OWNING JOB'S
001800*                 JAHIST RECORD COUNTS. ANY TABLE PAST 80 PCT
001900*                 RAISES AN ALERTS ROW AND RETURN CODE 4, SO A
002000*                 TABLE FILLS ON A PLANNED CHANGE RATHER THAN
002100*                 SILENTLY DROPPING ROWS ONE NIGHT. LUHN'S SEEN
002200*                 CARDS ARE ON THE KEYED LUHNSNDX INDEX AND ARE
002300*                 LISTED FOR VOLUME ONLY - NO FIXED LIMIT.
002310* 2026-10-15 RLM  JAHISTCAT RECORD SPACERS WIDENED TO TWO BYTES
002320*                 TO MATCH THE CATALOG JA-HISTORY WRITES.
002330* 2026-10-15 RLM  MERCHANT MASTER WIDENED TO 68 BYTES FOR THE
002340*                 ACQUIRER'S BUSINESS CALENDAR ID (MM-CALENDAR-ID,
002350*                 BLANK = SHOP CALENDAR); LAYOUT MATCHED.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SHALERT-STATUS.
003400     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS PM-PART-NUMBER
003800         FILE STATUS IS WS-PARTSMST-STATUS.
003900     SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS MM-MERCHANT-ID
004300         FILE STATUS IS WS-MERCHMST-STATUS.
004400     SELECT SEEN-CARD-FILE ASSIGN TO "LUHNSNDX"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS SEEN-CARD-KEY
004800         FILE STATUS IS WS-SEEN-FILE-STATUS.
004900     SELECT SCORES-FILE ASSIGN TO "SCOREDAT"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS SCORE-KEY
005300         FILE STATUS IS WS-SCOREDAT-STATUS.
005400     SELECT JAHIST-CAT-FILE ASSIGN TO "JAHISTCAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-JAHISTCAT-STATUS.
005700     SELECT JAHIST-FILE ASSIGN USING WS-JAHIST-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JAHIST-STATUS.
006000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-JOBACCT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  SHARED-ALERT-FILE.
006600 01  SHARED-ALERT-RECORD       PIC X(120).
006700 FD  PARTS-MASTER-FILE.
006800 01  PARTS-MASTER-RECORD.
006900     05 PM-PART-NUMBER        PIC 9(6).
007000     05 PM-DESCRIPTION        PIC X(30).
007100     05 PM-ON-HAND            PIC 9(07).
007200     05 PM-REORDER-POINT      PIC 9(05).
007300     05 PM-REORDER-QTY        PIC 9(05).
007400 FD  MERCHANT-MASTER-FILE.
007500 01  MERCHANT-MASTER-RECORD.
007600     05 MM-MERCHANT-ID         PIC X(08).
007700     05 MM-NAME                PIC X(30).
007800     05 MM-DISCOUNT-RATE       PIC 9V9999.
007900     05 MM-HOLD-FLAG           PIC X(01).
008000     05 MM-BANK-REF            PIC X(16).
008010     05 MM-CALENDAR-ID         PIC X(08).
008100 FD  SEEN-CARD-FILE.
008200 01  SEEN-CARD-RECORD.
008300     05 SEEN-CARD-KEY          PIC X(32).
008400     05 SEEN-FIRST-DATE        PIC X(08).
008500 FD  SCORES-FILE.
008600 01  SCORES-RECORD.
008700     05 SCORE-KEY.
008800        10 SCORE-PLAYER-ID     PIC X(10).
008900        10 SCORE-SEQ-NO        PIC 9(04).
009000     05 SCORE-VALUE            PIC 999.
009100     05 SCORE-DATE             PIC X(08).
009200 FD  JAHIST-CAT-FILE.
009300 01  JAHIST-CAT-RECORD.
009400     05 JC-CUT-DATE            PIC X(08).
009500     05 FILLER                 PIC X(02).
009600     05 JC-FILE-NAME           PIC X(20).
009700     05 FILLER                 PIC X(02).
009800     05 JC-RECORD-COUNT        PIC 9(07).
009900 FD  JAHIST-FILE.
010000 01  JAHIST-RECORD             PIC X(60).
010100 FD  JOB-ACCT-FILE
010200     RECORDING MODE IS F.
010300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
010400 WORKING-STORAGE SECTION.
010500*--------------------------------------------------------------
010600* FILE STATUS AND RUN CONTROLS
010700*--------------------------------------------------------------
010800 77  WS-SHALERT-STATUS         PIC XX.
010900 77  WS-PARTSMST-STATUS        PIC XX.
011000 77  WS-MERCHMST-STATUS        PIC XX.
011100 77  WS-SEEN-FILE-STATUS       PIC XX.
011200 77  WS-SCOREDAT-STATUS        PIC XX.
011300 77  WS-JAHISTCAT-STATUS       PIC XX.
011400 77  WS-JAHIST-STATUS          PIC XX.
011500 77  WS-JOBACCT-STATUS         PIC XX.
011600 77  WS-JAHIST-NAME            PIC X(20).
011700 77  WS-FILE-EOF-SW            PIC X VALUE "N".
011800     88 END-OF-CURRENT-FILE    VALUE "Y".
011900 77  WS-CAT-EOF-SW             PIC X VALUE "N".
012000     88 END-OF-CATALOG         VALUE "Y".
012100 77  WS-HIST-EOF-SW            PIC X VALUE "N".
012200     88 END-OF-HISTORY         VALUE "Y".
012300 77  WS-WARN-COUNT             PIC 9(03) BINARY VALUE ZERO.
012400 77  WS-RECORDS-SEEN           PIC 9(07) BINARY VALUE ZERO.
012500 77  WS-JA-START-TIMESTAMP     PIC X(14).
012600 COPY JOBACCT.
012700 COPY ALERTMSG.
012800 COPY RPTWRITE.
012900 01  WS-RPT-DETAIL             PIC X(100).
013000*--------------------------------------------------------------
013100* THE FIXED-SIZE TABLES UNDER WATCH - OWNING PROGRAM, THE FILE
013200* WHOSE VOLUME FILLS THE TABLE, WHAT THE TABLE HOLDS, THE
013300* JOBACCT NAME WHOSE RECORD COUNTS GIVE THE GROWTH TREND, AND
013400* THE TABLE LIMIT (ZERO - KEYED, NO FIXED LIMIT). LUHN HOLDS
013500* 199 NAMED MERCHANTS; SLOT 200 IS ITS *OTHERS* OVERFLOW ROW.
013600* BINARY-SEARCH AND HIGH-SCORES LOG NO JOBACCT ROW, SO THEIR
013700* TREND COMES FROM THE NIGHTLY JOB READING THE SAME MASTER.
013800*--------------------------------------------------------------
013900 01  WS-CAP-VALUES.
014000     05 FILLER                 PIC X(45) VALUE
014100        "ALERT-HUB    ALERTS  ALERT ROWSALERTHUB002000".
014200     05 FILLER                 PIC X(45) VALUE
014300        "BINARY-SEARCHPARTSMSTCATALOG   PARTREOR005000".
014400     05 FILLER                 PIC X(45) VALUE
014500        "MERCH-SETTLE MERCHMSTMERCHANTS MRCHSETL000200".
014600     05 FILLER                 PIC X(45) VALUE
014700        "LUHN         MERCHMSTMERCHANTS LUHN    000199".
014800     05 FILLER                 PIC X(45) VALUE
014900        "LUHN         LUHNSNDXSEEN CARDSLUHN    000000".
015000     05 FILLER                 PIC X(45) VALUE
015100        "HIGH-SCORES  SCOREDATPLAYERS   SCORBDG 000100".
015200 01  WS-CAP-TABLE REDEFINES WS-CAP-VALUES.
015300     05 WS-CP-ENTRY OCCURS 6 TIMES.
015400        10 WS-CP-OWNER         PIC X(13).
015500        10 WS-CP-FILE          PIC X(08).
015600        10 WS-CP-WHAT          PIC X(10).
015700        10 WS-CP-TREND-PGM     PIC X(08).
015800        10 WS-CP-LIMIT         PIC 9(06).
015900 77  WS-CP-MAX                 PIC 9(01) VALUE 6.
016000 77  WS-CP-IDX                 PIC 9(01).
016100*--------------------------------------------------------------
016200* TONIGHT'S COUNT AND THE TREND SUMS, ONE SET PER TABLE. THE
016300* TREND IS A LEAST-SQUARES LINE THROUGH (DAY, RECORD COUNT)
016400* POINTS, DAY TAKEN RELATIVE TO TODAY.
016500*--------------------------------------------------------------
016600 01  WS-CAP-WORK.
016700     05 WS-CW-ENTRY OCCURS 6 TIMES.
016800        10 WS-CW-COUNT         PIC 9(07).
016900        10 WS-CW-FOUND-SW      PIC X(01).
017000           88 CW-FILE-FOUND    VALUE "Y".
017100        10 WS-CW-POINTS        PIC 9(07) COMP-3.
017200        10 WS-CW-SUM-X         PIC S9(09) COMP-3.
017300        10 WS-CW-SUM-Y         PIC S9(13) COMP-3.
017400        10 WS-CW-SUM-XY        PIC S9(15) COMP-3.
017500        10 WS-CW-SUM-XX        PIC S9(13) COMP-3.
017600*--------------------------------------------------------------
017700* TREND AND PROJECTION WORK FIELDS
017800*--------------------------------------------------------------
017900 77  WS-TREND-WINDOW           PIC 9(03) VALUE 90.
018000 77  WS-TODAY                  PIC X(08).
018100 77  WS-TODAY-NUM              PIC 9(08).
018200 77  WS-TODAY-INT              PIC 9(07).
018300 77  WS-JH-DATE-NUM            PIC 9(08).
018400 77  WS-JH-DAY                 PIC S9(07) COMP-3.
018500 77  WS-JH-PROGRAM             PIC X(08).
018600 77  WS-NUMER                  PIC S9(18) COMP-3.
018700 77  WS-DENOM                  PIC S9(18) COMP-3.
018800 77  WS-SLOPE                  PIC S9(09)V9(06) COMP-3.
018900 77  WS-MEAN                   PIC S9(09)V9(04) COMP-3.
019000 77  WS-DAYS-LEFT              PIC S9(09) COMP-3.
019100 77  WS-FULL-INT               PIC 9(07).
019200 77  WS-FULL-DATE              PIC 9(08).
019300 77  WS-PCT                    PIC 9(04)V9.
019400 77  WS-LAST-PLAYER            PIC X(10).
019500 01  WS-CAP-LINE.
019600     05 CL-OWNER               PIC X(13).
019700     05 FILLER                 PIC X(01) VALUE SPACE.
019800     05 CL-FILE                PIC X(08).
019900     05 FILLER                 PIC X(01) VALUE SPACE.
020000     05 CL-WHAT                PIC X(10).
020100     05 FILLER                 PIC X(01) VALUE SPACE.
020200     05 CL-COUNT               PIC ZZZZZZ9.
020300     05 FILLER                 PIC X(02) VALUE SPACES.
020400     05 CL-LIMIT               PIC ZZZZZZ9.
020500     05 CL-LIMIT-X REDEFINES CL-LIMIT PIC X(07).
020600     05 FILLER                 PIC X(02) VALUE SPACES.
020700     05 CL-PCT                 PIC ZZZ9.9.
020800     05 CL-PCT-X REDEFINES CL-PCT PIC X(06).
020900     05 FILLER                 PIC X(02) VALUE SPACES.
021000     05 CL-FULL-BY             PIC X(12).
021100     05 FILLER                 PIC X(01) VALUE SPACE.
021200     05 CL-NOTE                PIC X(22).
021300     05 FILLER                 PIC X(05) VALUE SPACES.
021400 PROCEDURE DIVISION.
021500*--------------------------------------------------------------
021600* 0000-MAINLINE
021700*--------------------------------------------------------------
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022000     PERFORM 2000-COUNT-ALERTS THRU 2000-COUNT-ALERTS-EXIT
022100     PERFORM 2100-COUNT-PARTS THRU 2100-COUNT-PARTS-EXIT
022200     PERFORM 2200-COUNT-MERCHANTS THRU 2200-COUNT-MERCHANTS-EXIT
022300     PERFORM 2300-COUNT-SEEN-CARDS
022400        THRU 2300-COUNT-SEEN-CARDS-EXIT
022500     PERFORM 2400-COUNT-PLAYERS THRU 2400-COUNT-PLAYERS-EXIT
022600     PERFORM 3000-LOAD-TRENDS THRU 3000-LOAD-TRENDS-EXIT
022700     PERFORM 4000-REPORT-ONE-TABLE THRU 4000-REPORT-ONE-TABLE-EXIT
022800        VARYING WS-CP-IDX FROM 1 BY 1
022900        UNTIL WS-CP-IDX > WS-CP-MAX
023000     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
023100*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY TABLE IS
023200*    PAST 80 PCT OF ITS LIMIT.
023300     IF WS-WARN-COUNT > ZERO
023400        MOVE 4 TO RETURN-CODE
023500     END-IF
023600     STOP RUN.
023700*--------------------------------------------------------------
023800* 1000-INITIALIZE
023900*--------------------------------------------------------------
024000 1000-INITIALIZE.
024100     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
024200     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-TODAY
024300     MOVE WS-TODAY TO WS-TODAY-NUM
024400     COMPUTE WS-TODAY-INT = INTEGER-OF-DATE(WS-TODAY-NUM)
024500     INITIALIZE WS-CAP-WORK
024600     MOVE "O" TO RPT-REQUEST
024700     MOVE "CAPWATCH" TO RPT-PROGRAM-ID
024800     MOVE "CAPWATCH" TO RPT-REPORT-NAME
024900     MOVE "FIXED-TABLE CAPACITY HEADROOM" TO RPT-TITLE
025000     MOVE SPACES TO RPT-COL-HEADING
025100     STRING "PROGRAM       FILE     TABLE      " DELIMITED BY SIZE
025200        "   LIVE    LIMIT     PCT  " DELIMITED BY SIZE
025300        "FULL BY      NOTE" DELIMITED BY SIZE
025400        INTO RPT-COL-HEADING
025500     END-STRING
025600     MOVE 60 TO RPT-LINES-PER-PAGE
025700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
025800 1000-INITIALIZE-EXIT.
025900     EXIT.
026000*--------------------------------------------------------------
026100* 2000-COUNT-ALERTS - ALERT-HUB LOADS EVERY ROW ON THE ALERTS
026200*          FILE, ACKNOWLEDGED OR NOT
026300*--------------------------------------------------------------
026400 2000-COUNT-ALERTS.
026500     MOVE 1 TO WS-CP-IDX
026600     MOVE "N" TO WS-FILE-EOF-SW
026700     OPEN INPUT SHARED-ALERT-FILE
026800     IF WS-SHALERT-STATUS NOT = "00"
026900        GO TO 2000-COUNT-ALERTS-EXIT
027000     END-IF
027100     MOVE "Y" TO WS-CW-FOUND-SW(1)
027200     PERFORM 2010-TAKE-ONE-ALERT THRU 2010-TAKE-ONE-ALERT-EXIT
027300        UNTIL END-OF-CURRENT-FILE
027400     CLOSE SHARED-ALERT-FILE.
027500 2000-COUNT-ALERTS-EXIT.
027600     EXIT.
027700 2010-TAKE-ONE-ALERT.
027800     READ SHARED-ALERT-FILE
027900        AT END
028000           SET END-OF-CURRENT-FILE TO TRUE
028100           GO TO 2010-TAKE-ONE-ALERT-EXIT
028200     END-READ
028300     ADD 1 TO WS-RECORDS-SEEN
028400     ADD 1 TO WS-CW-COUNT(1).
028500 2010-TAKE-ONE-ALERT-EXIT.
028600     EXIT.
028700*--------------------------------------------------------------
028800* 2100-COUNT-PARTS - BINARY-SEARCH LOADS ONE CATALOG ENTRY PER
028900*          PARTS MASTER RECORD
029000*--------------------------------------------------------------
029100 2100-COUNT-PARTS.
029200     MOVE "N" TO WS-FILE-EOF-SW
029300     OPEN INPUT PARTS-MASTER-FILE
029400     IF WS-PARTSMST-STATUS NOT = "00"
029500        GO TO 2100-COUNT-PARTS-EXIT
029600     END-IF
029700     MOVE "Y" TO WS-CW-FOUND-SW(2)
029800     PERFORM 2110-TAKE-ONE-PART THRU 2110-TAKE-ONE-PART-EXIT
029900        UNTIL END-OF-CURRENT-FILE
030000     CLOSE PARTS-MASTER-FILE.
030100 2100-COUNT-PARTS-EXIT.
030200     EXIT.
030300 2110-TAKE-ONE-PART.
030400     READ PARTS-MASTER-FILE NEXT RECORD
030500        AT END
030600           SET END-OF-CURRENT-FILE TO TRUE
030700           GO TO 2110-TAKE-ONE-PART-EXIT
030800     END-READ
030900     ADD 1 TO WS-RECORDS-SEEN
031000     ADD 1 TO WS-CW-COUNT(2).
031100 2110-TAKE-ONE-PART-EXIT.
031200     EXIT.
031300*--------------------------------------------------------------
031400* 2200-COUNT-MERCHANTS - THE MERCHANT MASTER BOUNDS BOTH THE
031500*          MERCH-SETTLE SETTLEMENT SLOTS AND THE LUHN TALLY
031600*--------------------------------------------------------------
031700 2200-COUNT-MERCHANTS.
031800     MOVE "N" TO WS-FILE-EOF-SW
031900     OPEN INPUT MERCHANT-MASTER-FILE
032000     IF WS-MERCHMST-STATUS NOT = "00"
032100        GO TO 2200-COUNT-MERCHANTS-EXIT
032200     END-IF
032300     MOVE "Y" TO WS-CW-FOUND-SW(3)
032400     MOVE "Y" TO WS-CW-FOUND-SW(4)
032500     PERFORM 2210-TAKE-ONE-MERCHANT
032600        THRU 2210-TAKE-ONE-MERCHANT-EXIT
032700        UNTIL END-OF-CURRENT-FILE
032800     CLOSE MERCHANT-MASTER-FILE.
032900 2200-COUNT-MERCHANTS-EXIT.
033000     EXIT.
033100 2210-TAKE-ONE-MERCHANT.
033200     READ MERCHANT-MASTER-FILE NEXT RECORD
033300        AT END
033400           SET END-OF-CURRENT-FILE TO TRUE
033500           GO TO 2210-TAKE-ONE-MERCHANT-EXIT
033600     END-READ
033700     ADD 1 TO WS-RECORDS-SEEN
033800     ADD 1 TO WS-CW-COUNT(3)
033900     ADD 1 TO WS-CW-COUNT(4).
034000 2210-TAKE-ONE-MERCHANT-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------
034300* 2300-COUNT-SEEN-CARDS - LUHN'S KEYED SEEN-CARD INDEX, VOLUME
034400*          ONLY
034500*--------------------------------------------------------------
034600 2300-COUNT-SEEN-CARDS.
034700     MOVE "N" TO WS-FILE-EOF-SW
034800     OPEN INPUT SEEN-CARD-FILE
034900     IF WS-SEEN-FILE-STATUS NOT = "00"
035000        GO TO 2300-COUNT-SEEN-CARDS-EXIT
035100     END-IF
035200     MOVE "Y" TO WS-CW-FOUND-SW(5)
035300     PERFORM 2310-TAKE-ONE-SEEN THRU 2310-TAKE-ONE-SEEN-EXIT
035400        UNTIL END-OF-CURRENT-FILE
035500     CLOSE SEEN-CARD-FILE.
035600 2300-COUNT-SEEN-CARDS-EXIT.
035700     EXIT.
035800 2310-TAKE-ONE-SEEN.
035900     READ SEEN-CARD-FILE NEXT RECORD
036000        AT END
036100           SET END-OF-CURRENT-FILE TO TRUE
036200           GO TO 2310-TAKE-ONE-SEEN-EXIT
036300     END-READ
036400     ADD 1 TO WS-RECORDS-SEEN
036500     ADD 1 TO WS-CW-COUNT(5).
036600 2310-TAKE-ONE-SEEN-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------
036900* 2400-COUNT-PLAYERS - HIGH-SCORES HOLDS ONE LEADER ENTRY PER
037000*          DISTINCT PLAYER; THE MASTER IS IN PLAYER-ID ORDER
037100*--------------------------------------------------------------
037200 2400-COUNT-PLAYERS.
037300     MOVE "N" TO WS-FILE-EOF-SW
037400     MOVE LOW-VALUES TO WS-LAST-PLAYER
037500     OPEN INPUT SCORES-FILE
037600     IF WS-SCOREDAT-STATUS NOT = "00"
037700        GO TO 2400-COUNT-PLAYERS-EXIT
037800     END-IF
037900     MOVE "Y" TO WS-CW-FOUND-SW(6)
038000     PERFORM 2410-TAKE-ONE-SCORE THRU 2410-TAKE-ONE-SCORE-EXIT
038100        UNTIL END-OF-CURRENT-FILE
038200     CLOSE SCORES-FILE.
038300 2400-COUNT-PLAYERS-EXIT.
038400     EXIT.
038500 2410-TAKE-ONE-SCORE.
038600     READ SCORES-FILE NEXT RECORD
038700        AT END
038800           SET END-OF-CURRENT-FILE TO TRUE
038900           GO TO 2410-TAKE-ONE-SCORE-EXIT
039000     END-READ
039100     ADD 1 TO WS-RECORDS-SEEN
039200     IF SCORE-PLAYER-ID NOT = WS-LAST-PLAYER
039300        ADD 1 TO WS-CW-COUNT(6)
039400        MOVE SCORE-PLAYER-ID TO WS-LAST-PLAYER
039500     END-IF.
039600 2410-TAKE-ONE-SCORE-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------
039900* 3000-LOAD-TRENDS - WALK THE JAHIST CATALOG AND POST EVERY
040000*          COMPLETED RUN INSIDE THE TREND WINDOW TO THE TABLES
040100*          IT DRIVES
040200*--------------------------------------------------------------
040300 3000-LOAD-TRENDS.
040400     MOVE "N" TO WS-CAT-EOF-SW
040500     OPEN INPUT JAHIST-CAT-FILE
040600     IF WS-JAHISTCAT-STATUS NOT = "00"
040700        GO TO 3000-LOAD-TRENDS-EXIT
040800     END-IF
040900     PERFORM 3100-TAKE-ONE-CATALOG THRU 3100-TAKE-ONE-CATALOG-EXIT
041000        UNTIL END-OF-CATALOG
041100     CLOSE JAHIST-CAT-FILE.
041200 3000-LOAD-TRENDS-EXIT.
041300     EXIT.
041400 3100-TAKE-ONE-CATALOG.
041500     READ JAHIST-CAT-FILE
041600        AT END
041700           SET END-OF-CATALOG TO TRUE
041800           GO TO 3100-TAKE-ONE-CATALOG-EXIT
041900     END-READ
042000     MOVE JC-FILE-NAME TO WS-JAHIST-NAME
042100     MOVE "N" TO WS-HIST-EOF-SW
042200     OPEN INPUT JAHIST-FILE
042300     IF WS-JAHIST-STATUS NOT = "00"
042400        GO TO 3100-TAKE-ONE-CATALOG-EXIT
042500     END-IF
042600     PERFORM 3200-TAKE-ONE-RUN THRU 3200-TAKE-ONE-RUN-EXIT
042700        UNTIL END-OF-HISTORY
042800     CLOSE JAHIST-FILE.
042900 3100-TAKE-ONE-CATALOG-EXIT.
043000     EXIT.
043100 3200-TAKE-ONE-RUN.
043200     READ JAHIST-FILE
043300        AT END
043400           SET END-OF-HISTORY TO TRUE
043500           GO TO 3200-TAKE-ONE-RUN-EXIT
043600     END-READ
043700     MOVE JAHIST-RECORD TO JOB-ACCT-RECORD
043800     IF JA-RETURN-STATUS = "FAILED"
043900        OR JA-START-TIMESTAMP IS NOT NUMERIC
044000        OR JA-RECORD-COUNT IS NOT NUMERIC
044100        GO TO 3200-TAKE-ONE-RUN-EXIT
044200     END-IF
044300     MOVE JA-START-TIMESTAMP(1:8) TO WS-JH-DATE-NUM
044400     IF TEST-DATE-YYYYMMDD(WS-JH-DATE-NUM) NOT = ZERO
044500        GO TO 3200-TAKE-ONE-RUN-EXIT
044600     END-IF
044700     COMPUTE WS-JH-DAY =
044800        INTEGER-OF-DATE(WS-JH-DATE-NUM) - WS-TODAY-INT
044900     IF WS-JH-DAY > ZERO
045000        OR WS-JH-DAY < ZERO - WS-TREND-WINDOW
045100        GO TO 3200-TAKE-ONE-RUN-EXIT
045200     END-IF
045300     MOVE UPPER-CASE(JA-PROGRAM-NAME) TO WS-JH-PROGRAM
045400     PERFORM 3300-POST-ONE-TABLE THRU 3300-POST-ONE-TABLE-EXIT
045500        VARYING WS-CP-IDX FROM 1 BY 1
045600        UNTIL WS-CP-IDX > WS-CP-MAX.
045700 3200-TAKE-ONE-RUN-EXIT.
045800     EXIT.
045900 3300-POST-ONE-TABLE.
046000     IF WS-CP-TREND-PGM(WS-CP-IDX) NOT = WS-JH-PROGRAM
046100        GO TO 3300-POST-ONE-TABLE-EXIT
046200     END-IF
046300     ADD 1 TO WS-CW-POINTS(WS-CP-IDX)
046400     ADD WS-JH-DAY TO WS-CW-SUM-X(WS-CP-IDX)
046500     ADD JA-RECORD-COUNT TO WS-CW-SUM-Y(WS-CP-IDX)
046600     COMPUTE WS-CW-SUM-XY(WS-CP-IDX) =
046700        WS-CW-SUM-XY(WS-CP-IDX) + WS-JH-DAY * JA-RECORD-COUNT
046800     COMPUTE WS-CW-SUM-XX(WS-CP-IDX) =
046900        WS-CW-SUM-XX(WS-CP-IDX) + WS-JH-DAY * WS-JH-DAY.
047000 3300-POST-ONE-TABLE-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------
047300* 4000-REPORT-ONE-TABLE - COUNT AGAINST LIMIT, PROJECTED FULL
047400*          DATE, AND THE 80 PCT WARNING
047500*--------------------------------------------------------------
047600 4000-REPORT-ONE-TABLE.
047700     MOVE SPACES TO CL-FULL-BY CL-NOTE
047800     MOVE WS-CP-OWNER(WS-CP-IDX) TO CL-OWNER
047900     MOVE WS-CP-FILE(WS-CP-IDX) TO CL-FILE
048000     MOVE WS-CP-WHAT(WS-CP-IDX) TO CL-WHAT
048100     MOVE WS-CW-COUNT(WS-CP-IDX) TO CL-COUNT
048200     IF WS-CP-LIMIT(WS-CP-IDX) = ZERO
048300        MOVE SPACES TO CL-LIMIT-X CL-PCT-X
048400        MOVE "NO FIXED CAP" TO CL-FULL-BY
048500        MOVE "KEYED INDEX" TO CL-NOTE
048600        GO TO 4000-WRITE-LINE
048700     END-IF
048800     MOVE WS-CP-LIMIT(WS-CP-IDX) TO CL-LIMIT
048900     COMPUTE WS-PCT ROUNDED =
049000        WS-CW-COUNT(WS-CP-IDX) * 100 / WS-CP-LIMIT(WS-CP-IDX)
049100     MOVE WS-PCT TO CL-PCT
049200     PERFORM 4100-PROJECT-FULL-DATE
049300        THRU 4100-PROJECT-FULL-DATE-EXIT
049400     IF NOT CW-FILE-FOUND(WS-CP-IDX)
049500        MOVE "FILE NOT FOUND" TO CL-NOTE
049600     END-IF
049700     IF WS-PCT NOT < 80
049800        ADD 1 TO WS-WARN-COUNT
049900        MOVE "** OVER 80 PCT **" TO CL-NOTE
050000        PERFORM 9200-WRITE-SHARED-ALERT
050100           THRU 9200-WRITE-SHARED-ALERT-EXIT
050200     END-IF.
050300 4000-WRITE-LINE.
050400     MOVE WS-CAP-LINE TO WS-RPT-DETAIL
050500     MOVE "D" TO RPT-REQUEST
050600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
050700 4000-REPORT-ONE-TABLE-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------
051000* 4100-PROJECT-FULL-DATE - RELATIVE DAILY GROWTH OF THE OWNING
051100*          JOB'S VOLUME (TREND SLOPE OVER MEAN COUNT) APPLIED TO
051200*          TONIGHT'S LIVE COUNT GIVES THE DAYS TO THE LIMIT
051300*--------------------------------------------------------------
051400 4100-PROJECT-FULL-DATE.
051500     IF WS-CW-COUNT(WS-CP-IDX) NOT < WS-CP-LIMIT(WS-CP-IDX)
051600        MOVE "AT LIMIT" TO CL-FULL-BY
051700        GO TO 4100-PROJECT-FULL-DATE-EXIT
051800     END-IF
051900     IF WS-CW-POINTS(WS-CP-IDX) < 2
052000        MOVE "NO TREND" TO CL-FULL-BY
052100        GO TO 4100-PROJECT-FULL-DATE-EXIT
052200     END-IF
052300     COMPUTE WS-DENOM =
052400        WS-CW-POINTS(WS-CP-IDX) * WS-CW-SUM-XX(WS-CP-IDX)
052500        - WS-CW-SUM-X(WS-CP-IDX) * WS-CW-SUM-X(WS-CP-IDX)
052600     IF WS-DENOM = ZERO
052700        OR WS-CW-SUM-Y(WS-CP-IDX) = ZERO
052800        MOVE "NO TREND" TO CL-FULL-BY
052900        GO TO 4100-PROJECT-FULL-DATE-EXIT
053000     END-IF
053100     COMPUTE WS-NUMER =
053200        WS-CW-POINTS(WS-CP-IDX) * WS-CW-SUM-XY(WS-CP-IDX)
053300        - WS-CW-SUM-X(WS-CP-IDX) * WS-CW-SUM-Y(WS-CP-IDX)
053400     COMPUTE WS-SLOPE ROUNDED = WS-NUMER / WS-DENOM
053500     COMPUTE WS-MEAN ROUNDED =
053600        WS-CW-SUM-Y(WS-CP-IDX) / WS-CW-POINTS(WS-CP-IDX)
053700     IF WS-SLOPE NOT > ZERO
053800        OR WS-CW-COUNT(WS-CP-IDX) = ZERO
053900        MOVE "NOT GROWING" TO CL-FULL-BY
054000        GO TO 4100-PROJECT-FULL-DATE-EXIT
054100     END-IF
054200     COMPUTE WS-DAYS-LEFT =
054300        (WS-CP-LIMIT(WS-CP-IDX) - WS-CW-COUNT(WS-CP-IDX))
054400        * WS-MEAN / (WS-CW-COUNT(WS-CP-IDX) * WS-SLOPE)
054500     IF WS-DAYS-LEFT > 3650
054600        MOVE "OVER 10 YRS" TO CL-FULL-BY
054700        GO TO 4100-PROJECT-FULL-DATE-EXIT
054800     END-IF
054900     COMPUTE WS-FULL-INT = WS-TODAY-INT + WS-DAYS-LEFT
055000     COMPUTE WS-FULL-DATE = DATE-OF-INTEGER(WS-FULL-INT)
055100     MOVE WS-FULL-DATE TO CL-FULL-BY.
055200 4100-PROJECT-FULL-DATE-EXIT.
055300     EXIT.
055400*--------------------------------------------------------------
055500* 9000-FINISH
055600*--------------------------------------------------------------
055700 9000-FINISH.
055800     MOVE "C" TO RPT-REQUEST
055900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
056100 9000-FINISH-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------
056400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
056500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
056600*--------------------------------------------------------------
056700 9100-LOG-JOB-ACCT.
056800     OPEN EXTEND JOB-ACCT-FILE
056900     IF WS-JOBACCT-STATUS = "35"
057000        OPEN OUTPUT JOB-ACCT-FILE
057100        CLOSE JOB-ACCT-FILE
057200        OPEN EXTEND JOB-ACCT-FILE
057300     END-IF
057400     MOVE "CAPWATCH" TO JA-PROGRAM-NAME
057500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
057600     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
057700     MOVE "COMPLETED" TO JA-RETURN-STATUS
057800     MOVE WS-RECORDS-SEEN TO JA-RECORD-COUNT
057900     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
058000     CLOSE JOB-ACCT-FILE.
058100 9100-LOG-JOB-ACCT-EXIT.
058200     EXIT.
058300*--------------------------------------------------------------
058400* 9200-WRITE-SHARED-ALERT - A TABLE PAST 80 PCT OF ITS LIMIT
058500*          SURFACES ON THE SHOP-WIDE ALERTS FILE
058600*--------------------------------------------------------------
058700 9200-WRITE-SHARED-ALERT.
058800     OPEN EXTEND SHARED-ALERT-FILE
058900     IF WS-SHALERT-STATUS = "35"
059000        OPEN OUTPUT SHARED-ALERT-FILE
059100     END-IF
059200     MOVE SPACES TO ALERT-MSG-RECORD
059300     MOVE "CAPWATCH" TO AM-PROGRAM
059400     MOVE "4" TO AM-SEVERITY
059500     STRING "TABLE " DELIMITED BY SIZE
059600        WS-CP-OWNER(WS-CP-IDX) DELIMITED BY SPACE
059700        " " DELIMITED BY SIZE
059800        WS-CP-FILE(WS-CP-IDX) DELIMITED BY SPACE
059900        " AT " DELIMITED BY SIZE
060000        TRIM(CL-PCT) DELIMITED BY SIZE
060100        " PCT OF " DELIMITED BY SIZE
060200        TRIM(CL-LIMIT) DELIMITED BY SIZE
060300        " - FULL " DELIMITED BY SIZE
060400        CL-FULL-BY DELIMITED BY SIZE
060500        INTO AM-TEXT
060600     END-STRING
060700     MOVE CURRENT-DATE(1:14) TO AM-TIMESTAMP
060800     MOVE "N" TO AM-ACK-SW
060900     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
061000     CLOSE SHARED-ALERT-FILE.
061100 9200-WRITE-SHARED-ALERT-EXIT.
061200     EXIT.
