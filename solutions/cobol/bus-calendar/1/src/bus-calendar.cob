001900*                 BUSINESS-DAY AND DAYS-BETWEEN LOOKUPS FROM THE
002000*                 GENERATED FILE SO "PERIOD END" CAN MEAN "LAST
002100*                 BUSINESS DAY" WITHOUT A WALL CALENDAR.
002110* 2026-10-15 RLM  REGIONAL CALENDARS. A HOLRULES RULE MAY
002120*                 NAME A CALENDAR ID (COLUMNS 22-29; BLANK =
002130*                 SHOP, "*ALL" = EVERY CALENDAR). ONE CALENDAR
002140*                 IS GENERATED FOR THE SHOP AND ONE FOR EACH ID
002150*                 NAMED ON A RULE, EACH WITH THE WEEKEND DEFAULT
002160*                 PLUS ITS OWN RULES, AND BUSCAL CARRIES THE
002170*                 CALENDAR ID ON EVERY ROW. RULE TABLES RAISED
002180*                 TO 100 ENTRIES EACH.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004900     05 HR-RULE-TYPE           PIC X(07).
005000     05 FILLER                 PIC X(01).
005100     05 HR-DETAIL              PIC X(12).
005110     05 FILLER                 PIC X(01).
005120     05 HR-CALENDAR-ID         PIC X(08).
005200 FD  BUS-CAL-FILE.
005300 01  BUS-CAL-RECORD.
005400     05 BC-DATE                PIC X(08).
005500     05 FILLER                 PIC X(01).
005600     05 BC-FLAG                PIC X(01).
005610     05 FILLER                 PIC X(01).
005620     05 BC-CALENDAR-ID         PIC X(08).
005700 WORKING-STORAGE SECTION.
005800*--------------------------------------------------------------
005900* FILE STATUS AND RUN CONTROLS
006800*--------------------------------------------------------------
006900* HOLIDAY RULE TABLES
007000*--------------------------------------------------------------
007010*    EVERY RULE BELONGS TO ONE CALENDAR (BLANK ON THE RULE =
007020*    SHOP) OR TO ALL OF THEM ("*ALL")
007100 01  WS-FIXED-TABLE.
007200     05 WS-FIXED-COUNT         PIC 9(03) VALUE ZERO.
007210     05 WS-FIXED-ENTRY OCCURS 100 TIMES.
007220        10 WS-FIXED-CAL        PIC X(08).
007230        10 WS-FIXED-MMDD       PIC X(04).
007400 01  WS-NTH-TABLE.
007500     05 WS-NTH-COUNT           PIC 9(03) VALUE ZERO.
007510     05 WS-NTH-ENTRY OCCURS 100 TIMES.
007520        10 WS-NTH-CAL          PIC X(08).
007700        10 WS-NTH-MONTH        PIC 9(02).
007800        10 WS-NTH-N            PIC 9(01).
007900        10 WS-NTH-DOW          PIC 9(01).
008000 01  WS-CLOSURE-TABLE.
008100     05 WS-CLOSURE-COUNT       PIC 9(03) VALUE ZERO.
008110     05 WS-CLOSURE-ENTRY OCCURS 100 TIMES.
008120        10 WS-CLOSURE-CAL      PIC X(08).
008130        10 WS-CLOSURE-DATE     PIC X(08).
008300 77  WS-RULE-SCAN              PIC 9(03).
008305 77  WS-RULE-CAL               PIC X(08).
008310*--------------------------------------------------------------
008315* CALENDARS TO GENERATE - THE SHOP CALENDAR ALWAYS, PLUS EVERY
008320* CALENDAR ID NAMED ON A RULE
008325*--------------------------------------------------------------
008330 01  WS-CALENDAR-TABLE.
008335     05 WS-CALENDAR-COUNT      PIC 9(02) VALUE ZERO.
008340     05 WS-CALENDAR-ID OCCURS 20 TIMES PIC X(08).
008345 77  WS-CALENDAR-SCAN          PIC 9(02).
008350 77  WS-CALENDAR-NO            PIC 9(02).
008355 77  WS-CURRENT-CAL            PIC X(08).
008400*--------------------------------------------------------------
008500* DATE GENERATION WORK FIELDS
008600*--------------------------------------------------------------
011100*--------------------------------------------------------------
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011400     PERFORM 1500-GENERATE-ONE-CALENDAR
011410        THRU 1500-GENERATE-ONE-CALENDAR-EXIT
011420        VARYING WS-CALENDAR-NO FROM 1 BY 1
011430        UNTIL WS-CALENDAR-NO > WS-CALENDAR-COUNT
011700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
011800     STOP RUN.
011900*--------------------------------------------------------------
012100*--------------------------------------------------------------
012200 1000-INITIALIZE.
012300     OPEN OUTPUT BUS-CAL-FILE
012310     MOVE 1 TO WS-CALENDAR-COUNT
012320     MOVE "SHOP" TO WS-CALENDAR-ID(1)
012400     OPEN INPUT HOLIDAY-RULES-FILE
012500     IF WS-HOLRULES-STATUS = "00"
012600        PERFORM 1100-LOAD-ONE-RULE THRU 1100-LOAD-ONE-RULE-EXIT
012700           UNTIL END-OF-RULES
012800        CLOSE HOLIDAY-RULES-FILE
013300     END-IF.
013400 1000-INITIALIZE-EXIT.
013500     EXIT.
014200           SET END-OF-RULES TO TRUE
014300           GO TO 1100-LOAD-ONE-RULE-EXIT
014400     END-READ
014410     MOVE HR-CALENDAR-ID TO WS-RULE-CAL
014420     IF WS-RULE-CAL = SPACES OR LOW-VALUES
014430        MOVE "SHOP" TO WS-RULE-CAL
014440     END-IF
014450     IF WS-RULE-CAL NOT = "*ALL"
014460        PERFORM 1200-REGISTER-CALENDAR
014470           THRU 1200-REGISTER-CALENDAR-EXIT
014480     END-IF
014500     EVALUATE HR-RULE-TYPE
014600        WHEN "FIXED"
014610           IF WS-FIXED-COUNT < 100
014800              ADD 1 TO WS-FIXED-COUNT
014810              MOVE WS-RULE-CAL TO WS-FIXED-CAL(WS-FIXED-COUNT)
014900              MOVE HR-DETAIL(1:4)
015000                 TO WS-FIXED-MMDD(WS-FIXED-COUNT)
015100           END-IF
015200        WHEN "NTHDOW"
015210           IF WS-NTH-COUNT < 100
015400              ADD 1 TO WS-NTH-COUNT
015410              MOVE WS-RULE-CAL TO WS-NTH-CAL(WS-NTH-COUNT)
015500              MOVE HR-DETAIL(1:2) TO WS-NTH-MONTH(WS-NTH-COUNT)
015600              MOVE HR-DETAIL(4:1) TO WS-NTH-N(WS-NTH-COUNT)
015700              MOVE HR-DETAIL(6:1) TO WS-NTH-DOW(WS-NTH-COUNT)
015800           END-IF
015900        WHEN "CLOSURE"
015910           IF WS-CLOSURE-COUNT < 100
016100              ADD 1 TO WS-CLOSURE-COUNT
016110              MOVE WS-RULE-CAL TO WS-CLOSURE-CAL(WS-CLOSURE-COUNT)
016200              MOVE HR-DETAIL(1:8)
016300                 TO WS-CLOSURE-DATE(WS-CLOSURE-COUNT)
016400           END-IF
016600 1100-LOAD-ONE-RULE-EXIT.
016700     EXIT.
016800*--------------------------------------------------------------
016802* 1200-REGISTER-CALENDAR - FIRST SIGHT OF A CALENDAR ID ADDS IT
016804*          TO THE LIST TO GENERATE
016806*--------------------------------------------------------------
016808 1200-REGISTER-CALENDAR.
016810     MOVE ZERO TO WS-CALENDAR-SCAN
016812     PERFORM 1210-MATCH-ONE-CALENDAR
016814        THRU 1210-MATCH-ONE-CALENDAR-EXIT
016816        VARYING WS-CALENDAR-NO FROM 1 BY 1
016818        UNTIL WS-CALENDAR-NO > WS-CALENDAR-COUNT
016820           OR WS-CALENDAR-SCAN > ZERO
016822     IF WS-CALENDAR-SCAN = ZERO AND WS-CALENDAR-COUNT < 20
016824        ADD 1 TO WS-CALENDAR-COUNT
016826        MOVE WS-RULE-CAL TO WS-CALENDAR-ID(WS-CALENDAR-COUNT)
016828     END-IF.
016830 1200-REGISTER-CALENDAR-EXIT.
016832     EXIT.
016834 1210-MATCH-ONE-CALENDAR.
016836     IF WS-CALENDAR-ID(WS-CALENDAR-NO) = WS-RULE-CAL
016838        MOVE WS-CALENDAR-NO TO WS-CALENDAR-SCAN
016840     END-IF.
016842 1210-MATCH-ONE-CALENDAR-EXIT.
016844     EXIT.
016846*--------------------------------------------------------------
016848* 1500-GENERATE-ONE-CALENDAR - ONE PASS OF FISCCAL PER CALENDAR
016850*          SO EACH CALENDAR'S DATES ARE CONTIGUOUS IN BUSCAL
016852*--------------------------------------------------------------
016854 1500-GENERATE-ONE-CALENDAR.
016856     MOVE WS-CALENDAR-ID(WS-CALENDAR-NO) TO WS-CURRENT-CAL
016858     MOVE "N" TO WS-FISC-EOF-SW
016860     OPEN INPUT FISCAL-CAL-FILE
016862     IF WS-FISCCAL-STATUS NOT = "00"
016864        GO TO 1500-GENERATE-ONE-CALENDAR-EXIT
016866     END-IF
016868     PERFORM 2000-GENERATE-ONE-MONTH
016870        THRU 2000-GENERATE-ONE-MONTH-EXIT
016872        UNTIL END-OF-FISCCAL
016874     CLOSE FISCAL-CAL-FILE.
016876 1500-GENERATE-ONE-CALENDAR-EXIT.
016878     EXIT.
016880*--------------------------------------------------------------
016900* 2000-GENERATE-ONE-MONTH - ONE FISCCAL ROW IS ONE MONTH; EACH
017000*          OF ITS DATES IS CLASSIFIED AND WRITTEN
017100*--------------------------------------------------------------
024300     MOVE SPACES TO BUS-CAL-RECORD
024400     MOVE WS-DATE-X TO BC-DATE
024500     MOVE WS-BUSINESS-SW TO BC-FLAG
024510     MOVE WS-CURRENT-CAL TO BC-CALENDAR-ID
024600     WRITE BUS-CAL-RECORD
024700     ADD 1 TO WS-DATES-WRITTEN.
024800 2200-CLASSIFY-ONE-DAY-EXIT.
024900     EXIT.
025000 2300-TEST-FIXED.
025100     IF WS-FIXED-MMDD(WS-RULE-SCAN) = WS-DATE-X(5:4)
025110        AND (WS-FIXED-CAL(WS-RULE-SCAN) = WS-CURRENT-CAL
025120          OR WS-FIXED-CAL(WS-RULE-SCAN) = "*ALL")
025200        MOVE "N" TO WS-BUSINESS-SW
025300     END-IF.
025400 2300-TEST-FIXED-EXIT.
025700     IF WS-NTH-MONTH(WS-RULE-SCAN) = WS-MONTH-NO
025800        AND WS-NTH-DOW(WS-RULE-SCAN) = WS-DOW
025900        AND WS-NTH-N(WS-RULE-SCAN) = WS-NTH-OF-MONTH
025910        AND (WS-NTH-CAL(WS-RULE-SCAN) = WS-CURRENT-CAL
025920          OR WS-NTH-CAL(WS-RULE-SCAN) = "*ALL")
026000        MOVE "N" TO WS-BUSINESS-SW
026100     END-IF.
026200 2400-TEST-NTH-EXIT.
026300     EXIT.
026400 2500-TEST-CLOSURE.
026500     IF WS-CLOSURE-DATE(WS-RULE-SCAN) = WS-DATE-X
026510        AND (WS-CLOSURE-CAL(WS-RULE-SCAN) = WS-CURRENT-CAL
026520          OR WS-CLOSURE-CAL(WS-RULE-SCAN) = "*ALL")
026600        MOVE "N" TO WS-BUSINESS-SW
026700     END-IF.
026800 2500-TEST-CLOSURE-EXIT.
027100* 9000-FINISH
027200*--------------------------------------------------------------
027300 9000-FINISH.
027500     CLOSE BUS-CAL-FILE.
027600 9000-FINISH-EXIT.
027700     EXIT.
