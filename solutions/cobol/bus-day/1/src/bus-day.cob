001500*                 THE SETTLEMENT CUTOFF CHECKS CAN STOP ASSUMING
001600*                 EVERY WEEKDAY IS A WORKING DAY. THE CALENDAR
001700*                 LOADS ONCE PER RUN UNIT.
001710* 2026-10-15 RLM  REGIONAL CALENDARS. BUSCAL NOW HOLDS ONE
001720*                 CALENDAR PER ID; THE CACHE KEEPS EACH AS ONE
001730*                 RANGE (UP TO 20 CALENDARS, 60000 DATES IN ALL)
001740*                 AND LOOKUPS SCAN ONLY THE CALENDAR NAMED IN
001750*                 BD-CALENDAR-ID (BLANK = SHOP). AN UNKNOWN ID
001760*                 ANSWERS "NC".
001800*--------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003200     05 BC-DATE                PIC X(08).
003300     05 FILLER                 PIC X(01).
003400     05 BC-FLAG                PIC X(01).
003410     05 FILLER                 PIC X(01).
003420     05 BC-CALENDAR-ID         PIC X(08).
003500 WORKING-STORAGE SECTION.
003600*--------------------------------------------------------------
003700* CALENDAR CACHE - LOADED ON THE FIRST CALL OF THE RUN UNIT
004100     88 CALENDAR-LOADED        VALUE "Y".
004200 01  WS-CAL-TABLE.
004300     05 WS-CAL-COUNT           PIC 9(05) BINARY VALUE ZERO.
004310     05 WS-CAL-ENTRY OCCURS 60000 TIMES.
004500        10 WS-CAL-DATE         PIC X(08).
004600        10 WS-CAL-FLAG         PIC X(01).
004700 77  WS-CAL-SCAN               PIC 9(05) BINARY.
004705*    EACH CALENDAR IS ONE CONTIGUOUS RUN OF THE CACHE
004710 01  WS-RANGE-TABLE.
004715     05 WS-RANGE-COUNT         PIC 9(02) BINARY VALUE ZERO.
004720     05 WS-RANGE-ENTRY OCCURS 20 TIMES.
004725        10 WS-RANGE-CAL        PIC X(08).
004730        10 WS-RANGE-FIRST      PIC 9(05) BINARY.
004735        10 WS-RANGE-LAST       PIC 9(05) BINARY.
004740 77  WS-RANGE-SCAN             PIC 9(02) BINARY.
004745 77  WS-ROW-CAL                PIC X(08).
004750 77  WS-REQ-CAL                PIC X(08).
004755 77  WS-REQ-FIRST              PIC 9(05) BINARY.
004760 77  WS-REQ-LAST               PIC 9(05) BINARY.
004800 77  WS-FOUND-SW               PIC X.
004900     88 ANSWER-FOUND           VALUE "Y".
005000 LINKAGE SECTION.
006000     MOVE "NF" TO BD-STATUS
006100     MOVE SPACES TO BD-RESULT-DATE
006200     MOVE ZERO TO BD-RESULT-COUNT
006210     PERFORM 1500-FIND-CALENDAR THRU 1500-FIND-CALENDAR-EXIT
006220     IF WS-REQ-FIRST = ZERO
006230        MOVE "NC" TO BD-STATUS
006240        GOBACK
006250     END-IF
006300     EVALUATE BD-REQUEST
006400        WHEN "N"
006500           PERFORM 2000-NEXT-BUSINESS-DAY
008700        AT END
008800           MOVE "10" TO WS-BUSCAL-STATUS
008900        NOT AT END
008910           PERFORM 1200-STORE-ONE-DATE
008920              THRU 1200-STORE-ONE-DATE-EXIT
009500     END-READ.
009600 1100-LOAD-ONE-DATE-EXIT.
009700     EXIT.
009701*--------------------------------------------------------------
009702* 1200-STORE-ONE-DATE - A CHANGE OF CALENDAR ID OPENS THE NEXT
009703*          RANGE; ROWS WITH NO ID (AN OLDER FILE) ARE THE SHOP'S
009704*--------------------------------------------------------------
009705 1200-STORE-ONE-DATE.
009706     IF WS-CAL-COUNT NOT < 60000
009707        GO TO 1200-STORE-ONE-DATE-EXIT
009708     END-IF
009709     MOVE BC-CALENDAR-ID TO WS-ROW-CAL
009710     IF WS-ROW-CAL = SPACES OR LOW-VALUES
009711        MOVE "SHOP" TO WS-ROW-CAL
009712     END-IF
009713     IF WS-RANGE-COUNT = ZERO
009714        OR WS-RANGE-CAL(WS-RANGE-COUNT) NOT = WS-ROW-CAL
009715        IF WS-RANGE-COUNT NOT < 20
009716           GO TO 1200-STORE-ONE-DATE-EXIT
009717        END-IF
009718        ADD 1 TO WS-RANGE-COUNT
009719        MOVE WS-ROW-CAL TO WS-RANGE-CAL(WS-RANGE-COUNT)
009720        COMPUTE WS-RANGE-FIRST(WS-RANGE-COUNT) = WS-CAL-COUNT + 1
009721     END-IF
009722     ADD 1 TO WS-CAL-COUNT
009723     MOVE BC-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
009724     MOVE BC-FLAG TO WS-CAL-FLAG(WS-CAL-COUNT)
009725     MOVE WS-CAL-COUNT TO WS-RANGE-LAST(WS-RANGE-COUNT).
009726 1200-STORE-ONE-DATE-EXIT.
009727     EXIT.
009728*--------------------------------------------------------------
009729* 1500-FIND-CALENDAR - THE CACHE RANGE OF THE REQUESTED
009730*          CALENDAR; NO ID ON THE REQUEST MEANS THE SHOP'S
009731*--------------------------------------------------------------
009732 1500-FIND-CALENDAR.
009733     MOVE BD-CALENDAR-ID TO WS-REQ-CAL
009734     IF WS-REQ-CAL = SPACES OR LOW-VALUES
009735        MOVE "SHOP" TO WS-REQ-CAL
009736     END-IF
009737     MOVE ZERO TO WS-REQ-FIRST
009738     MOVE ZERO TO WS-REQ-LAST
009739     PERFORM 1510-MATCH-ONE-RANGE THRU 1510-MATCH-ONE-RANGE-EXIT
009740        VARYING WS-RANGE-SCAN FROM 1 BY 1
009741        UNTIL WS-RANGE-SCAN > WS-RANGE-COUNT
009742           OR WS-REQ-FIRST > ZERO.
009743 1500-FIND-CALENDAR-EXIT.
009744     EXIT.
009745 1510-MATCH-ONE-RANGE.
009746     IF WS-RANGE-CAL(WS-RANGE-SCAN) = WS-REQ-CAL
009747        MOVE WS-RANGE-FIRST(WS-RANGE-SCAN) TO WS-REQ-FIRST
009748        MOVE WS-RANGE-LAST(WS-RANGE-SCAN) TO WS-REQ-LAST
009749     END-IF.
009750 1510-MATCH-ONE-RANGE-EXIT.
009751     EXIT.
009800*--------------------------------------------------------------
009900* 2000-NEXT-BUSINESS-DAY - FIRST BUSINESS DATE STRICTLY AFTER
010000*          BD-DATE-1
010200 2000-NEXT-BUSINESS-DAY.
010300     MOVE "N" TO WS-FOUND-SW
010400     PERFORM 2100-TEST-ONE-NEXT THRU 2100-TEST-ONE-NEXT-EXIT
010410        VARYING WS-CAL-SCAN FROM WS-REQ-FIRST BY 1
010420        UNTIL WS-CAL-SCAN > WS-REQ-LAST
010700           OR ANSWER-FOUND.
010800 2000-NEXT-BUSINESS-DAY-EXIT.
010900     EXIT.
012600     END-IF
012700     MOVE "00" TO BD-STATUS
012800     PERFORM 3100-COUNT-ONE-DAY THRU 3100-COUNT-ONE-DAY-EXIT
012810        VARYING WS-CAL-SCAN FROM WS-REQ-FIRST BY 1
012820        UNTIL WS-CAL-SCAN > WS-REQ-LAST.
013100 3000-DAYS-BETWEEN-EXIT.
013200     EXIT.
013300 3100-COUNT-ONE-DAY.
