000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORD-TRACK.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. WAREHOUSE FLOOR CONTROL.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. CUSTOMER ORDER TRACKING AND
001100*                 DAILY FILL RATE. POSTS EACH PICK ON TONIGHT'S
001200*                 STOCK MOVEMENTS (STKMOVE) THAT CARRIES AN
001300*                 ORDER REFERENCE AGAINST ITS LINE ON THE ORDER
001400*                 STATUS FILE (ORDSTAT); A LINE PICKED IN FULL
001500*                 GOES FROM RELEASED TO PICKED. A RELEASED LINE
001600*                 STILL NOT PICKED AFTER THE SHORT-SHIP WINDOW
001700*                 (RUNCTL ORDTRACK SHORTDAYS, BUSINESS DAYS,
001800*                 DEFAULT 2) IS CLOSED AS SHORT-SHIPPED. THE
001900*                 FILL RATE REPORT (ORDFILL) LISTS EVERY ORDER
002000*                 STILL OPEN OR TOUCHED TODAY AS COMPLETE,
002100*                 PARTIAL, BACKORDERED, OPEN OR SHORT-SHIPPED,
002200*                 WITH UNIT AND LINE FILL RATES. MUST RUN AFTER
002300*                 THE ROBOT SIMULATOR AND BEFORE STOCK-POST,
002400*                 WHICH CLEARS STKMOVE; STKMOVE IS NOT CLEARED
002500*                 HERE.
002510* 2026-10-15 RLM  PICKS POSTED ARE STAMPED ON THE LINE WITH
002520*                 THE RUN DATE AND QUANTITY; A RERUN BEFORE
002530*                 STOCK-POST BACKS THEM OUT FIRST, SO THE SAME
002540*                 STKMOVE IS NEVER COUNTED TWICE.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-STKMOVE-STATUS.
003600     SELECT ORDER-STATUS-FILE ASSIGN TO "ORDSTAT"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OS-KEY
004000         FILE STATUS IS WS-ORDSTAT-STATUS.
004100     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-JOBACCT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STOCK-MOVE-FILE
004700     RECORDING MODE IS F.
004800 01  STOCK-MOVE-RECORD.
004900     05 SM-RUN-DATE            PIC X(08).
005000     05 FILLER                 PIC X(02).
005100     05 SM-PART-NUMBER         PIC X(06).
005200     05 FILLER                 PIC X(02).
005300     05 SM-QTY                 PIC 9(05).
005400     05 FILLER                 PIC X(02).
005500     05 SM-ROBOT-ID            PIC X(05).
005600     05 FILLER                 PIC X(02).
005700     05 SM-MOVE-TYPE           PIC X(04).
005800     05 FILLER                 PIC X(02).
005900     05 SM-ORDER-REF.
006000        10 SM-ORDER-NUMBER     PIC X(08).
006100        10 SM-LINE-NUMBER      PIC X(03).
006200 FD  ORDER-STATUS-FILE.
006300 01  ORDER-STATUS-RECORD.
006400     05 OS-KEY.
006500        10 OS-ORDER-NUMBER     PIC X(08).
006600        10 OS-LINE-NUMBER      PIC 9(03).
006700     05 OS-PART-NUMBER         PIC 9(06).
006800     05 OS-ORDER-QTY           PIC 9(05).
006900     05 OS-PICKED-QTY          PIC 9(05).
007000     05 OS-PRIORITY            PIC X(01).
007100     05 OS-STATUS              PIC X(01).
007200        88 OS-RELEASED         VALUE "R".
007300        88 OS-PICKED           VALUE "P".
007400        88 OS-SHORT-SHIPPED    VALUE "S".
007500        88 OS-BACKORDERED      VALUE "B".
007600     05 OS-ORDER-DATE          PIC X(08).
007700     05 OS-STATUS-DATE         PIC X(08).
007710     05 OS-PICK-RUN-DATE       PIC X(08).
007720     05 OS-PICK-RUN-QTY        PIC 9(05).
007800 FD  JOB-ACCT-FILE
007900     RECORDING MODE IS F.
008000 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008100 WORKING-STORAGE SECTION.
008200*--------------------------------------------------------------
008300* FILE STATUS AND RUN CONTROLS
008400*--------------------------------------------------------------
008500 77  WS-STKMOVE-STATUS         PIC XX.
008600 77  WS-ORDSTAT-STATUS         PIC XX.
008700 77  WS-JOBACCT-STATUS         PIC XX.
008800 77  WS-EOF-SW                 PIC X VALUE "N".
008900     88 END-OF-INPUT           VALUE "Y".
009000 77  WS-CALENDAR-SW            PIC X VALUE "Y".
009100     88 CALENDAR-COVERS-RUN    VALUE "Y".
009200 77  WS-JA-START-TIMESTAMP     PIC X(14).
009300 77  WS-RUN-DATE               PIC X(08).
009400 77  WS-SHORT-DAYS             PIC 9(03) VALUE 2.
009500 77  WS-AGE-DAYS               PIC S9(05).
009600 COPY JOBACCT.
009700 COPY RPTWRITE.
009800 COPY RUNPARM.
009900 COPY BUSDAY.
010000 01  WS-RPT-DETAIL             PIC X(100).
010100*--------------------------------------------------------------
010200* CURRENT ORDER ACCUMULATORS
010300*--------------------------------------------------------------
010400 01  WS-ORDER-ACCUM.
010500     05 WS-CUR-ORDER           PIC X(08) VALUE SPACES.
010600     05 WS-CUR-TODAY-SW        PIC X(01).
010700        88 WS-CUR-TOUCHED-TODAY VALUE "Y".
010800     05 WS-CUR-LINES           PIC 9(04) BINARY.
010900     05 WS-CUR-PICKED          PIC 9(04) BINARY.
011000     05 WS-CUR-SHORT           PIC 9(04) BINARY.
011100     05 WS-CUR-BACKORD         PIC 9(04) BINARY.
011200     05 WS-CUR-OPEN            PIC 9(04) BINARY.
011300     05 WS-CUR-UNITS-ORDERED   PIC 9(07) BINARY.
011400     05 WS-CUR-UNITS-SHIPPED   PIC 9(07) BINARY.
011500*--------------------------------------------------------------
011600* RUN TOTALS
011700*--------------------------------------------------------------
011800 77  WS-MOVES-READ             PIC 9(07) BINARY VALUE ZERO.
011900 77  WS-PICKS-POSTED           PIC 9(07) BINARY VALUE ZERO.
012000 77  WS-PICKS-UNMATCHED        PIC 9(07) BINARY VALUE ZERO.
012010 77  WS-PICKS-BACKED-OUT       PIC 9(07) BINARY VALUE ZERO.
012100 77  WS-LINES-SHORTED          PIC 9(07) BINARY VALUE ZERO.
012200 77  WS-ORDERS-LISTED          PIC 9(07) BINARY VALUE ZERO.
012300 77  WS-ORDERS-COMPLETE        PIC 9(07) BINARY VALUE ZERO.
012400 77  WS-ORDERS-PARTIAL         PIC 9(07) BINARY VALUE ZERO.
012500 77  WS-ORDERS-BACKORDERED     PIC 9(07) BINARY VALUE ZERO.
012600 77  WS-ORDERS-OPEN            PIC 9(07) BINARY VALUE ZERO.
012700 77  WS-ORDERS-SHORT           PIC 9(07) BINARY VALUE ZERO.
012800 77  WS-LINES-LISTED           PIC 9(07) BINARY VALUE ZERO.
012900 77  WS-LINES-FILLED           PIC 9(07) BINARY VALUE ZERO.
013000 77  WS-UNITS-ORDERED          PIC 9(09) BINARY VALUE ZERO.
013100 77  WS-UNITS-SHIPPED          PIC 9(09) BINARY VALUE ZERO.
013200*--------------------------------------------------------------
013300* REPORT LINES
013400*--------------------------------------------------------------
013500 01  WS-FILL-LINE.
013600     05 FL-ORDER               PIC X(08).
013700     05 FILLER                 PIC X(02) VALUE SPACES.
013800     05 FL-LINES               PIC ZZZ9.
013900     05 FILLER                 PIC X(02) VALUE SPACES.
014000     05 FL-PICKED              PIC ZZZ9.
014100     05 FILLER                 PIC X(02) VALUE SPACES.
014200     05 FL-SHORT               PIC ZZZ9.
014300     05 FILLER                 PIC X(02) VALUE SPACES.
014400     05 FL-BACKORD             PIC ZZZ9.
014500     05 FILLER                 PIC X(02) VALUE SPACES.
014600     05 FL-OPEN                PIC ZZZ9.
014700     05 FILLER                 PIC X(02) VALUE SPACES.
014800     05 FL-ORDERED             PIC ZZZZZZ9.
014900     05 FILLER                 PIC X(02) VALUE SPACES.
015000     05 FL-SHIPPED             PIC ZZZZZZ9.
015100     05 FILLER                 PIC X(02) VALUE SPACES.
015200     05 FL-STATUS              PIC X(14).
015300 01  WS-PICK-LINE.
015400     05 FILLER                 PIC X(28)
015500        VALUE "PICK FOR UNKNOWN ORDER LINE ".
015600     05 PK-ORDER-REF           PIC X(11).
015700     05 FILLER                 PIC X(07) VALUE "  PART ".
015800     05 PK-PART                PIC X(06).
015900     05 FILLER                 PIC X(06) VALUE "  QTY ".
016000     05 PK-QTY                 PIC ZZZZ9.
016100 01  WS-TOTAL-LINE.
016200     05 TT-LABEL               PIC X(24).
016300     05 TT-COUNT               PIC ZZZZZZZZ9.
016400 01  WS-RATE-LINE.
016500     05 RT-LABEL               PIC X(24).
016600     05 FILLER                 PIC X(04) VALUE SPACES.
016700     05 RT-PCT                 PIC ZZ9.9.
016800 77  WS-FILL-PCT               PIC 9(03)V9.
016900 PROCEDURE DIVISION.
017000*--------------------------------------------------------------
017100* 0000-MAINLINE
017200*--------------------------------------------------------------
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017500     PERFORM 2000-POST-PICKS THRU 2000-POST-PICKS-EXIT
017600     PERFORM 3000-REVIEW-ORDERS THRU 3000-REVIEW-ORDERS-EXIT
017700     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
017800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
017900*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN A PICK NAMED
018000*    AN ORDER LINE THAT IS NOT ON FILE.
018100     IF WS-PICKS-UNMATCHED > ZERO
018200        MOVE 4 TO RETURN-CODE
018300     END-IF
018400     STOP RUN.
018500*--------------------------------------------------------------
018600* 1000-INITIALIZE
018700*--------------------------------------------------------------
018800 1000-INITIALIZE.
018900     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
019000     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
019100     MOVE "ORDTRACK" TO RP-PROGRAM-ID
019200     MOVE "SHORTDAYS" TO RP-KEYWORD
019300     MOVE "2" TO RP-DEFAULT
019400     CALL "RUNPARM" USING RUN-PARM-CONTROL
019500     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
019600        MOVE RP-VALUE(1:3) TO WS-SHORT-DAYS
019700     END-IF
019800*    A CALENDAR WITH NO BUSINESS DAY AFTER TODAY CANNOT AGE
019900*    ANYTHING; FALL BACK TO CALENDAR DAYS FOR THE WHOLE RUN
020000     MOVE "N" TO BD-REQUEST
020100     MOVE WS-RUN-DATE TO BD-DATE-1
020200     CALL "BUSDAY" USING BUS-DAY-CONTROL
020300     IF BD-STATUS NOT = "00"
020400        MOVE "N" TO WS-CALENDAR-SW
020500     END-IF
020600     OPEN I-O ORDER-STATUS-FILE
020700     IF WS-ORDSTAT-STATUS = "35"
020800        OPEN OUTPUT ORDER-STATUS-FILE
020900        CLOSE ORDER-STATUS-FILE
021000        OPEN I-O ORDER-STATUS-FILE
021100     END-IF
021200     MOVE "O" TO RPT-REQUEST
021300     MOVE "ORDFILL" TO RPT-PROGRAM-ID
021400     MOVE "ORDFILL" TO RPT-REPORT-NAME
021500     MOVE "DAILY ORDER FILL RATE" TO RPT-TITLE
021600     MOVE SPACES TO RPT-COL-HEADING
021700     STRING "ORDER     LINE  PICK  SHRT  BACK  OPEN"
021800        DELIMITED BY SIZE
021900        "  ORDERED  SHIPPED  STATUS" DELIMITED BY SIZE
022000        INTO RPT-COL-HEADING
022100     END-STRING
022200     MOVE 60 TO RPT-LINES-PER-PAGE
022300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
022400     MOVE "D" TO RPT-REQUEST.
022500 1000-INITIALIZE-EXIT.
022600     EXIT.
022700*--------------------------------------------------------------
022800* 2000-POST-PICKS - TONIGHT'S ORDER PICKS AGAINST THEIR LINES
022900*--------------------------------------------------------------
023000 2000-POST-PICKS.
023100     MOVE "N" TO WS-EOF-SW
023200     OPEN INPUT STOCK-MOVE-FILE
023300     IF WS-STKMOVE-STATUS NOT = "00"
023400        GO TO 2000-POST-PICKS-EXIT
023500     END-IF
023510*    A RERUN BEFORE STOCK-POST SEES THE SAME STKMOVE AGAIN; TAKE
023520*    OFF WHAT AN EARLIER RUN TODAY POSTED BEFORE POSTING IT ANEW
023530     PERFORM 2050-BACK-OUT-PICK THRU 2050-BACK-OUT-PICK-EXIT
023540        UNTIL END-OF-INPUT
023550     CLOSE STOCK-MOVE-FILE
023560     MOVE "N" TO WS-EOF-SW
023570     OPEN INPUT STOCK-MOVE-FILE
023600     PERFORM 2100-POST-ONE-PICK THRU 2100-POST-ONE-PICK-EXIT
023700        UNTIL END-OF-INPUT
023800     CLOSE STOCK-MOVE-FILE.
023900 2000-POST-PICKS-EXIT.
024000     EXIT.
024002*--------------------------------------------------------------
024004* 2050-BACK-OUT-PICK - A LINE ALREADY POSTED BY A RUN WITH
024006*          TODAY'S DATE LOSES THAT RUN'S PICKS; A LINE THAT RUN
024008*          CLOSED AS PICKED GOES BACK TO RELEASED
024010*--------------------------------------------------------------
024012 2050-BACK-OUT-PICK.
024014     READ STOCK-MOVE-FILE
024016        AT END
024018           SET END-OF-INPUT TO TRUE
024020           GO TO 2050-BACK-OUT-PICK-EXIT
024022     END-READ
024024     IF SM-ORDER-REF = SPACES OR SM-LINE-NUMBER IS NOT NUMERIC
024026        GO TO 2050-BACK-OUT-PICK-EXIT
024028     END-IF
024030     MOVE SM-ORDER-NUMBER TO OS-ORDER-NUMBER
024032     MOVE SM-LINE-NUMBER TO OS-LINE-NUMBER
024034     READ ORDER-STATUS-FILE
024036        INVALID KEY
024038           GO TO 2050-BACK-OUT-PICK-EXIT
024040     END-READ
024042     IF OS-PICK-RUN-DATE NOT = WS-RUN-DATE
024044        GO TO 2050-BACK-OUT-PICK-EXIT
024046     END-IF
024048     IF OS-PICKED-QTY > OS-PICK-RUN-QTY
024050        SUBTRACT OS-PICK-RUN-QTY FROM OS-PICKED-QTY
024052     ELSE
024054        MOVE ZERO TO OS-PICKED-QTY
024056     END-IF
024058     IF OS-PICKED AND OS-STATUS-DATE = WS-RUN-DATE
024060        AND OS-PICKED-QTY < OS-ORDER-QTY
024062        SET OS-RELEASED TO TRUE
024064     END-IF
024066     MOVE SPACES TO OS-PICK-RUN-DATE
024068     MOVE ZERO TO OS-PICK-RUN-QTY
024070     REWRITE ORDER-STATUS-RECORD
024072     ADD 1 TO WS-PICKS-BACKED-OUT.
024074 2050-BACK-OUT-PICK-EXIT.
024076     EXIT.
024100*--------------------------------------------------------------
024200* 2100-POST-ONE-PICK - A LINE PICKED IN FULL IS PICKED; A LATE
024300*          PICK ON A SHORT-SHIPPED LINE STILL COUNTS AS SHIPPED
024400*--------------------------------------------------------------
024500 2100-POST-ONE-PICK.
024600     READ STOCK-MOVE-FILE
024700        AT END
024800           SET END-OF-INPUT TO TRUE
024900           GO TO 2100-POST-ONE-PICK-EXIT
025000     END-READ
025100     ADD 1 TO WS-MOVES-READ
025200     IF SM-ORDER-REF = SPACES
025300        GO TO 2100-POST-ONE-PICK-EXIT
025400     END-IF
025500     IF SM-LINE-NUMBER IS NOT NUMERIC
025600        GO TO 2100-POST-ONE-PICK-UNMATCHED
025700     END-IF
025800     MOVE SM-ORDER-NUMBER TO OS-ORDER-NUMBER
025900     MOVE SM-LINE-NUMBER TO OS-LINE-NUMBER
026000     READ ORDER-STATUS-FILE
026100        INVALID KEY
026200           GO TO 2100-POST-ONE-PICK-UNMATCHED
026300     END-READ
026400     ADD SM-QTY TO OS-PICKED-QTY
026410     IF OS-PICK-RUN-DATE NOT = WS-RUN-DATE
026420        MOVE WS-RUN-DATE TO OS-PICK-RUN-DATE
026430        MOVE ZERO TO OS-PICK-RUN-QTY
026440     END-IF
026450     ADD SM-QTY TO OS-PICK-RUN-QTY
026500     IF OS-PICKED-QTY NOT < OS-ORDER-QTY
026600        SET OS-PICKED TO TRUE
026700        MOVE WS-RUN-DATE TO OS-STATUS-DATE
026800     END-IF
026900     REWRITE ORDER-STATUS-RECORD
027000     ADD 1 TO WS-PICKS-POSTED
027100     GO TO 2100-POST-ONE-PICK-EXIT.
027200 2100-POST-ONE-PICK-UNMATCHED.
027300     ADD 1 TO WS-PICKS-UNMATCHED
027400     MOVE SM-ORDER-REF TO PK-ORDER-REF
027500     MOVE SM-PART-NUMBER TO PK-PART
027600     MOVE SM-QTY TO PK-QTY
027700     MOVE WS-PICK-LINE TO WS-RPT-DETAIL
027800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
027900 2100-POST-ONE-PICK-EXIT.
028000     EXIT.
028100*--------------------------------------------------------------
028200* 3000-REVIEW-ORDERS - WALK THE STATUS FILE IN ORDER SEQUENCE,
028300*          CLOSING OVERDUE LINES AND LISTING EACH ORDER ON ITS
028400*          LAST LINE
028500*--------------------------------------------------------------
028600 3000-REVIEW-ORDERS.
028700     MOVE "N" TO WS-EOF-SW
028800     MOVE SPACES TO WS-CUR-ORDER
028900     MOVE LOW-VALUES TO OS-KEY
029000     START ORDER-STATUS-FILE KEY NOT < OS-KEY
029100        INVALID KEY
029200           SET END-OF-INPUT TO TRUE
029300     END-START
029400     PERFORM 3100-REVIEW-ONE-LINE THRU 3100-REVIEW-ONE-LINE-EXIT
029500        UNTIL END-OF-INPUT
029600     IF WS-CUR-ORDER NOT = SPACES
029700        PERFORM 3300-LIST-ORDER THRU 3300-LIST-ORDER-EXIT
029800     END-IF.
029900 3000-REVIEW-ORDERS-EXIT.
030000     EXIT.
030100 3100-REVIEW-ONE-LINE.
030200     READ ORDER-STATUS-FILE NEXT RECORD
030300        AT END
030400           SET END-OF-INPUT TO TRUE
030500           GO TO 3100-REVIEW-ONE-LINE-EXIT
030600     END-READ
030700     IF OS-ORDER-NUMBER NOT = WS-CUR-ORDER
030800        IF WS-CUR-ORDER NOT = SPACES
030900           PERFORM 3300-LIST-ORDER THRU 3300-LIST-ORDER-EXIT
031000        END-IF
031100        MOVE OS-ORDER-NUMBER TO WS-CUR-ORDER
031200        MOVE "N" TO WS-CUR-TODAY-SW
031300        MOVE ZERO TO WS-CUR-LINES WS-CUR-PICKED WS-CUR-SHORT
031400           WS-CUR-BACKORD WS-CUR-OPEN WS-CUR-UNITS-ORDERED
031500           WS-CUR-UNITS-SHIPPED
031600     END-IF
031700     IF OS-RELEASED
031800        PERFORM 3200-AGE-RELEASE THRU 3200-AGE-RELEASE-EXIT
031900        IF WS-AGE-DAYS > WS-SHORT-DAYS
032000           SET OS-SHORT-SHIPPED TO TRUE
032100           MOVE WS-RUN-DATE TO OS-STATUS-DATE
032200           REWRITE ORDER-STATUS-RECORD
032300           ADD 1 TO WS-LINES-SHORTED
032400        END-IF
032500     END-IF
032600     IF OS-STATUS-DATE = WS-RUN-DATE
032700        MOVE "Y" TO WS-CUR-TODAY-SW
032800     END-IF
032900     ADD 1 TO WS-CUR-LINES
033000     ADD OS-ORDER-QTY TO WS-CUR-UNITS-ORDERED
033100     ADD OS-PICKED-QTY TO WS-CUR-UNITS-SHIPPED
033200     EVALUATE TRUE
033300        WHEN OS-PICKED
033400           ADD 1 TO WS-CUR-PICKED
033500        WHEN OS-SHORT-SHIPPED
033600           ADD 1 TO WS-CUR-SHORT
033700        WHEN OS-BACKORDERED
033800           ADD 1 TO WS-CUR-BACKORD
033900        WHEN OTHER
034000           ADD 1 TO WS-CUR-OPEN
034100     END-EVALUATE.
034200 3100-REVIEW-ONE-LINE-EXIT.
034300     EXIT.
034400*--------------------------------------------------------------
034500* 3200-AGE-RELEASE - BUSINESS DAYS FROM RELEASE TO THE RUN
034600*          DATE; CALENDAR DAYS WHEN BUSCAL DOES NOT COVER THE
034700*          RUN
034800*--------------------------------------------------------------
034900 3200-AGE-RELEASE.
035000     MOVE ZERO TO WS-AGE-DAYS
035100     IF CALENDAR-COVERS-RUN
035200        MOVE "B" TO BD-REQUEST
035300        MOVE OS-STATUS-DATE TO BD-DATE-1
035400        MOVE WS-RUN-DATE TO BD-DATE-2
035500        CALL "BUSDAY" USING BUS-DAY-CONTROL
035600        IF BD-STATUS = "00"
035700           MOVE BD-RESULT-COUNT TO WS-AGE-DAYS
035800        END-IF
035900        GO TO 3200-AGE-RELEASE-EXIT
036000     END-IF
036100     IF OS-STATUS-DATE IS NUMERIC
036200        COMPUTE WS-AGE-DAYS =
036300           INTEGER-OF-DATE(NUMVAL(WS-RUN-DATE))
036400           - INTEGER-OF-DATE(NUMVAL(OS-STATUS-DATE))
036500     END-IF.
036600 3200-AGE-RELEASE-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------
036900* 3300-LIST-ORDER - ONE FILL LINE PER ORDER STILL OPEN OR
037000*          TOUCHED TODAY; CLOSED ORDERS FROM EARLIER DAYS DROP
037100*          OFF THE REPORT
037200*--------------------------------------------------------------
037300 3300-LIST-ORDER.
037400     IF WS-CUR-OPEN = ZERO AND WS-CUR-BACKORD = ZERO
037500        AND NOT WS-CUR-TOUCHED-TODAY
037600        GO TO 3300-LIST-ORDER-EXIT
037700     END-IF
037800     MOVE SPACES TO WS-FILL-LINE
037900     MOVE WS-CUR-ORDER TO FL-ORDER
038000     MOVE WS-CUR-LINES TO FL-LINES
038100     MOVE WS-CUR-PICKED TO FL-PICKED
038200     MOVE WS-CUR-SHORT TO FL-SHORT
038300     MOVE WS-CUR-BACKORD TO FL-BACKORD
038400     MOVE WS-CUR-OPEN TO FL-OPEN
038500     MOVE WS-CUR-UNITS-ORDERED TO FL-ORDERED
038600     MOVE WS-CUR-UNITS-SHIPPED TO FL-SHIPPED
038700     EVALUATE TRUE
038800        WHEN WS-CUR-PICKED = WS-CUR-LINES
038900           MOVE "COMPLETE" TO FL-STATUS
039000           ADD 1 TO WS-ORDERS-COMPLETE
039100        WHEN WS-CUR-UNITS-SHIPPED > ZERO
039200           MOVE "PARTIAL" TO FL-STATUS
039300           ADD 1 TO WS-ORDERS-PARTIAL
039400        WHEN WS-CUR-BACKORD > ZERO
039500           MOVE "BACKORDERED" TO FL-STATUS
039600           ADD 1 TO WS-ORDERS-BACKORDERED
039700        WHEN WS-CUR-OPEN > ZERO
039800           MOVE "OPEN" TO FL-STATUS
039900           ADD 1 TO WS-ORDERS-OPEN
040000        WHEN OTHER
040100           MOVE "SHORT-SHIPPED" TO FL-STATUS
040200           ADD 1 TO WS-ORDERS-SHORT
040300     END-EVALUATE
040400     ADD 1 TO WS-ORDERS-LISTED
040500     ADD WS-CUR-LINES TO WS-LINES-LISTED
040600     ADD WS-CUR-PICKED TO WS-LINES-FILLED
040700     ADD WS-CUR-UNITS-ORDERED TO WS-UNITS-ORDERED
040800     ADD WS-CUR-UNITS-SHIPPED TO WS-UNITS-SHIPPED
040900     MOVE WS-FILL-LINE TO WS-RPT-DETAIL
041000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
041100 3300-LIST-ORDER-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------
041400* 6000-WRITE-TOTALS
041500*--------------------------------------------------------------
041600 6000-WRITE-TOTALS.
041700     MOVE SPACES TO WS-RPT-DETAIL
041800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
041900     MOVE "STOCK MOVES READ" TO TT-LABEL
042000     MOVE WS-MOVES-READ TO TT-COUNT
042100     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
042200     MOVE "ORDER PICKS POSTED" TO TT-LABEL
042300     MOVE WS-PICKS-POSTED TO TT-COUNT
042400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
042500     MOVE "PICKS NOT MATCHED" TO TT-LABEL
042600     MOVE WS-PICKS-UNMATCHED TO TT-COUNT
042700     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
042710     MOVE "RERUN PICKS BACKED OUT" TO TT-LABEL
042720     MOVE WS-PICKS-BACKED-OUT TO TT-COUNT
042730     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
042800     MOVE "LINES SHORT-SHIPPED" TO TT-LABEL
042900     MOVE WS-LINES-SHORTED TO TT-COUNT
043000     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
043100     MOVE "ORDERS LISTED" TO TT-LABEL
043200     MOVE WS-ORDERS-LISTED TO TT-COUNT
043300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
043400     MOVE "  COMPLETE" TO TT-LABEL
043500     MOVE WS-ORDERS-COMPLETE TO TT-COUNT
043600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
043700     MOVE "  PARTIAL" TO TT-LABEL
043800     MOVE WS-ORDERS-PARTIAL TO TT-COUNT
043900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
044000     MOVE "  BACKORDERED" TO TT-LABEL
044100     MOVE WS-ORDERS-BACKORDERED TO TT-COUNT
044200     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
044300     MOVE "  OPEN" TO TT-LABEL
044400     MOVE WS-ORDERS-OPEN TO TT-COUNT
044500     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
044600     MOVE "  SHORT-SHIPPED" TO TT-LABEL
044700     MOVE WS-ORDERS-SHORT TO TT-COUNT
044800     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
044900     MOVE "UNITS ORDERED" TO TT-LABEL
045000     MOVE WS-UNITS-ORDERED TO TT-COUNT
045100     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
045200     MOVE "UNITS SHIPPED" TO TT-LABEL
045300     MOVE WS-UNITS-SHIPPED TO TT-COUNT
045400     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
045500     MOVE ZERO TO WS-FILL-PCT
045600     IF WS-UNITS-ORDERED > ZERO
045700        COMPUTE WS-FILL-PCT ROUNDED =
045800           WS-UNITS-SHIPPED * 100 / WS-UNITS-ORDERED
045900     END-IF
046000     MOVE "UNIT FILL RATE PCT" TO RT-LABEL
046100     MOVE WS-FILL-PCT TO RT-PCT
046200     MOVE WS-RATE-LINE TO WS-RPT-DETAIL
046300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
046400     MOVE ZERO TO WS-FILL-PCT
046500     IF WS-LINES-LISTED > ZERO
046600        COMPUTE WS-FILL-PCT ROUNDED =
046700           WS-LINES-FILLED * 100 / WS-LINES-LISTED
046800     END-IF
046900     MOVE "LINE FILL RATE PCT" TO RT-LABEL
047000     MOVE WS-FILL-PCT TO RT-PCT
047100     MOVE WS-RATE-LINE TO WS-RPT-DETAIL
047200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
047300 6000-WRITE-TOTALS-EXIT.
047400     EXIT.
047500*--------------------------------------------------------------
047600* 6900-WRITE-TOTAL
047700*--------------------------------------------------------------
047800 6900-WRITE-TOTAL.
047900     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
048000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
048100 6900-WRITE-TOTAL-EXIT.
048200     EXIT.
048300*--------------------------------------------------------------
048400* 9000-FINISH
048500*--------------------------------------------------------------
048600 9000-FINISH.
048700     MOVE "C" TO RPT-REQUEST
048800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
048900     CLOSE ORDER-STATUS-FILE
049000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
049100 9000-FINISH-EXIT.
049200     EXIT.
049300*--------------------------------------------------------------
049400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
049500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
049600*--------------------------------------------------------------
049700 9100-LOG-JOB-ACCT.
049800     OPEN EXTEND JOB-ACCT-FILE
049900     IF WS-JOBACCT-STATUS = "35"
050000        OPEN OUTPUT JOB-ACCT-FILE
050100        CLOSE JOB-ACCT-FILE
050200        OPEN EXTEND JOB-ACCT-FILE
050300     END-IF
050400     MOVE "ORDTRACK" TO JA-PROGRAM-NAME
050500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
050600     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
050700     MOVE "COMPLETED" TO JA-RETURN-STATUS
050800     MOVE WS-MOVES-READ TO JA-RECORD-COUNT
050900     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
051000     CLOSE JOB-ACCT-FILE.
051100 9100-LOG-JOB-ACCT-EXIT.
051200     EXIT.
