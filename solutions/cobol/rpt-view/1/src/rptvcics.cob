000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTVCICS.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. ONLINE VIEWER FOR THE CATALOGED
001100*                 REPORT GENERATIONS UNDER TRANSACTION RPTV,
001200*                 PSEUDO-CONVERSATIONAL LIKE THE OTHER FRONT
001300*                 ENDS. THE FIRST SCREEN LISTS THE LOGICAL
001400*                 REPORTS IN THE GDGCAT CATALOG ("S NNN" PICKS
001500*                 ONE), THE SECOND ITS GENERATIONS NEWEST FIRST
001600*                 ("S NNN" OR "S YYYYMMDD" PICKS ONE), AND THE
001700*                 THIRD PAGES THROUGH THAT GENERATION'S LINES
001800*                 FROM THE KEYED RPTARCH ARCHIVE GDG-KEEP LOADS
001900*                 (PF8/PF7 PAGE, PF11/PF10 SHIFT RIGHT AND LEFT
002000*                 ACROSS THE 132-BYTE LINE, "F TEXT" FINDS THE
002100*                 NEXT LINE CONTAINING TEXT, A BARE "F" REPEATS
002200*                 THE LAST FIND). "L" STEPS BACK ONE LIST. SO
002300*                 "WHAT DID THE REPORT SAY ON THE 14TH" IS
002400*                 ANSWERED AT A TERMINAL. EVERY TASK APPENDS ITS
002500*                 TXNACT ROW LIKE THE OTHER SCREENS.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100*--------------------------------------------------------------
003200* SCREEN AND INPUT WORK AREAS
003300*--------------------------------------------------------------
003400 01  WS-OPERATOR-INPUT         PIC X(40).
003500 01  WS-INPUT-LENGTH           PIC S9(4) COMP VALUE 40.
003600 01  WS-SCREEN-PAGE.
003700     05 WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
003800 01  WS-PAGE-LINE-NO           PIC 9(02).
003900 01  WS-RESP-CODE              PIC S9(8) COMP.
004000 01  WS-STATUS-MSG             PIC X(60).
004100 77  WS-CMD-CODE               PIC X(01).
004200 77  WS-CMD-ARG                PIC X(38).
004300 77  WS-CMD-ARG-LEN            PIC 9(02).
004400 77  WS-ROWS-ON-PAGE           PIC 9(02) VALUE 18.
004500 01  WS-DATE-SHOW.
004600     05 DS-YYYY                PIC X(04).
004700     05 FILLER                 PIC X(01) VALUE "-".
004800     05 DS-MM                  PIC X(02).
004900     05 FILLER                 PIC X(01) VALUE "-".
005000     05 DS-DD                  PIC X(02).
005100*--------------------------------------------------------------
005200* AID VALUES - MATCH THE SHOP'S DFHAID PF3/PF7/PF8/PF10/PF11
005300*--------------------------------------------------------------
005400 77  WS-AID-PF3                PIC X VALUE "3".
005500 77  WS-AID-PF7                PIC X VALUE "7".
005600 77  WS-AID-PF8                PIC X VALUE "8".
005700 77  WS-AID-PF10               PIC X VALUE ":".
005800 77  WS-AID-PF11               PIC X VALUE "#".
005900*--------------------------------------------------------------
006000* GDGCAT CATALOG (ESDS TO CICS, BROWSED BY RBA)
006100*--------------------------------------------------------------
006200 01  WS-CAT-RBA                PIC S9(8) COMP VALUE 0.
006300 01  WS-CAT-REC-LEN            PIC S9(4) COMP VALUE 57.
006400 01  WS-CAT-IN-RECORD.
006500     05 CI-FILE-NAME           PIC X(12).
006600     05 FILLER                 PIC X(02).
006700     05 CI-GEN-DATE            PIC X(08).
006800     05 FILLER                 PIC X(02).
006900     05 CI-GEN-NAME            PIC X(24).
007000     05 FILLER                 PIC X(02).
007100     05 CI-RECORD-COUNT        PIC 9(07).
007200 77  WS-CATALOG-DOWN-SW        PIC X(01) VALUE "N".
007300     88 CATALOG-NOT-AVAILABLE            VALUE "Y".
007400*--------------------------------------------------------------
007500* CATALOG ROWS HELD FOR THE TASK, THE LOGICAL REPORTS IN NAME
007600* ORDER, AND THE CHOSEN REPORT'S GENERATIONS NEWEST FIRST
007700*--------------------------------------------------------------
007800 01  WS-CAT-TABLE.
007900     05 WS-CAT-COUNT           PIC 9(04) VALUE ZERO.
008000     05 WS-CAT-ENTRY OCCURS 500 TIMES.
008100        10 WS-CAT-FILE         PIC X(12).
008200        10 WS-CAT-DATE         PIC X(08).
008300        10 WS-CAT-GEN          PIC X(24).
008400        10 WS-CAT-RECS         PIC 9(07).
008500 01  WS-RPT-TABLE.
008600     05 WS-RPT-COUNT           PIC 9(04) VALUE ZERO.
008700     05 WS-RPT-ENTRY OCCURS 100 TIMES.
008800        10 WS-RPT-NAME         PIC X(12).
008900        10 WS-RPT-GENS         PIC 9(04).
009000        10 WS-RPT-LATEST       PIC X(08).
009100 01  WS-GEN-TABLE.
009200     05 WS-GEN-COUNT           PIC 9(04) VALUE ZERO.
009300     05 WS-GEN-ENTRY OCCURS 500 TIMES.
009400        10 WS-GEN-DATE         PIC X(08).
009500        10 WS-GEN-NAME         PIC X(24).
009600        10 WS-GEN-RECS         PIC 9(07).
009700 77  WS-CAT-IDX                PIC 9(04).
009800 77  WS-RPT-IDX                PIC 9(04).
009900 77  WS-GEN-IDX                PIC 9(04).
010000 77  WS-SHIFT-IDX              PIC 9(04).
010100 77  WS-INSERT-AT              PIC 9(04).
010200 77  WS-LIST-SLOT              PIC 9(04).
010300 77  WS-DETAIL-PICK            PIC 9(04).
010400 77  WS-LIST-COUNT             PIC 9(04).
010500*--------------------------------------------------------------
010600* RPTARCH REPORT ARCHIVE (KSDS, GENERATION NAME + LINE NUMBER)
010700*--------------------------------------------------------------
010800 01  WS-ARC-KEY.
010900     05 WS-AK-GEN-NAME         PIC X(24).
011000     05 WS-AK-LINE-NO          PIC 9(07).
011100 01  WS-ARC-REC-LEN            PIC S9(4) COMP VALUE 163.
011200 01  WS-ARC-IN-RECORD.
011300     05 AI-GEN-NAME            PIC X(24).
011400     05 AI-LINE-NO             PIC 9(07).
011500     05 AI-TEXT                PIC X(132).
011600 77  WS-LINES-SHOWN            PIC 9(02).
011700 77  WS-FIND-UPPER             PIC X(132).
011800 77  WS-FIND-POS               PIC 9(03).
011900 77  WS-FIND-FROM              PIC 9(07).
011910 77  WS-LINE-EDIT              PIC ZZZZZZ9.
012000 77  WS-FIND-SW                PIC X(01).
012100     88 FIND-HIT               VALUE "Y".
012200     88 FIND-MISS              VALUE "N".
012300*--------------------------------------------------------------
012400* LIST AND VIEW SCREEN LINES
012500*--------------------------------------------------------------
012600 01  WS-RPT-LINE.
012700     05 RL-SEQ                 PIC ZZZ9.
012800     05 FILLER                 PIC X(02) VALUE SPACES.
012900     05 RL-NAME                PIC X(12).
013000     05 FILLER                 PIC X(02) VALUE SPACES.
013100     05 RL-GENS                PIC ZZZ9.
013200     05 FILLER                 PIC X(02) VALUE SPACES.
013300     05 RL-LATEST              PIC X(10).
013400 01  WS-GEN-LINE.
013500     05 GL-SEQ                 PIC ZZZ9.
013600     05 FILLER                 PIC X(02) VALUE SPACES.
013700     05 GL-DATE                PIC X(10).
013800     05 FILLER                 PIC X(02) VALUE SPACES.
013900     05 GL-NAME                PIC X(24).
014000     05 FILLER                 PIC X(02) VALUE SPACES.
014100     05 GL-RECS                PIC ZZZZZZ9.
014200 01  WS-VIEW-LINE.
014300     05 VL-LINE-NO             PIC ZZZZZZ9.
014400     05 FILLER                 PIC X(01) VALUE SPACE.
014500     05 VL-TEXT                PIC X(72).
014600*--------------------------------------------------------------
014700* COMMAREA - SCREEN STAGE (R REPORTS, G GENERATIONS, V VIEW),
014800*          TOP ROW OR LINE, CHOSEN REPORT AND GENERATION, THE
014900*          VIEW COLUMN AND THE LAST FIND STRING
015000*--------------------------------------------------------------
015100 01  WS-OUT-COMMAREA.
015200     05 WS-CA-STAGE            PIC X(01).
015300     05 WS-CA-TOP-ROW          PIC 9(07).
015400     05 WS-CA-REPORT           PIC X(12).
015500     05 WS-CA-GEN-NAME         PIC X(24).
015600     05 WS-CA-GEN-DATE         PIC X(08).
015700     05 WS-CA-GEN-RECS         PIC 9(07).
015800     05 WS-CA-COLUMN           PIC 9(03).
015900     05 WS-CA-FIND-TEXT        PIC X(38).
016000     05 WS-CA-FIND-LEN         PIC 9(02).
016100*--------------------------------------------------------------
016200* TASK ACTIVITY LOGGING - ONE TXNACT ROW PER TASK
016300*--------------------------------------------------------------
016400 COPY TXNACT.
016500 77  WS-ABEND-CODE             PIC X(04).
016600 LINKAGE SECTION.
016700 01  DFHCOMMAREA.
016800     05 CA-STAGE               PIC X(01).
016900     05 CA-TOP-ROW             PIC 9(07).
017000     05 CA-REPORT              PIC X(12).
017100     05 CA-GEN-NAME            PIC X(24).
017200     05 CA-GEN-DATE            PIC X(08).
017300     05 CA-GEN-RECS            PIC 9(07).
017400     05 CA-COLUMN              PIC 9(03).
017500     05 CA-FIND-TEXT           PIC X(38).
017600     05 CA-FIND-LEN            PIC 9(02).
017700 PROCEDURE DIVISION USING DFHCOMMAREA.
017800*--------------------------------------------------------------
017900* 0000-MAINLINE
018000*--------------------------------------------------------------
018100 0000-MAINLINE.
018200     PERFORM 0100-START-ACTIVITY THRU 0100-START-ACTIVITY-EXIT
018300     IF EIBCALEN = 0
018400        PERFORM 1000-FIRST-ENTRY THRU 1000-FIRST-ENTRY-EXIT
018500     ELSE
018600        PERFORM 2000-PROCESS-TURN THRU 2000-PROCESS-TURN-EXIT
018700     END-IF.
018800*--------------------------------------------------------------
018900* 1000-FIRST-ENTRY - START ON THE LIST OF CATALOGED REPORTS
019000*--------------------------------------------------------------
019100 1000-FIRST-ENTRY.
019200     MOVE SPACES TO WS-OUT-COMMAREA
019300     MOVE 1 TO WS-CA-TOP-ROW
019400     MOVE ZERO TO WS-CA-GEN-RECS
019500     MOVE 1 TO WS-CA-COLUMN
019600     MOVE ZERO TO WS-CA-FIND-LEN
019700     MOVE SPACES TO WS-SCREEN-PAGE
019800     MOVE SPACES TO WS-STATUS-MSG
019900     PERFORM 1500-LOAD-CATALOG THRU 1500-LOAD-CATALOG-EXIT
020000     PERFORM 3000-SHOW-REPORTS THRU 3000-SHOW-REPORTS-EXIT
020100     PERFORM 8000-SEND-AND-RETURN
020200        THRU 8000-SEND-AND-RETURN-EXIT.
020300 1000-FIRST-ENTRY-EXIT.
020400     EXIT.
020500*--------------------------------------------------------------
020600* 1500-LOAD-CATALOG - BROWSE THE WHOLE GDGCAT CATALOG, THEN
020700*          BUILD THE REPORT LIST AND, ONCE A REPORT IS CHOSEN,
020800*          ITS GENERATION LIST
020900*--------------------------------------------------------------
021000 1500-LOAD-CATALOG.
021100     MOVE ZERO TO WS-CAT-COUNT
021200     MOVE ZERO TO WS-RPT-COUNT
021300     MOVE ZERO TO WS-GEN-COUNT
021400     MOVE "N" TO WS-CATALOG-DOWN-SW
021500     MOVE 0 TO WS-CAT-RBA
021600     EXEC CICS STARTBR
021700         FILE("GDGCAT")
021800         RIDFLD(WS-CAT-RBA)
021900         RBA
022000         RESP(WS-RESP-CODE)
022100     END-EXEC
022200     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
022300        SET CATALOG-NOT-AVAILABLE TO TRUE
022400        GO TO 1500-LOAD-CATALOG-EXIT
022500     END-IF
022600     PERFORM 1510-READ-ONE-CAT THRU 1510-READ-ONE-CAT-EXIT
022700        UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
022800           OR WS-CAT-COUNT >= 500
022900     EXEC CICS ENDBR
023000         FILE("GDGCAT")
023100     END-EXEC
023200     PERFORM 1600-NOTE-ONE-REPORT THRU 1600-NOTE-ONE-REPORT-EXIT
023300        VARYING WS-CAT-IDX FROM 1 BY 1
023400        UNTIL WS-CAT-IDX > WS-CAT-COUNT
023500     IF WS-CA-REPORT NOT = SPACES
023600        PERFORM 1700-NOTE-ONE-GEN THRU 1700-NOTE-ONE-GEN-EXIT
023700           VARYING WS-CAT-IDX FROM 1 BY 1
023800           UNTIL WS-CAT-IDX > WS-CAT-COUNT
023900     END-IF.
024000 1500-LOAD-CATALOG-EXIT.
024100     EXIT.
024200*--------------------------------------------------------------
024300* 1510-READ-ONE-CAT
024400*--------------------------------------------------------------
024500 1510-READ-ONE-CAT.
024600     MOVE 57 TO WS-CAT-REC-LEN
024700     EXEC CICS READNEXT
024800         FILE("GDGCAT")
024900         INTO(WS-CAT-IN-RECORD)
025000         LENGTH(WS-CAT-REC-LEN)
025100         RIDFLD(WS-CAT-RBA)
025200         RBA
025300         RESP(WS-RESP-CODE)
025400     END-EXEC
025500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
025600        GO TO 1510-READ-ONE-CAT-EXIT
025700     END-IF
025800     ADD 1 TO WS-CAT-COUNT
025900     MOVE CI-FILE-NAME TO WS-CAT-FILE(WS-CAT-COUNT)
026000     MOVE CI-GEN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
026100     MOVE CI-GEN-NAME TO WS-CAT-GEN(WS-CAT-COUNT)
026200     MOVE CI-RECORD-COUNT TO WS-CAT-RECS(WS-CAT-COUNT).
026300 1510-READ-ONE-CAT-EXIT.
026400     EXIT.
026500*--------------------------------------------------------------
026600* 1600-NOTE-ONE-REPORT - COUNT THE ROW AGAINST ITS LOGICAL
026700*          REPORT, ADDING THE REPORT IN NAME ORDER IF NEW
026800*--------------------------------------------------------------
026900 1600-NOTE-ONE-REPORT.
027000     MOVE ZERO TO WS-INSERT-AT
027100     PERFORM 1610-SCAN-ONE-REPORT THRU 1610-SCAN-ONE-REPORT-EXIT
027200        VARYING WS-RPT-IDX FROM 1 BY 1
027300        UNTIL WS-RPT-IDX > WS-RPT-COUNT
027400     IF WS-INSERT-AT NOT = ZERO
027500        IF WS-RPT-NAME(WS-INSERT-AT) = WS-CAT-FILE(WS-CAT-IDX)
027600           ADD 1 TO WS-RPT-GENS(WS-INSERT-AT)
027700           IF WS-CAT-DATE(WS-CAT-IDX)
027800              > WS-RPT-LATEST(WS-INSERT-AT)
027900              MOVE WS-CAT-DATE(WS-CAT-IDX)
028000                 TO WS-RPT-LATEST(WS-INSERT-AT)
028100           END-IF
028200           GO TO 1600-NOTE-ONE-REPORT-EXIT
028300        END-IF
028400     END-IF
028500     IF WS-RPT-COUNT >= 100
028600        GO TO 1600-NOTE-ONE-REPORT-EXIT
028700     END-IF
028800     IF WS-INSERT-AT = ZERO
028900        COMPUTE WS-INSERT-AT = WS-RPT-COUNT + 1
029000     ELSE
029100        PERFORM 1620-SHIFT-ONE-REPORT
029200           THRU 1620-SHIFT-ONE-REPORT-EXIT
029300           VARYING WS-SHIFT-IDX FROM WS-RPT-COUNT BY -1
029400           UNTIL WS-SHIFT-IDX < WS-INSERT-AT
029500     END-IF
029600     ADD 1 TO WS-RPT-COUNT
029700     MOVE WS-CAT-FILE(WS-CAT-IDX) TO WS-RPT-NAME(WS-INSERT-AT)
029800     MOVE 1 TO WS-RPT-GENS(WS-INSERT-AT)
029900     MOVE WS-CAT-DATE(WS-CAT-IDX) TO WS-RPT-LATEST(WS-INSERT-AT).
030000 1600-NOTE-ONE-REPORT-EXIT.
030100     EXIT.
030200 1610-SCAN-ONE-REPORT.
030300     IF WS-INSERT-AT = ZERO
030400        AND WS-RPT-NAME(WS-RPT-IDX) >= WS-CAT-FILE(WS-CAT-IDX)
030500        MOVE WS-RPT-IDX TO WS-INSERT-AT
030600     END-IF.
030700 1610-SCAN-ONE-REPORT-EXIT.
030800     EXIT.
030900 1620-SHIFT-ONE-REPORT.
031000     MOVE WS-RPT-ENTRY(WS-SHIFT-IDX)
031100        TO WS-RPT-ENTRY(WS-SHIFT-IDX + 1).
031200 1620-SHIFT-ONE-REPORT-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------
031500* 1700-NOTE-ONE-GEN - A GENERATION OF THE CHOSEN REPORT GOES
031600*          INTO THE LIST NEWEST DATE FIRST
031700*--------------------------------------------------------------
031800 1700-NOTE-ONE-GEN.
031900     IF WS-CAT-FILE(WS-CAT-IDX) NOT = WS-CA-REPORT
032000        OR WS-GEN-COUNT >= 500
032100        GO TO 1700-NOTE-ONE-GEN-EXIT
032200     END-IF
032300     MOVE ZERO TO WS-INSERT-AT
032400     PERFORM 1710-SCAN-ONE-GEN THRU 1710-SCAN-ONE-GEN-EXIT
032500        VARYING WS-GEN-IDX FROM 1 BY 1
032600        UNTIL WS-GEN-IDX > WS-GEN-COUNT
032700     IF WS-INSERT-AT = ZERO
032800        COMPUTE WS-INSERT-AT = WS-GEN-COUNT + 1
032900     ELSE
033000        PERFORM 1720-SHIFT-ONE-GEN THRU 1720-SHIFT-ONE-GEN-EXIT
033100           VARYING WS-SHIFT-IDX FROM WS-GEN-COUNT BY -1
033200           UNTIL WS-SHIFT-IDX < WS-INSERT-AT
033300     END-IF
033400     ADD 1 TO WS-GEN-COUNT
033500     MOVE WS-CAT-DATE(WS-CAT-IDX) TO WS-GEN-DATE(WS-INSERT-AT)
033600     MOVE WS-CAT-GEN(WS-CAT-IDX) TO WS-GEN-NAME(WS-INSERT-AT)
033700     MOVE WS-CAT-RECS(WS-CAT-IDX) TO WS-GEN-RECS(WS-INSERT-AT).
033800 1700-NOTE-ONE-GEN-EXIT.
033900     EXIT.
034000 1710-SCAN-ONE-GEN.
034100     IF WS-INSERT-AT = ZERO
034200        AND WS-GEN-DATE(WS-GEN-IDX) < WS-CAT-DATE(WS-CAT-IDX)
034300        MOVE WS-GEN-IDX TO WS-INSERT-AT
034400     END-IF.
034500 1710-SCAN-ONE-GEN-EXIT.
034600     EXIT.
034700 1720-SHIFT-ONE-GEN.
034800     MOVE WS-GEN-ENTRY(WS-SHIFT-IDX)
034900        TO WS-GEN-ENTRY(WS-SHIFT-IDX + 1).
035000 1720-SHIFT-ONE-GEN-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------
035300* 2000-PROCESS-TURN - DISPATCH ON THE SCREEN STAGE
035400*--------------------------------------------------------------
035500 2000-PROCESS-TURN.
035600     MOVE CA-STAGE TO WS-CA-STAGE
035700     MOVE CA-TOP-ROW TO WS-CA-TOP-ROW
035800     MOVE CA-REPORT TO WS-CA-REPORT
035900     MOVE CA-GEN-NAME TO WS-CA-GEN-NAME
036000     MOVE CA-GEN-DATE TO WS-CA-GEN-DATE
036100     MOVE CA-GEN-RECS TO WS-CA-GEN-RECS
036200     MOVE CA-COLUMN TO WS-CA-COLUMN
036300     MOVE CA-FIND-TEXT TO WS-CA-FIND-TEXT
036400     MOVE CA-FIND-LEN TO WS-CA-FIND-LEN
036500     IF EIBAID = WS-AID-PF3
036600        PERFORM 5000-EXIT-SESSION THRU 5000-EXIT-SESSION-EXIT
036700        GO TO 2000-PROCESS-TURN-EXIT
036800     END-IF
036900     MOVE SPACES TO WS-SCREEN-PAGE
037000     MOVE SPACES TO WS-STATUS-MSG
037100     EVALUATE WS-CA-STAGE
037200        WHEN "G"
037300           PERFORM 2200-GENERATION-TURN
037400              THRU 2200-GENERATION-TURN-EXIT
037500        WHEN "V"
037600           PERFORM 2300-VIEW-TURN THRU 2300-VIEW-TURN-EXIT
037700        WHEN OTHER
037800           PERFORM 2100-REPORT-TURN THRU 2100-REPORT-TURN-EXIT
037900     END-EVALUATE
038000     PERFORM 8000-SEND-AND-RETURN
038100        THRU 8000-SEND-AND-RETURN-EXIT.
038200 2000-PROCESS-TURN-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------
038500* 2050-READ-COMMAND - SPLIT THE KEYED INPUT INTO A ONE-LETTER
038600*          COMMAND AND THE REST OF THE LINE AS ITS ARGUMENT
038700*--------------------------------------------------------------
038800 2050-READ-COMMAND.
038900     MOVE SPACES TO WS-OPERATOR-INPUT
039000     MOVE 40 TO WS-INPUT-LENGTH
039100     EXEC CICS RECEIVE
039200         INTO(WS-OPERATOR-INPUT)
039300         LENGTH(WS-INPUT-LENGTH)
039400         RESP(WS-RESP-CODE)
039500     END-EXEC
039600     MOVE FUNCTION TRIM(WS-OPERATOR-INPUT LEADING)
039700        TO WS-OPERATOR-INPUT
039800     MOVE FUNCTION UPPER-CASE(WS-OPERATOR-INPUT(1:1))
039900        TO WS-CMD-CODE
040000     MOVE SPACES TO WS-CMD-ARG
040100     MOVE ZERO TO WS-CMD-ARG-LEN
040200     IF WS-OPERATOR-INPUT(2:) = SPACES
040300        GO TO 2050-READ-COMMAND-EXIT
040400     END-IF
040500     MOVE FUNCTION TRIM(WS-OPERATOR-INPUT(2:)) TO WS-CMD-ARG
040600     COMPUTE WS-CMD-ARG-LEN =
040700        FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-ARG))
040710     IF WS-CMD-ARG-LEN > 38
040720        MOVE 38 TO WS-CMD-ARG-LEN
040730     END-IF.
040800 2050-READ-COMMAND-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------
041100* 2060-PICK-ROW - "S NNN" SELECTS ROW NNN OF THE LIST ON SHOW
041200*          (WS-LIST-COUNT ROWS); ZERO MEANS NO VALID PICK
041300*--------------------------------------------------------------
041400 2060-PICK-ROW.
041500     MOVE ZERO TO WS-DETAIL-PICK
041600     IF WS-CMD-CODE NOT = "S"
041700        OR WS-CMD-ARG-LEN = ZERO
041800        OR WS-CMD-ARG-LEN > 4
041900        GO TO 2060-PICK-ROW-EXIT
042000     END-IF
042100     IF WS-CMD-ARG(1:WS-CMD-ARG-LEN) IS NOT NUMERIC
042200        GO TO 2060-PICK-ROW-EXIT
042300     END-IF
042400     COMPUTE WS-DETAIL-PICK =
042500        FUNCTION NUMVAL(WS-CMD-ARG(1:WS-CMD-ARG-LEN))
042600     IF WS-DETAIL-PICK > WS-LIST-COUNT
042700        MOVE ZERO TO WS-DETAIL-PICK
042800     END-IF.
042900 2060-PICK-ROW-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------
043200* 2100-REPORT-TURN - PF8/PF7 PAGE THE REPORT LIST, "S NNN"
043300*          OPENS THAT REPORT'S GENERATION LIST
043400*--------------------------------------------------------------
043500 2100-REPORT-TURN.
043600     MOVE SPACES TO WS-CA-REPORT
043700     PERFORM 1500-LOAD-CATALOG THRU 1500-LOAD-CATALOG-EXIT
043800     MOVE WS-RPT-COUNT TO WS-LIST-COUNT
043900     EVALUATE TRUE
044000        WHEN EIBAID = WS-AID-PF8
044100           PERFORM 2900-PAGE-FORWARD THRU 2900-PAGE-FORWARD-EXIT
044200        WHEN EIBAID = WS-AID-PF7
044300           PERFORM 2910-PAGE-BACK THRU 2910-PAGE-BACK-EXIT
044400        WHEN OTHER
044500           PERFORM 2050-READ-COMMAND THRU 2050-READ-COMMAND-EXIT
044600           IF WS-OPERATOR-INPUT NOT = SPACES
044700              PERFORM 2110-CHOOSE-REPORT
044800                 THRU 2110-CHOOSE-REPORT-EXIT
044900           END-IF
045000     END-EVALUATE
045100     IF WS-CA-STAGE = "R"
045200        PERFORM 3000-SHOW-REPORTS THRU 3000-SHOW-REPORTS-EXIT
045300     END-IF.
045400 2100-REPORT-TURN-EXIT.
045500     EXIT.
045600 2110-CHOOSE-REPORT.
045700     PERFORM 2060-PICK-ROW THRU 2060-PICK-ROW-EXIT
045800     IF WS-DETAIL-PICK = ZERO
045900        MOVE "ENTER S NNN TO SELECT A REPORT" TO WS-STATUS-MSG
046000        SET TA-EDIT-ERROR TO TRUE
046100        GO TO 2110-CHOOSE-REPORT-EXIT
046200     END-IF
046300     MOVE WS-RPT-NAME(WS-DETAIL-PICK) TO WS-CA-REPORT
046400     MOVE 1 TO WS-CA-TOP-ROW
046500     PERFORM 1500-LOAD-CATALOG THRU 1500-LOAD-CATALOG-EXIT
046600     PERFORM 3100-SHOW-GENERATIONS
046700        THRU 3100-SHOW-GENERATIONS-EXIT.
046800 2110-CHOOSE-REPORT-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------
047100* 2200-GENERATION-TURN - PF8/PF7 PAGE THE GENERATIONS, "S NNN"
047200*          OR "S YYYYMMDD" OPENS ONE, "L" BACK TO THE REPORTS
047300*--------------------------------------------------------------
047400 2200-GENERATION-TURN.
047500     PERFORM 1500-LOAD-CATALOG THRU 1500-LOAD-CATALOG-EXIT
047600     MOVE WS-GEN-COUNT TO WS-LIST-COUNT
047700     EVALUATE TRUE
047800        WHEN EIBAID = WS-AID-PF8
047900           PERFORM 2900-PAGE-FORWARD THRU 2900-PAGE-FORWARD-EXIT
048000        WHEN EIBAID = WS-AID-PF7
048100           PERFORM 2910-PAGE-BACK THRU 2910-PAGE-BACK-EXIT
048200        WHEN OTHER
048300           PERFORM 2050-READ-COMMAND THRU 2050-READ-COMMAND-EXIT
048400           IF WS-OPERATOR-INPUT NOT = SPACES
048500              PERFORM 2210-CHOOSE-GENERATION
048600                 THRU 2210-CHOOSE-GENERATION-EXIT
048700           END-IF
048800     END-EVALUATE
048900     IF WS-CA-STAGE = "G"
049000        PERFORM 3100-SHOW-GENERATIONS
049100           THRU 3100-SHOW-GENERATIONS-EXIT
049200     END-IF.
049300 2200-GENERATION-TURN-EXIT.
049400     EXIT.
049500 2210-CHOOSE-GENERATION.
049600     IF WS-CMD-CODE = "L"
049700        MOVE SPACES TO WS-CA-REPORT
049800        MOVE 1 TO WS-CA-TOP-ROW
049900        PERFORM 1500-LOAD-CATALOG THRU 1500-LOAD-CATALOG-EXIT
050000        PERFORM 3000-SHOW-REPORTS THRU 3000-SHOW-REPORTS-EXIT
050100        GO TO 2210-CHOOSE-GENERATION-EXIT
050200     END-IF
050300     IF WS-CMD-CODE = "S"
050400        AND WS-CMD-ARG-LEN = 8
050500        AND WS-CMD-ARG(1:8) IS NUMERIC
050600        PERFORM 2220-PICK-BY-DATE THRU 2220-PICK-BY-DATE-EXIT
050700     ELSE
050800        PERFORM 2060-PICK-ROW THRU 2060-PICK-ROW-EXIT
050900     END-IF
051000     IF WS-DETAIL-PICK = ZERO
051100        MOVE "ENTER S NNN OR S YYYYMMDD TO SELECT A GENERATION"
051200           TO WS-STATUS-MSG
051300        SET TA-EDIT-ERROR TO TRUE
051400        GO TO 2210-CHOOSE-GENERATION-EXIT
051500     END-IF
051600     MOVE WS-GEN-NAME(WS-DETAIL-PICK) TO WS-CA-GEN-NAME
051700     MOVE WS-GEN-DATE(WS-DETAIL-PICK) TO WS-CA-GEN-DATE
051800     MOVE WS-GEN-RECS(WS-DETAIL-PICK) TO WS-CA-GEN-RECS
051900     MOVE 1 TO WS-CA-TOP-ROW
052000     MOVE 1 TO WS-CA-COLUMN
052100     PERFORM 4000-SHOW-VIEW THRU 4000-SHOW-VIEW-EXIT.
052200 2210-CHOOSE-GENERATION-EXIT.
052300     EXIT.
052400 2220-PICK-BY-DATE.
052500     MOVE ZERO TO WS-DETAIL-PICK
052600     PERFORM 2230-MATCH-ONE-DATE THRU 2230-MATCH-ONE-DATE-EXIT
052700        VARYING WS-GEN-IDX FROM 1 BY 1
052800        UNTIL WS-GEN-IDX > WS-GEN-COUNT
052900     IF WS-DETAIL-PICK = ZERO
053000        STRING "NO GENERATION CATALOGED FOR " DELIMITED BY SIZE
053100           WS-CMD-ARG(1:8) DELIMITED BY SIZE
053200           INTO WS-STATUS-MSG
053300        END-STRING
053400        SET TA-NOT-FOUND TO TRUE
053500     END-IF.
053600 2220-PICK-BY-DATE-EXIT.
053700     EXIT.
053800 2230-MATCH-ONE-DATE.
053900     IF WS-DETAIL-PICK = ZERO
054000        AND WS-GEN-DATE(WS-GEN-IDX) = WS-CMD-ARG(1:8)
054100        MOVE WS-GEN-IDX TO WS-DETAIL-PICK
054200     END-IF.
054300 2230-MATCH-ONE-DATE-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------
054600* 2300-VIEW-TURN - PF8/PF7 PAGE THE GENERATION, PF11/PF10
054700*          SHIFT RIGHT AND LEFT, "F TEXT" FINDS, "L" BACK TO
054800*          THE GENERATION LIST
054900*--------------------------------------------------------------
055000 2300-VIEW-TURN.
055100     EVALUATE TRUE
055200        WHEN EIBAID = WS-AID-PF8
055300           IF WS-CA-TOP-ROW + WS-ROWS-ON-PAGE
055400              NOT > WS-CA-GEN-RECS
055500              ADD WS-ROWS-ON-PAGE TO WS-CA-TOP-ROW
055600           END-IF
055700        WHEN EIBAID = WS-AID-PF7
055800           IF WS-CA-TOP-ROW > WS-ROWS-ON-PAGE
055900              SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
056000           ELSE
056100              MOVE 1 TO WS-CA-TOP-ROW
056200           END-IF
056300        WHEN EIBAID = WS-AID-PF11
056400           MOVE 61 TO WS-CA-COLUMN
056500        WHEN EIBAID = WS-AID-PF10
056600           MOVE 1 TO WS-CA-COLUMN
056700        WHEN OTHER
056800           PERFORM 2050-READ-COMMAND THRU 2050-READ-COMMAND-EXIT
056900           PERFORM 2310-VIEW-COMMAND THRU 2310-VIEW-COMMAND-EXIT
057000     END-EVALUATE
057100     IF WS-CA-STAGE = "V"
057200        PERFORM 4000-SHOW-VIEW THRU 4000-SHOW-VIEW-EXIT
057300     END-IF.
057400 2300-VIEW-TURN-EXIT.
057500     EXIT.
057600 2310-VIEW-COMMAND.
057700     EVALUATE TRUE
057800        WHEN WS-OPERATOR-INPUT = SPACES
057900           CONTINUE
058000        WHEN WS-CMD-CODE = "L"
058100           MOVE 1 TO WS-CA-TOP-ROW
058200           PERFORM 1500-LOAD-CATALOG THRU 1500-LOAD-CATALOG-EXIT
058300           PERFORM 3100-SHOW-GENERATIONS
058400              THRU 3100-SHOW-GENERATIONS-EXIT
058500        WHEN WS-CMD-CODE = "F"
058600           IF WS-CMD-ARG-LEN NOT = ZERO
058700              MOVE FUNCTION UPPER-CASE(WS-CMD-ARG)
058800                 TO WS-CA-FIND-TEXT
058900              MOVE WS-CMD-ARG-LEN TO WS-CA-FIND-LEN
059000           END-IF
059100           IF WS-CA-FIND-LEN = ZERO
059200              MOVE "ENTER F TEXT TO FIND A LINE" TO WS-STATUS-MSG
059300              SET TA-EDIT-ERROR TO TRUE
059400           ELSE
059500              PERFORM 2400-FIND-NEXT THRU 2400-FIND-NEXT-EXIT
059600           END-IF
059700        WHEN OTHER
059800           MOVE "ENTER F TEXT TO FIND, OR L FOR THE GENERATIONS"
059900              TO WS-STATUS-MSG
060000           SET TA-EDIT-ERROR TO TRUE
060100     END-EVALUATE.
060200 2310-VIEW-COMMAND-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------
060500* 2400-FIND-NEXT - BROWSE FORWARD FROM THE LINE AFTER THE TOP
060600*          OF THE PAGE FOR THE FIRST LINE HOLDING THE FIND TEXT
060700*          (CASE IGNORED); A HIT BECOMES THE NEW TOP LINE, AND
060800*          THE VIEW SHIFTS RIGHT IF THE TEXT SITS PAST COLUMN 72
060900*--------------------------------------------------------------
061000 2400-FIND-NEXT.
061100     SET FIND-MISS TO TRUE
061200     COMPUTE WS-FIND-FROM = WS-CA-TOP-ROW + 1
061300     MOVE WS-CA-GEN-NAME TO WS-AK-GEN-NAME
061400     MOVE WS-FIND-FROM TO WS-AK-LINE-NO
061500     EXEC CICS STARTBR
061600         FILE("RPTARCH")
061700         RIDFLD(WS-ARC-KEY)
061800         GTEQ
061900         RESP(WS-RESP-CODE)
062000     END-EXEC
062100     IF WS-RESP-CODE = DFHRESP(NORMAL)
062200        PERFORM 2410-FIND-ONE-LINE THRU 2410-FIND-ONE-LINE-EXIT
062300           UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
062400              OR FIND-HIT
062500        EXEC CICS ENDBR
062600            FILE("RPTARCH")
062700        END-EXEC
062800     END-IF
062900     IF FIND-HIT
063000        MOVE AI-LINE-NO TO WS-CA-TOP-ROW
063100        IF WS-FIND-POS + WS-CA-FIND-LEN > 72
063200           MOVE 61 TO WS-CA-COLUMN
063300        ELSE
063400           MOVE 1 TO WS-CA-COLUMN
063500        END-IF
063510        MOVE AI-LINE-NO TO WS-LINE-EDIT
063600        STRING "FOUND ON LINE " DELIMITED BY SIZE
063700           FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
063800           INTO WS-STATUS-MSG
063900        END-STRING
064000     ELSE
064010        MOVE WS-CA-TOP-ROW TO WS-LINE-EDIT
064200        STRING "NOT FOUND AFTER LINE " DELIMITED BY SIZE
064300           FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
064400           ": " DELIMITED BY SIZE
064500           WS-CA-FIND-TEXT(1:WS-CA-FIND-LEN) DELIMITED BY SIZE
064600           INTO WS-STATUS-MSG
064700        END-STRING
064800        SET TA-NOT-FOUND TO TRUE
064900     END-IF.
065000 2400-FIND-NEXT-EXIT.
065100     EXIT.
065200 2410-FIND-ONE-LINE.
065300     MOVE 163 TO WS-ARC-REC-LEN
065400     EXEC CICS READNEXT
065500         FILE("RPTARCH")
065600         INTO(WS-ARC-IN-RECORD)
065700         LENGTH(WS-ARC-REC-LEN)
065800         RIDFLD(WS-ARC-KEY)
065900         RESP(WS-RESP-CODE)
066000     END-EXEC
066100     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
066200        GO TO 2410-FIND-ONE-LINE-EXIT
066300     END-IF
066400     IF AI-GEN-NAME NOT = WS-CA-GEN-NAME
066500        MOVE DFHRESP(ENDFILE) TO WS-RESP-CODE
066600        GO TO 2410-FIND-ONE-LINE-EXIT
066700     END-IF
066800     MOVE FUNCTION UPPER-CASE(AI-TEXT) TO WS-FIND-UPPER
066900     MOVE ZERO TO WS-FIND-POS
067000     INSPECT WS-FIND-UPPER TALLYING WS-FIND-POS
067100        FOR CHARACTERS
067200        BEFORE INITIAL WS-CA-FIND-TEXT(1:WS-CA-FIND-LEN)
067300     IF WS-FIND-POS < 132
067400        SET FIND-HIT TO TRUE
067500     END-IF.
067600 2410-FIND-ONE-LINE-EXIT.
067700     EXIT.
067800*--------------------------------------------------------------
067900* 2900-PAGE-FORWARD / 2910-PAGE-BACK - LIST PAGING OVER
068000*          WS-LIST-COUNT ROWS
068100*--------------------------------------------------------------
068200 2900-PAGE-FORWARD.
068300     ADD WS-ROWS-ON-PAGE TO WS-CA-TOP-ROW
068400     IF WS-CA-TOP-ROW > WS-LIST-COUNT
068500        SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
068600     END-IF.
068700 2900-PAGE-FORWARD-EXIT.
068800     EXIT.
068900 2910-PAGE-BACK.
069000     IF WS-CA-TOP-ROW > WS-ROWS-ON-PAGE
069100        SUBTRACT WS-ROWS-ON-PAGE FROM WS-CA-TOP-ROW
069200     ELSE
069300        MOVE 1 TO WS-CA-TOP-ROW
069400     END-IF.
069500 2910-PAGE-BACK-EXIT.
069600     EXIT.
069700*--------------------------------------------------------------
069800* 3000-SHOW-REPORTS - ONE PAGE OF THE CATALOGED REPORTS
069900*--------------------------------------------------------------
070000 3000-SHOW-REPORTS.
070100     MOVE "R" TO WS-CA-STAGE
070200     MOVE SPACES TO WS-SCREEN-PAGE
070300     MOVE "RPTV - CATALOGED REPORTS" TO WS-SCREEN-LINE(1)
070400     MOVE "  NO  REPORT        GENS  LATEST" TO WS-SCREEN-LINE(2)
070500     IF WS-CA-TOP-ROW > WS-RPT-COUNT
070600        OR WS-CA-TOP-ROW = ZERO
070700        MOVE 1 TO WS-CA-TOP-ROW
070800     END-IF
070900     MOVE 3 TO WS-PAGE-LINE-NO
071000     PERFORM 3010-FORMAT-ONE-REPORT
071100        THRU 3010-FORMAT-ONE-REPORT-EXIT
071200        VARYING WS-LIST-SLOT FROM WS-CA-TOP-ROW BY 1
071300        UNTIL WS-LIST-SLOT > WS-RPT-COUNT
071400           OR WS-PAGE-LINE-NO > 20
071500     EVALUATE TRUE
071600        WHEN CATALOG-NOT-AVAILABLE
071700           MOVE "GDGCAT CATALOG NOT AVAILABLE"
071710              TO WS-SCREEN-LINE(3)
071800           SET TA-UNAVAILABLE TO TRUE
071900        WHEN WS-RPT-COUNT = ZERO
072000           MOVE "NO REPORT GENERATIONS CATALOGED"
072100              TO WS-SCREEN-LINE(3)
072200     END-EVALUATE
072300     MOVE WS-STATUS-MSG TO WS-SCREEN-LINE(21)
072400     MOVE "PF7=BACK PF8=FORWARD PF3=EXIT  S NNN=GENERATIONS"
072500        TO WS-SCREEN-LINE(22).
072600 3000-SHOW-REPORTS-EXIT.
072700     EXIT.
072800 3010-FORMAT-ONE-REPORT.
072900     MOVE SPACES TO WS-RPT-LINE
073000     MOVE WS-LIST-SLOT TO RL-SEQ
073100     MOVE WS-RPT-NAME(WS-LIST-SLOT) TO RL-NAME
073200     MOVE WS-RPT-GENS(WS-LIST-SLOT) TO RL-GENS
073300     MOVE WS-RPT-LATEST(WS-LIST-SLOT)(1:4) TO DS-YYYY
073400     MOVE WS-RPT-LATEST(WS-LIST-SLOT)(5:2) TO DS-MM
073500     MOVE WS-RPT-LATEST(WS-LIST-SLOT)(7:2) TO DS-DD
073600     MOVE WS-DATE-SHOW TO RL-LATEST
073700     MOVE WS-RPT-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
073800     ADD 1 TO WS-PAGE-LINE-NO.
073900 3010-FORMAT-ONE-REPORT-EXIT.
074000     EXIT.
074100*--------------------------------------------------------------
074200* 3100-SHOW-GENERATIONS - ONE PAGE OF THE CHOSEN REPORT'S
074300*          GENERATIONS, NEWEST FIRST
074400*--------------------------------------------------------------
074500 3100-SHOW-GENERATIONS.
074600     MOVE "G" TO WS-CA-STAGE
074700     MOVE SPACES TO WS-SCREEN-PAGE
074800     STRING "RPTV - GENERATIONS OF " DELIMITED BY SIZE
074900        WS-CA-REPORT DELIMITED BY SIZE
075000        INTO WS-SCREEN-LINE(1)
075100     END-STRING
075200     MOVE "  NO  DATE        GENERATION                    LINES"
075300        TO WS-SCREEN-LINE(2)
075400     IF WS-CA-TOP-ROW > WS-GEN-COUNT
075500        OR WS-CA-TOP-ROW = ZERO
075600        MOVE 1 TO WS-CA-TOP-ROW
075700     END-IF
075800     MOVE 3 TO WS-PAGE-LINE-NO
075900     PERFORM 3110-FORMAT-ONE-GEN THRU 3110-FORMAT-ONE-GEN-EXIT
076000        VARYING WS-LIST-SLOT FROM WS-CA-TOP-ROW BY 1
076100        UNTIL WS-LIST-SLOT > WS-GEN-COUNT
076200           OR WS-PAGE-LINE-NO > 20
076300     EVALUATE TRUE
076400        WHEN CATALOG-NOT-AVAILABLE
076500           MOVE "GDGCAT CATALOG NOT AVAILABLE"
076510              TO WS-SCREEN-LINE(3)
076600           SET TA-UNAVAILABLE TO TRUE
076700        WHEN WS-GEN-COUNT = ZERO
076800           MOVE "NO GENERATIONS CATALOGED FOR THIS REPORT"
076900              TO WS-SCREEN-LINE(3)
077000     END-EVALUATE
077100     MOVE WS-STATUS-MSG TO WS-SCREEN-LINE(21)
077200     MOVE "PF7/8=PAGE PF3=EXIT  S NNN/S YYYYMMDD=VIEW  L=REPORTS"
077300        TO WS-SCREEN-LINE(22).
077400 3100-SHOW-GENERATIONS-EXIT.
077500     EXIT.
077600 3110-FORMAT-ONE-GEN.
077700     MOVE SPACES TO WS-GEN-LINE
077800     MOVE WS-LIST-SLOT TO GL-SEQ
077900     MOVE WS-GEN-DATE(WS-LIST-SLOT)(1:4) TO DS-YYYY
078000     MOVE WS-GEN-DATE(WS-LIST-SLOT)(5:2) TO DS-MM
078100     MOVE WS-GEN-DATE(WS-LIST-SLOT)(7:2) TO DS-DD
078200     MOVE WS-DATE-SHOW TO GL-DATE
078300     MOVE WS-GEN-NAME(WS-LIST-SLOT) TO GL-NAME
078400     MOVE WS-GEN-RECS(WS-LIST-SLOT) TO GL-RECS
078500     MOVE WS-GEN-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
078600     ADD 1 TO WS-PAGE-LINE-NO.
078700 3110-FORMAT-ONE-GEN-EXIT.
078800     EXIT.
078900*--------------------------------------------------------------
079000* 4000-SHOW-VIEW - ONE PAGE OF THE CHOSEN GENERATION FROM THE
079100*          RPTARCH ARCHIVE, STARTING AT THE TOP LINE, SHOWING
079200*          72 COLUMNS FROM THE VIEW COLUMN
079300*--------------------------------------------------------------
079400 4000-SHOW-VIEW.
079500     MOVE "V" TO WS-CA-STAGE
079600     MOVE SPACES TO WS-SCREEN-PAGE
079700     MOVE WS-CA-GEN-DATE(1:4) TO DS-YYYY
079800     MOVE WS-CA-GEN-DATE(5:2) TO DS-MM
079900     MOVE WS-CA-GEN-DATE(7:2) TO DS-DD
079910     MOVE WS-CA-GEN-RECS TO WS-LINE-EDIT
080000     STRING "RPTV - " DELIMITED BY SIZE
080100        WS-CA-REPORT DELIMITED BY SPACE
080200        "  " DELIMITED BY SIZE
080300        WS-DATE-SHOW DELIMITED BY SIZE
080400        "  LINES " DELIMITED BY SIZE
080500              FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
080600        INTO WS-SCREEN-LINE(1)
080700     END-STRING
080800     IF WS-CA-COLUMN = 61
080900        MOVE "   LINE COLUMNS 61-132" TO WS-SCREEN-LINE(2)
081000     ELSE
081100        MOVE 1 TO WS-CA-COLUMN
081200        MOVE "   LINE COLUMNS 1-72" TO WS-SCREEN-LINE(2)
081300     END-IF
081400     IF WS-CA-TOP-ROW = ZERO
081500        MOVE 1 TO WS-CA-TOP-ROW
081600     END-IF
081700     MOVE WS-CA-GEN-NAME TO WS-AK-GEN-NAME
081800     MOVE WS-CA-TOP-ROW TO WS-AK-LINE-NO
081900     MOVE 3 TO WS-PAGE-LINE-NO
082000     MOVE ZERO TO WS-LINES-SHOWN
082100     EXEC CICS STARTBR
082200         FILE("RPTARCH")
082300         RIDFLD(WS-ARC-KEY)
082400         GTEQ
082500         RESP(WS-RESP-CODE)
082600     END-EXEC
082700     IF WS-RESP-CODE = DFHRESP(NORMAL)
082800        PERFORM 4100-SHOW-ONE-LINE THRU 4100-SHOW-ONE-LINE-EXIT
082900           UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
083000              OR WS-LINES-SHOWN >= WS-ROWS-ON-PAGE
083100        EXEC CICS ENDBR
083200            FILE("RPTARCH")
083300        END-EXEC
083400     ELSE
083500        IF WS-RESP-CODE NOT = DFHRESP(NOTFND)
083600           MOVE "RPTARCH ARCHIVE NOT AVAILABLE"
083700              TO WS-SCREEN-LINE(3)
083800           SET TA-UNAVAILABLE TO TRUE
083900        END-IF
084000     END-IF
084100     IF WS-LINES-SHOWN = ZERO
084200        AND WS-SCREEN-LINE(3) = SPACES
084300        MOVE "GENERATION NOT IN THE ONLINE ARCHIVE"
084400           TO WS-SCREEN-LINE(3)
084500        SET TA-NOT-FOUND TO TRUE
084600     END-IF
084700     MOVE WS-STATUS-MSG TO WS-SCREEN-LINE(21)
084800     STRING "PF7/8=PAGE PF10/11=LEFT/RIGHT  " DELIMITED BY SIZE
084900        "F TEXT=FIND  L=GENERATIONS  PF3=EXIT" DELIMITED BY SIZE
085000        INTO WS-SCREEN-LINE(22)
085100     END-STRING.
085200 4000-SHOW-VIEW-EXIT.
085300     EXIT.
085400 4100-SHOW-ONE-LINE.
085500     MOVE 163 TO WS-ARC-REC-LEN
085600     EXEC CICS READNEXT
085700         FILE("RPTARCH")
085800         INTO(WS-ARC-IN-RECORD)
085900         LENGTH(WS-ARC-REC-LEN)
086000         RIDFLD(WS-ARC-KEY)
086100         RESP(WS-RESP-CODE)
086200     END-EXEC
086300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
086400        GO TO 4100-SHOW-ONE-LINE-EXIT
086500     END-IF
086600     IF AI-GEN-NAME NOT = WS-CA-GEN-NAME
086700        MOVE DFHRESP(ENDFILE) TO WS-RESP-CODE
086800        GO TO 4100-SHOW-ONE-LINE-EXIT
086900     END-IF
087000     MOVE SPACES TO WS-VIEW-LINE
087100     MOVE AI-LINE-NO TO VL-LINE-NO
087200     MOVE AI-TEXT(WS-CA-COLUMN:72) TO VL-TEXT
087300     MOVE WS-VIEW-LINE TO WS-SCREEN-LINE(WS-PAGE-LINE-NO)
087400     ADD 1 TO WS-PAGE-LINE-NO
087500     ADD 1 TO WS-LINES-SHOWN.
087600 4100-SHOW-ONE-LINE-EXIT.
087700     EXIT.
087800*--------------------------------------------------------------
087900* 5000-EXIT-SESSION
088000*--------------------------------------------------------------
088100 5000-EXIT-SESSION.
088200     MOVE SPACES TO WS-SCREEN-PAGE
088300     MOVE "RPTV SESSION ENDED" TO WS-SCREEN-LINE(1)
088400     EXEC CICS SEND TEXT
088500         FROM(WS-SCREEN-PAGE)
088600         ERASE
088700     END-EXEC
088800     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
088900     EXEC CICS RETURN
089000     END-EXEC.
089100 5000-EXIT-SESSION-EXIT.
089200     EXIT.
089300*--------------------------------------------------------------
089400* 8000-SEND-AND-RETURN - SEND THE BUILT PAGE, LOG THE TASK AND
089500*          RETURN FOR THE NEXT TURN
089600*--------------------------------------------------------------
089700 8000-SEND-AND-RETURN.
089800     EXEC CICS SEND TEXT
089900         FROM(WS-SCREEN-PAGE)
090000         ERASE
090100     END-EXEC
090200     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
090300     EXEC CICS RETURN
090400         TRANSID("RPTV")
090500         COMMAREA(WS-OUT-COMMAREA)
090600     END-EXEC.
090700 8000-SEND-AND-RETURN-EXIT.
090800     EXIT.
090900*--------------------------------------------------------------
091000* 0100-START-ACTIVITY - STAMP THE TASK START AND ARM THE ABEND
091100*          EXIT SO EVEN A FAILED TASK LEAVES ITS ACTIVITY ROW
091200*--------------------------------------------------------------
091300 0100-START-ACTIVITY.
091400     MOVE EIBTRNID TO TA-TRANSID
091500     MOVE "RPTVCICS" TO TA-PROGRAM
091600     MOVE EIBTRMID TO TA-TERMINAL
091700     MOVE SPACES TO TA-OPERATOR
091800     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-START-TS
091900     SET TA-NORMAL TO TRUE
092000     MOVE SPACES TO TA-ABEND-CODE
092100     EXEC CICS HANDLE ABEND
092200         LABEL(9800-TASK-ABEND)
092300     END-EXEC.
092400 0100-START-ACTIVITY-EXIT.
092500     EXIT.
092600*--------------------------------------------------------------
092700* 9700-LOG-ACTIVITY - END TIME AND APPEND THE TASK'S ROW; EVERY
092800*          PATH PERFORMS THIS JUST BEFORE ITS RETURN
092900*--------------------------------------------------------------
093000 9700-LOG-ACTIVITY.
093100     MOVE FUNCTION CURRENT-DATE(1:16) TO TA-END-TS
093200     CALL "TXNLOGWR" USING TXN-ACTIVITY-RECORD.
093300 9700-LOG-ACTIVITY-EXIT.
093400     EXIT.
093500*--------------------------------------------------------------
093600* 9800-TASK-ABEND - LOG THE ABENDED TASK, THEN LET THE ABEND
093700*          PROCEED WITH ITS ORIGINAL CODE
093800*--------------------------------------------------------------
093900 9800-TASK-ABEND.
094000     EXEC CICS ASSIGN
094100         ABCODE(WS-ABEND-CODE)
094200     END-EXEC
094300     EXEC CICS HANDLE ABEND
094400         CANCEL
094500     END-EXEC
094600     SET TA-ABENDED TO TRUE
094700     MOVE WS-ABEND-CODE TO TA-ABEND-CODE
094800     PERFORM 9700-LOG-ACTIVITY THRU 9700-LOG-ACTIVITY-EXIT
094900     EXEC CICS ABEND
095000         ABCODE(WS-ABEND-CODE)
095100     END-EXEC.
