000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CPN-CAMP.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. EVENT OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. COUPON CAMPAIGN MAINTENANCE.
001100*                 APPLIES ADD / CHANGE / DELETE TRANSACTIONS
001200*                 (CAMPTRN) TO THE KEYED CAMPAIGN MASTER (CPNCAMP:
001300*                 CAMPAIGN ID, OFFER TEXT, ISSUE WINDOW, EXPIRY
001400*                 RULE, COUPON CAP, REIMBURSEMENT BUDGET, AND UP
001500*                 TO TEN ELIGIBLE VENUES). TWO-FER ISSUES UNDER A
001600*                 CAMPAIGN AND KEEPS ITS ISSUED COUNT; CPN-REDEEM
001700*                 KEEPS ITS REDEEMED COUNT AND REIMBURSEMENT
001800*                 SPENT.
001900*                 EXPIRY IS EITHER A FIXED LAST-VALID DATE OR N
002000*                 BUSINESS DAYS FROM ISSUE ON A NAMED CALENDAR.
002100*                 EVERY VENUE MUST BE ON THE VENUE MASTER. A
002200*                 CAMPAIGN THAT HAS ISSUED COUPONS CANNOT BE
002300*                 DELETED AND ITS CAP CANNOT DROP BELOW WHAT IT
002400*                 HAS ISSUED. THE OPERATOR IS VERIFIED THROUGH
002500*                 OPERAUTH FOR FUNCTION CPNCAMP (RUNCTL CPNCAMP
002600*                 OPERATOR), AND EVERY APPLIED CHANGE PRINTS ITS
002700*                 BEFORE AND AFTER IMAGES ON THE MAINTENANCE
002800*                 REPORT (CAMPRPT). A REJECT ENDS THE RUN WITH
002900*                 RETURN CODE 4. THE BURN REPORT IS CPN-BURN.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 REPOSITORY.
003400     FUNCTION ALL INTRINSIC.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CAMP-TRANS-FILE ASSIGN TO "CAMPTRN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CAMPTRN-STATUS.
004000     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CPNCAMP"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CM-CAMPAIGN-ID
004400         FILE STATUS IS WS-CPNCAMP-STATUS.
004500     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VM-VENUE-ID
004900         FILE STATUS IS WS-VENUEMST-STATUS.
005000     SELECT MAINT-RPT-FILE ASSIGN TO "CAMPRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MAINTRPT-STATUS.
005300     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-JOBACCT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CAMP-TRANS-FILE.
005900 01  CAMP-TRANS-RECORD.
006000     05 CT-ACTION              PIC X(07).
006100     05 FILLER                 PIC X(01).
006200     05 CT-CAMPAIGN-ID         PIC X(08).
006300     05 FILLER                 PIC X(01).
006400     05 CT-OFFER-TEXT          PIC X(40).
006500     05 FILLER                 PIC X(01).
006600     05 CT-ISSUE-FROM          PIC X(08).
006700     05 FILLER                 PIC X(01).
006800     05 CT-ISSUE-TO            PIC X(08).
006900     05 FILLER                 PIC X(01).
007000     05 CT-EXPIRY-DAYS         PIC X(03).
007100     05 FILLER                 PIC X(01).
007200     05 CT-EXPIRY-DATE         PIC X(08).
007300     05 FILLER                 PIC X(01).
007400     05 CT-EXPIRY-CAL          PIC X(08).
007500     05 FILLER                 PIC X(01).
007600     05 CT-MAX-COUPONS         PIC X(07).
007700     05 FILLER                 PIC X(01).
007800     05 CT-BUDGET              PIC X(09).
007900     05 CT-BUDGET-AMOUNT REDEFINES CT-BUDGET PIC 9(07)V99.
008000     05 FILLER                 PIC X(01).
008100     05 CT-VENUE-LIST.
008200        10 CT-VENUE-ENTRY OCCURS 10 TIMES.
008300           15 CT-VENUE         PIC X(04).
008400           15 FILLER           PIC X(01).
008500 FD  CAMPAIGN-MASTER-FILE.
008600 01  CAMPAIGN-MASTER-RECORD.
008700     05 CM-CAMPAIGN-ID         PIC X(08).
008800     05 CM-OFFER-TEXT          PIC X(40).
008900     05 CM-ISSUE-FROM          PIC X(08).
009000     05 CM-ISSUE-TO            PIC X(08).
009100     05 CM-EXPIRY-DAYS         PIC 9(03).
009200     05 CM-EXPIRY-DATE         PIC X(08).
009300     05 CM-EXPIRY-CAL          PIC X(08).
009400     05 CM-MAX-COUPONS         PIC 9(07).
009500     05 CM-BUDGET              PIC 9(07)V99.
009600     05 CM-ISSUED              PIC 9(07).
009700     05 CM-REDEEMED            PIC 9(07).
009800     05 CM-SPENT               PIC 9(07)V99.
009900     05 CM-VENUE-COUNT         PIC 9(02).
010000     05 CM-VENUE               PIC X(04) OCCURS 10 TIMES.
010100 FD  VENUE-MASTER-FILE.
010200 01  VENUE-MASTER-RECORD.
010300     05 VM-VENUE-ID            PIC X(04).
010400     05 VM-NAME                PIC X(30).
010500     05 VM-REIMB-RATE          PIC 9(03)V99.
010600     05 VM-CALENDAR-ID         PIC X(08).
010700 FD  MAINT-RPT-FILE.
010800 01  MAINT-RPT-RECORD          PIC X(100).
010900 FD  JOB-ACCT-FILE.
011000 01  JOB-ACCT-FILE-RECORD      PIC X(60).
011100 WORKING-STORAGE SECTION.
011200*--------------------------------------------------------------
011300* FILE STATUS AND RUN CONTROLS
011400*--------------------------------------------------------------
011500 77  WS-CAMPTRN-STATUS         PIC XX.
011600 77  WS-CPNCAMP-STATUS         PIC XX.
011700 77  WS-VENUEMST-STATUS        PIC XX.
011800 77  WS-MAINTRPT-STATUS        PIC XX.
011900 77  WS-JOBACCT-STATUS         PIC XX.
012000 77  WS-TRANS-EOF-SW           PIC X VALUE "N".
012100     88 END-OF-TRANS VALUE "Y".
012200 77  WS-VENUEMST-OPEN-SW       PIC X VALUE "N".
012300     88 VENUE-MASTER-OPEN VALUE "Y".
012400 77  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
012500 77  WS-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
012600 77  WS-TRANS-READ             PIC 9(05) VALUE ZERO.
012700 77  WS-JA-START-TIMESTAMP     PIC X(14).
012800 COPY JOBACCT.
012900 COPY RUNPARM.
013000 COPY OPERAUTH.
013100 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
013200*--------------------------------------------------------------
013300* TRANSACTION EDITS
013400*--------------------------------------------------------------
013500 77  WS-EDIT-REASON            PIC X(40) VALUE SPACES.
013600 77  WS-VENUE-SCAN             PIC 9(02) BINARY.
013700 77  WS-VENUE-SUPPLIED         PIC 9(02) BINARY.
013800 77  WS-DATE-WORK              PIC X(08).
013900 77  WS-DATE-VALID-SW          PIC X VALUE "N".
014000     88 DATE-VALID VALUE "Y".
014100*--------------------------------------------------------------
014200* REPORT LINES
014300*--------------------------------------------------------------
014400 01  WS-MAINT-DETAIL-LINE.
014500     05 MD-ACTION              PIC X(07).
014600     05 FILLER                 PIC X(02) VALUE SPACES.
014700     05 MD-CAMPAIGN-ID         PIC X(08).
014800     05 FILLER                 PIC X(02) VALUE SPACES.
014900     05 MD-RESULT              PIC X(40).
015000 01  WS-MAINT-TOTAL-LINE.
015100     05 MT-LABEL               PIC X(14).
015200     05 MT-COUNT               PIC ZZZZ9.
015300 01  WS-IMAGE-LINE.
015400     05 FILLER                 PIC X(04) VALUE SPACES.
015500     05 IL-LABEL               PIC X(06).
015600     05 FILLER                 PIC X(01) VALUE SPACES.
015700     05 IL-ISSUE-FROM          PIC X(08).
015800     05 FILLER                 PIC X(01) VALUE "-".
015900     05 IL-ISSUE-TO            PIC X(08).
016000     05 FILLER                 PIC X(05) VALUE " EXP ".
016100     05 IL-EXPIRY              PIC X(17).
016200     05 FILLER                 PIC X(05) VALUE " MAX ".
016300     05 IL-MAX                 PIC ZZZZZZ9.
016400     05 FILLER                 PIC X(08) VALUE " BUDGET ".
016500     05 IL-BUDGET              PIC Z,ZZZ,ZZ9.99.
016600 01  WS-EXPIRY-DAYS-TEXT.
016700     05 ED-DAYS                PIC ZZ9.
016800     05 FILLER                 PIC X(06) VALUE " DAYS ".
016900     05 ED-CALENDAR            PIC X(08).
017000 01  WS-VENUE-LINE.
017100     05 FILLER                 PIC X(11) VALUE SPACES.
017200     05 VL-LABEL               PIC X(08).
017300     05 VL-VENUE-ENTRY OCCURS 10 TIMES.
017400        10 VL-VENUE            PIC X(04).
017500        10 FILLER              PIC X(01).
017600 PROCEDURE DIVISION.
017700*--------------------------------------------------------------
017800* 0000-MAINLINE
017900*--------------------------------------------------------------
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018200     PERFORM 2000-APPLY-ONE-TRANS
018300        THRU 2000-APPLY-ONE-TRANS-EXIT
018400        UNTIL END-OF-TRANS
018500     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
018600     IF WS-REJECTED-COUNT > ZERO
018700        MOVE 4 TO RETURN-CODE
018800     END-IF
018900     STOP RUN.
019000*--------------------------------------------------------------
019100* 1000-INITIALIZE
019200*--------------------------------------------------------------
019300 1000-INITIALIZE.
019400     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
019500     OPEN OUTPUT MAINT-RPT-FILE
019600*    WHO IS RUNNING THIS, AND ARE THEY ALLOWED TO
019700     MOVE "CPNCAMP" TO RP-PROGRAM-ID
019800     MOVE "OPERATOR" TO RP-KEYWORD
019900     MOVE "BATCH" TO RP-DEFAULT
020000     CALL "RUNPARM" USING RUN-PARM-CONTROL
020100     MOVE RP-VALUE(1:8) TO WS-OPERATOR
020200     MOVE WS-OPERATOR TO OA-OPERATOR
020300     MOVE "CPNCAMP" TO OA-FUNCTION
020400     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
020500     EVALUATE TRUE
020600        WHEN OA-AUTHORIZED
020700           CONTINUE
020800        WHEN OA-NO-SECURITY
020900           MOVE "NO OPERSEC FILE - AUTHORITY NOT VERIFIED"
021000              TO MAINT-RPT-RECORD
021100           WRITE MAINT-RPT-RECORD
021200        WHEN OTHER
021300           MOVE "OPERATOR NOT AUTHORIZED FOR CPNCAMP - RUN ENDED"
021400              TO MAINT-RPT-RECORD
021500           WRITE MAINT-RPT-RECORD
021600           CLOSE MAINT-RPT-FILE
021700           MOVE 8 TO RETURN-CODE
021800           STOP RUN
021900     END-EVALUATE
022000     MOVE SPACES TO MAINT-RPT-RECORD
022100     STRING "COUPON CAMPAIGN MAINTENANCE  OPERATOR: "
022200           DELIMITED BY SIZE
022300        WS-OPERATOR DELIMITED BY SIZE
022400        INTO MAINT-RPT-RECORD
022500     END-STRING
022600     WRITE MAINT-RPT-RECORD
022700     OPEN I-O CAMPAIGN-MASTER-FILE
022800     IF WS-CPNCAMP-STATUS = "35"
022900        OPEN OUTPUT CAMPAIGN-MASTER-FILE
023000        CLOSE CAMPAIGN-MASTER-FILE
023100        OPEN I-O CAMPAIGN-MASTER-FILE
023200     END-IF
023300     OPEN INPUT VENUE-MASTER-FILE
023400     IF WS-VENUEMST-STATUS = "00"
023500        SET VENUE-MASTER-OPEN TO TRUE
023600     END-IF
023700     OPEN INPUT CAMP-TRANS-FILE
023800     IF WS-CAMPTRN-STATUS NOT = "00"
023900        SET END-OF-TRANS TO TRUE
024000     ELSE
024100        PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT
024200     END-IF.
024300 1000-INITIALIZE-EXIT.
024400     EXIT.
024500*--------------------------------------------------------------
024600* 2000-APPLY-ONE-TRANS - FULL EDITS FIRST, THEN THE MASTER
024700*          UPDATE, THEN THE BEFORE/AFTER IMAGES ON THE REPORT
024800*--------------------------------------------------------------
024900 2000-APPLY-ONE-TRANS.
025000     ADD 1 TO WS-TRANS-READ
025100     MOVE SPACES TO WS-MAINT-DETAIL-LINE
025200     MOVE CT-ACTION TO MD-ACTION
025300     MOVE CT-CAMPAIGN-ID TO MD-CAMPAIGN-ID
025400     IF CT-CAMPAIGN-ID = SPACES
025500        ADD 1 TO WS-REJECTED-COUNT
025600        MOVE "CAMPAIGN ID MISSING" TO MD-RESULT
025700        WRITE MAINT-RPT-RECORD FROM WS-MAINT-DETAIL-LINE
025800        GO TO 2000-APPLY-ONE-TRANS-NEXT
025900     END-IF
026000     EVALUATE FUNCTION UPPER-CASE(CT-ACTION)
026100        WHEN "ADD"
026200           PERFORM 3000-ADD-CAMPAIGN THRU 3000-ADD-CAMPAIGN-EXIT
026300        WHEN "CHANGE"
026400           PERFORM 4000-CHANGE-CAMPAIGN
026500              THRU 4000-CHANGE-CAMPAIGN-EXIT
026600        WHEN "DELETE"
026700           PERFORM 5000-DELETE-CAMPAIGN
026800              THRU 5000-DELETE-CAMPAIGN-EXIT
026900        WHEN OTHER
027000           ADD 1 TO WS-REJECTED-COUNT
027100           MOVE "UNKNOWN ACTION" TO MD-RESULT
027200           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
027300     END-EVALUATE.
027400 2000-APPLY-ONE-TRANS-NEXT.
027500     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
027600 2000-APPLY-ONE-TRANS-EXIT.
027700     EXIT.
027800 2100-READ-TRANS.
027900     READ CAMP-TRANS-FILE
028000        AT END SET END-OF-TRANS TO TRUE
028100     END-READ.
028200 2100-READ-TRANS-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------
028500* 2900-REJECT - COUNT AND LIST A TRANSACTION THAT FAILED AN EDIT
028600*--------------------------------------------------------------
028700 2900-REJECT.
028800     ADD 1 TO WS-REJECTED-COUNT
028900     MOVE WS-EDIT-REASON TO MD-RESULT
029000     PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT.
029100 2900-REJECT-EXIT.
029200     EXIT.
029300 2950-WRITE-DETAIL.
029400     WRITE MAINT-RPT-RECORD FROM WS-MAINT-DETAIL-LINE.
029500 2950-WRITE-DETAIL-EXIT.
029600     EXIT.
029700*--------------------------------------------------------------
029800* 3000-ADD-CAMPAIGN - A NEW CAMPAIGN NEEDS EVERYTHING: OFFER
029900*          TEXT, ISSUE WINDOW, AN EXPIRY RULE, A CAP, A BUDGET,
030000*          AND AT LEAST ONE VENUE. IT STARTS WITH NOTHING
030100*          ISSUED, REDEEMED, OR SPENT.
030200*--------------------------------------------------------------
030300 3000-ADD-CAMPAIGN.
030400     PERFORM 7000-EDIT-SUPPLIED THRU 7000-EDIT-SUPPLIED-EXIT
030500     IF WS-EDIT-REASON NOT = SPACES
030600        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
030700        GO TO 3000-ADD-CAMPAIGN-EXIT
030800     END-IF
030900     EVALUATE TRUE
031000        WHEN CT-OFFER-TEXT = SPACES
031100           MOVE "OFFER TEXT MISSING" TO WS-EDIT-REASON
031200        WHEN CT-ISSUE-FROM = SPACES OR CT-ISSUE-TO = SPACES
031300           MOVE "ISSUE WINDOW MISSING" TO WS-EDIT-REASON
031400        WHEN CT-EXPIRY-DAYS = SPACES AND CT-EXPIRY-DATE = SPACES
031500           MOVE "EXPIRY RULE MISSING" TO WS-EDIT-REASON
031600        WHEN CT-MAX-COUPONS = SPACES
031700           MOVE "MAXIMUM COUPONS MISSING" TO WS-EDIT-REASON
031800        WHEN CT-BUDGET = SPACES
031900           MOVE "BUDGET MISSING" TO WS-EDIT-REASON
032000        WHEN WS-VENUE-SUPPLIED = ZERO
032100           MOVE "NO ELIGIBLE VENUES" TO WS-EDIT-REASON
032200     END-EVALUATE
032300     IF WS-EDIT-REASON NOT = SPACES
032400        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
032500        GO TO 3000-ADD-CAMPAIGN-EXIT
032600     END-IF
032700     MOVE SPACES TO CAMPAIGN-MASTER-RECORD
032800     MOVE CT-CAMPAIGN-ID TO CM-CAMPAIGN-ID
032900     MOVE ZERO TO CM-EXPIRY-DAYS
033000     MOVE ZERO TO CM-MAX-COUPONS
033100     MOVE ZERO TO CM-BUDGET
033200     MOVE ZERO TO CM-VENUE-COUNT
033300     MOVE ZERO TO CM-ISSUED
033400     MOVE ZERO TO CM-REDEEMED
033500     MOVE ZERO TO CM-SPENT
033600     PERFORM 7500-MOVE-SUPPLIED THRU 7500-MOVE-SUPPLIED-EXIT
033700     PERFORM 7300-CROSS-CHECK THRU 7300-CROSS-CHECK-EXIT
033800     IF WS-EDIT-REASON NOT = SPACES
033900        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
034000        GO TO 3000-ADD-CAMPAIGN-EXIT
034100     END-IF
034200     WRITE CAMPAIGN-MASTER-RECORD
034300        INVALID KEY
034400           ADD 1 TO WS-REJECTED-COUNT
034500           MOVE "DUPLICATE - CAMPAIGN ALREADY ON FILE"
034600              TO MD-RESULT
034700           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
034800        NOT INVALID KEY
034900           ADD 1 TO WS-APPLIED-COUNT
035000           MOVE "ADDED" TO MD-RESULT
035100           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
035200           MOVE "AFTER" TO IL-LABEL
035300           PERFORM 6000-LIST-IMAGE THRU 6000-LIST-IMAGE-EXIT
035400     END-WRITE.
035500 3000-ADD-CAMPAIGN-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------
035800* 4000-CHANGE-CAMPAIGN - ONLY THE FIELDS SUPPLIED CHANGE; A
035900*          SUPPLIED VENUE LIST REPLACES THE WHOLE LIST. THE
036000*          ISSUED, REDEEMED, AND SPENT FIGURES BELONG TO THE
036100*          ISSUE AND REDEMPTION RUNS AND NEVER CHANGE HERE.
036200*--------------------------------------------------------------
036300 4000-CHANGE-CAMPAIGN.
036400     PERFORM 7000-EDIT-SUPPLIED THRU 7000-EDIT-SUPPLIED-EXIT
036500     IF WS-EDIT-REASON NOT = SPACES
036600        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
036700        GO TO 4000-CHANGE-CAMPAIGN-EXIT
036800     END-IF
036900     MOVE CT-CAMPAIGN-ID TO CM-CAMPAIGN-ID
037000     READ CAMPAIGN-MASTER-FILE
037100        INVALID KEY
037200           MOVE "CAMPAIGN NOT ON FILE" TO WS-EDIT-REASON
037300           PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
037400           GO TO 4000-CHANGE-CAMPAIGN-EXIT
037500     END-READ
037600     MOVE "BEFORE" TO IL-LABEL
037700     PERFORM 7500-MOVE-SUPPLIED THRU 7500-MOVE-SUPPLIED-EXIT
037800     PERFORM 7300-CROSS-CHECK THRU 7300-CROSS-CHECK-EXIT
037900     IF WS-EDIT-REASON NOT = SPACES
038000        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
038100        GO TO 4000-CHANGE-CAMPAIGN-EXIT
038200     END-IF
038300     REWRITE CAMPAIGN-MASTER-RECORD
038400        INVALID KEY
038500           ADD 1 TO WS-REJECTED-COUNT
038600           MOVE "REWRITE FAILED" TO MD-RESULT
038700           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
038800        NOT INVALID KEY
038900           ADD 1 TO WS-APPLIED-COUNT
039000           MOVE "CHANGED" TO MD-RESULT
039100           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
039200           PERFORM 6200-WRITE-IMAGE THRU 6200-WRITE-IMAGE-EXIT
039300           MOVE "AFTER" TO IL-LABEL
039400           PERFORM 6000-LIST-IMAGE THRU 6000-LIST-IMAGE-EXIT
039500     END-REWRITE.
039600 4000-CHANGE-CAMPAIGN-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------
039900* 5000-DELETE-CAMPAIGN - A CAMPAIGN WITH COUPONS OUT CANNOT GO;
040000*          THE REGISTER STILL NAMES IT
040100*--------------------------------------------------------------
040200 5000-DELETE-CAMPAIGN.
040300     MOVE CT-CAMPAIGN-ID TO CM-CAMPAIGN-ID
040400     READ CAMPAIGN-MASTER-FILE
040500        INVALID KEY
040600           MOVE "CAMPAIGN NOT ON FILE" TO WS-EDIT-REASON
040700           PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
040800           GO TO 5000-DELETE-CAMPAIGN-EXIT
040900     END-READ
041000     IF CM-ISSUED > ZERO
041100        MOVE "CAMPAIGN HAS ISSUED COUPONS" TO WS-EDIT-REASON
041200        PERFORM 2900-REJECT THRU 2900-REJECT-EXIT
041300        GO TO 5000-DELETE-CAMPAIGN-EXIT
041400     END-IF
041500     DELETE CAMPAIGN-MASTER-FILE RECORD
041600        INVALID KEY
041700           ADD 1 TO WS-REJECTED-COUNT
041800           MOVE "DELETE FAILED" TO MD-RESULT
041900           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
042000        NOT INVALID KEY
042100           ADD 1 TO WS-APPLIED-COUNT
042200           MOVE "DELETED" TO MD-RESULT
042300           PERFORM 2950-WRITE-DETAIL THRU 2950-WRITE-DETAIL-EXIT
042400           MOVE "BEFORE" TO IL-LABEL
042500           PERFORM 6000-LIST-IMAGE THRU 6000-LIST-IMAGE-EXIT
042600     END-DELETE.
042700 5000-DELETE-CAMPAIGN-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------
043000* 6000-LIST-IMAGE - PRINT THE CAMPAIGN RECORD AS IT NOW STANDS
043100*          UNDER THE LABEL IN IL-LABEL (TWO LINES: TERMS, THEN
043200*          VENUES)
043300*--------------------------------------------------------------
043400 6000-LIST-IMAGE.
043500     PERFORM 6100-BUILD-IMAGE THRU 6100-BUILD-IMAGE-EXIT
043600     PERFORM 6200-WRITE-IMAGE THRU 6200-WRITE-IMAGE-EXIT.
043700 6000-LIST-IMAGE-EXIT.
043800     EXIT.
043900 6200-WRITE-IMAGE.
044000     WRITE MAINT-RPT-RECORD FROM WS-IMAGE-LINE
044100     WRITE MAINT-RPT-RECORD FROM WS-VENUE-LINE.
044200 6200-WRITE-IMAGE-EXIT.
044300     EXIT.
044400 6100-BUILD-IMAGE.
044500     MOVE CM-ISSUE-FROM TO IL-ISSUE-FROM
044600     MOVE CM-ISSUE-TO TO IL-ISSUE-TO
044700     MOVE SPACES TO IL-EXPIRY
044800     IF CM-EXPIRY-DATE NOT = SPACES
044900        MOVE CM-EXPIRY-DATE TO IL-EXPIRY
045000     ELSE
045100        MOVE CM-EXPIRY-DAYS TO ED-DAYS
045200        MOVE CM-EXPIRY-CAL TO ED-CALENDAR
045300        IF CM-EXPIRY-CAL = SPACES
045400           MOVE "SHOP" TO ED-CALENDAR
045500        END-IF
045600        MOVE WS-EXPIRY-DAYS-TEXT TO IL-EXPIRY
045700     END-IF
045800     MOVE CM-MAX-COUPONS TO IL-MAX
045900     MOVE CM-BUDGET TO IL-BUDGET
046000     MOVE "VENUES" TO VL-LABEL
046100     PERFORM 6110-LIST-ONE-VENUE THRU 6110-LIST-ONE-VENUE-EXIT
046200        VARYING WS-VENUE-SCAN FROM 1 BY 1
046300        UNTIL WS-VENUE-SCAN > 10.
046400 6100-BUILD-IMAGE-EXIT.
046500     EXIT.
046600 6110-LIST-ONE-VENUE.
046700     MOVE SPACES TO VL-VENUE-ENTRY(WS-VENUE-SCAN)
046800     IF WS-VENUE-SCAN NOT > CM-VENUE-COUNT
046900        MOVE CM-VENUE(WS-VENUE-SCAN) TO VL-VENUE(WS-VENUE-SCAN)
047000     END-IF.
047100 6110-LIST-ONE-VENUE-EXIT.
047200     EXIT.
047300*--------------------------------------------------------------
047400* 7000-EDIT-SUPPLIED - EVERY FIELD THE TRANSACTION SUPPLIES MUST
047500*          BE WELL FORMED; THE FIRST FAILURE LANDS IN
047600*          WS-EDIT-REASON. SUPPLIED VENUES ARE COUNTED.
047700*--------------------------------------------------------------
047800 7000-EDIT-SUPPLIED.
047900     MOVE SPACES TO WS-EDIT-REASON
048000     MOVE ZERO TO WS-VENUE-SUPPLIED
048100     IF CT-ISSUE-FROM NOT = SPACES
048200        MOVE CT-ISSUE-FROM TO WS-DATE-WORK
048300        PERFORM 7200-CHECK-DATE THRU 7200-CHECK-DATE-EXIT
048400        IF NOT DATE-VALID
048500           MOVE "ISSUE FROM DATE NOT VALID" TO WS-EDIT-REASON
048600           GO TO 7000-EDIT-SUPPLIED-EXIT
048700        END-IF
048800     END-IF
048900     IF CT-ISSUE-TO NOT = SPACES
049000        MOVE CT-ISSUE-TO TO WS-DATE-WORK
049100        PERFORM 7200-CHECK-DATE THRU 7200-CHECK-DATE-EXIT
049200        IF NOT DATE-VALID
049300           MOVE "ISSUE TO DATE NOT VALID" TO WS-EDIT-REASON
049400           GO TO 7000-EDIT-SUPPLIED-EXIT
049500        END-IF
049600     END-IF
049700     IF CT-EXPIRY-DAYS NOT = SPACES
049800        IF CT-EXPIRY-DAYS IS NOT NUMERIC
049900           OR CT-EXPIRY-DAYS = ZERO
050000           MOVE "EXPIRY DAYS NOT VALID" TO WS-EDIT-REASON
050100           GO TO 7000-EDIT-SUPPLIED-EXIT
050200        END-IF
050300        IF CT-EXPIRY-DATE NOT = SPACES
050400           MOVE "GIVE EXPIRY DAYS OR DATE, NOT BOTH"
050500              TO WS-EDIT-REASON
050600           GO TO 7000-EDIT-SUPPLIED-EXIT
050700        END-IF
050800     END-IF
050900     IF CT-EXPIRY-DATE NOT = SPACES
051000        MOVE CT-EXPIRY-DATE TO WS-DATE-WORK
051100        PERFORM 7200-CHECK-DATE THRU 7200-CHECK-DATE-EXIT
051200        IF NOT DATE-VALID
051300           MOVE "EXPIRY DATE NOT VALID" TO WS-EDIT-REASON
051400           GO TO 7000-EDIT-SUPPLIED-EXIT
051500        END-IF
051600     END-IF
051700     IF CT-MAX-COUPONS NOT = SPACES
051800        IF CT-MAX-COUPONS IS NOT NUMERIC
051900           OR CT-MAX-COUPONS = ZERO
052000           MOVE "MAXIMUM COUPONS NOT VALID" TO WS-EDIT-REASON
052100           GO TO 7000-EDIT-SUPPLIED-EXIT
052200        END-IF
052300     END-IF
052400     IF CT-BUDGET NOT = SPACES
052500        IF CT-BUDGET IS NOT NUMERIC
052600           MOVE "BUDGET NOT NUMERIC" TO WS-EDIT-REASON
052700           GO TO 7000-EDIT-SUPPLIED-EXIT
052800        END-IF
052900     END-IF
053000     PERFORM 7100-EDIT-ONE-VENUE THRU 7100-EDIT-ONE-VENUE-EXIT
053100        VARYING WS-VENUE-SCAN FROM 1 BY 1
053200        UNTIL WS-VENUE-SCAN > 10
053300           OR WS-EDIT-REASON NOT = SPACES.
053400 7000-EDIT-SUPPLIED-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------
053700* 7100-EDIT-ONE-VENUE - THE LIST IS PACKED FROM THE LEFT; EACH
053800*          VENUE MUST BE ON THE VENUE MASTER
053900*--------------------------------------------------------------
054000 7100-EDIT-ONE-VENUE.
054100     IF CT-VENUE(WS-VENUE-SCAN) = SPACES
054200        GO TO 7100-EDIT-ONE-VENUE-EXIT
054300     END-IF
054400     IF WS-VENUE-SUPPLIED NOT = WS-VENUE-SCAN - 1
054500        MOVE "VENUE LIST HAS A GAP" TO WS-EDIT-REASON
054600        GO TO 7100-EDIT-ONE-VENUE-EXIT
054700     END-IF
054800     IF NOT VENUE-MASTER-OPEN
054900        MOVE "NO VENUE MASTER - VENUES NOT VERIFIED"
055000           TO WS-EDIT-REASON
055100        GO TO 7100-EDIT-ONE-VENUE-EXIT
055200     END-IF
055300     MOVE CT-VENUE(WS-VENUE-SCAN) TO VM-VENUE-ID
055400     READ VENUE-MASTER-FILE
055500        INVALID KEY
055600           MOVE SPACES TO WS-EDIT-REASON
055700           STRING "VENUE " DELIMITED BY SIZE
055800              CT-VENUE(WS-VENUE-SCAN) DELIMITED BY SIZE
055900              " NOT ON VENUE MASTER" DELIMITED BY SIZE
056000              INTO WS-EDIT-REASON
056100           END-STRING
056200           GO TO 7100-EDIT-ONE-VENUE-EXIT
056300     END-READ
056400     ADD 1 TO WS-VENUE-SUPPLIED.
056500 7100-EDIT-ONE-VENUE-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------
056800* 7200-CHECK-DATE - WS-DATE-WORK MUST BE A REAL CCYYMMDD DATE
056900*--------------------------------------------------------------
057000 7200-CHECK-DATE.
057100     MOVE "N" TO WS-DATE-VALID-SW
057200     IF WS-DATE-WORK IS NOT NUMERIC
057300        GO TO 7200-CHECK-DATE-EXIT
057400     END-IF
057500     IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-DATE-WORK))
057600        = ZERO
057700        SET DATE-VALID TO TRUE
057800     END-IF.
057900 7200-CHECK-DATE-EXIT.
058000     EXIT.
058100*--------------------------------------------------------------
058200* 7300-CROSS-CHECK - THE RECORD AS IT WOULD BE WRITTEN MUST HANG
058300*          TOGETHER: THE WINDOW RUNS FORWARD, A FIXED EXPIRY
058400*          FALLS ON OR AFTER THE LAST ISSUE DAY, AND THE CAP
058500*          COVERS WHAT HAS ALREADY BEEN ISSUED
058600*--------------------------------------------------------------
058700 7300-CROSS-CHECK.
058800     EVALUATE TRUE
058900        WHEN CM-ISSUE-FROM > CM-ISSUE-TO
059000           MOVE "ISSUE WINDOW ENDS BEFORE IT STARTS"
059100              TO WS-EDIT-REASON
059200        WHEN CM-EXPIRY-DATE NOT = SPACES
059300           AND CM-EXPIRY-DATE < CM-ISSUE-TO
059400           MOVE "EXPIRY DATE BEFORE END OF ISSUE WINDOW"
059500              TO WS-EDIT-REASON
059600        WHEN CM-MAX-COUPONS < CM-ISSUED
059700           MOVE "MAXIMUM BELOW COUPONS ALREADY ISSUED"
059800              TO WS-EDIT-REASON
059900     END-EVALUATE.
060000 7300-CROSS-CHECK-EXIT.
060100     EXIT.
060200*--------------------------------------------------------------
060300* 7500-MOVE-SUPPLIED - CARRY THE SUPPLIED FIELDS ONTO THE
060400*          MASTER RECORD, BUILDING THE BEFORE IMAGE FIRST. EXPIRY
060500*          DAYS AND A FIXED EXPIRY DATE REPLACE ONE ANOTHER.
060600*--------------------------------------------------------------
060700 7500-MOVE-SUPPLIED.
060800     PERFORM 6100-BUILD-IMAGE THRU 6100-BUILD-IMAGE-EXIT
060900     IF CT-OFFER-TEXT NOT = SPACES
061000        MOVE CT-OFFER-TEXT TO CM-OFFER-TEXT
061100     END-IF
061200     IF CT-ISSUE-FROM NOT = SPACES
061300        MOVE CT-ISSUE-FROM TO CM-ISSUE-FROM
061400     END-IF
061500     IF CT-ISSUE-TO NOT = SPACES
061600        MOVE CT-ISSUE-TO TO CM-ISSUE-TO
061700     END-IF
061800     IF CT-EXPIRY-DAYS NOT = SPACES
061900        MOVE CT-EXPIRY-DAYS TO CM-EXPIRY-DAYS
062000        MOVE SPACES TO CM-EXPIRY-DATE
062100     END-IF
062200     IF CT-EXPIRY-DATE NOT = SPACES
062300        MOVE CT-EXPIRY-DATE TO CM-EXPIRY-DATE
062400        MOVE ZERO TO CM-EXPIRY-DAYS
062500     END-IF
062600     IF CT-EXPIRY-CAL NOT = SPACES
062700        MOVE CT-EXPIRY-CAL TO CM-EXPIRY-CAL
062800     END-IF
062900     IF CT-MAX-COUPONS NOT = SPACES
063000        MOVE CT-MAX-COUPONS TO CM-MAX-COUPONS
063100     END-IF
063200     IF CT-BUDGET NOT = SPACES
063300        MOVE CT-BUDGET-AMOUNT TO CM-BUDGET
063400     END-IF
063500     IF WS-VENUE-SUPPLIED > ZERO
063600        MOVE WS-VENUE-SUPPLIED TO CM-VENUE-COUNT
063700        PERFORM 7510-MOVE-ONE-VENUE THRU 7510-MOVE-ONE-VENUE-EXIT
063800           VARYING WS-VENUE-SCAN FROM 1 BY 1
063900           UNTIL WS-VENUE-SCAN > 10
064000     END-IF.
064100 7500-MOVE-SUPPLIED-EXIT.
064200     EXIT.
064300 7510-MOVE-ONE-VENUE.
064400     MOVE CT-VENUE(WS-VENUE-SCAN) TO CM-VENUE(WS-VENUE-SCAN).
064500 7510-MOVE-ONE-VENUE-EXIT.
064600     EXIT.
064700*--------------------------------------------------------------
064800* 9000-FINISH - SUMMARY, CLOSE, JOB-ACCOUNTING ROW
064900*--------------------------------------------------------------
065000 9000-FINISH.
065100     IF WS-CAMPTRN-STATUS = "00" OR WS-CAMPTRN-STATUS = "10"
065200        CLOSE CAMP-TRANS-FILE
065300     END-IF
065400     CLOSE CAMPAIGN-MASTER-FILE
065500     IF VENUE-MASTER-OPEN
065600        CLOSE VENUE-MASTER-FILE
065700     END-IF
065800     MOVE SPACES TO WS-MAINT-TOTAL-LINE
065900     MOVE "APPLIED     :" TO MT-LABEL
066000     MOVE WS-APPLIED-COUNT TO MT-COUNT
066100     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
066200     MOVE "REJECTED    :" TO MT-LABEL
066300     MOVE WS-REJECTED-COUNT TO MT-COUNT
066400     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
066500     CLOSE MAINT-RPT-FILE
066600     OPEN EXTEND JOB-ACCT-FILE
066700     IF WS-JOBACCT-STATUS = "35"
066800        OPEN OUTPUT JOB-ACCT-FILE
066900        CLOSE JOB-ACCT-FILE
067000        OPEN EXTEND JOB-ACCT-FILE
067100     END-IF
067200     MOVE "CPNCAMP" TO JA-PROGRAM-NAME
067300     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
067400     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
067500     MOVE "COMPLETED" TO JA-RETURN-STATUS
067600     MOVE WS-TRANS-READ TO JA-RECORD-COUNT
067700     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
067800     CLOSE JOB-ACCT-FILE.
067900 9000-FINISH-EXIT.
068000     EXIT.
