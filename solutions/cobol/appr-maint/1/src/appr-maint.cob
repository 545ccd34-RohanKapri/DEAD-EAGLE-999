000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPR-MAINT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. THE CHECKER'S SIDE OF THE
001100*                 PENDING-APPROVAL QUEUE (APPRQUE) THAT
001200*                 PARTS-MAINT DELETES, SCORE-ADJ, RUNCTL-MAINT
001300*                 AND KEY-BACKUP RESTORES NOW WRITE TO INSTEAD
001400*                 OF APPLYING DIRECTLY. EACH DECISION ON APPRDEC
001500*                 (CHECKER, ITEM ID, APPROVE OR REJECT, NOTE) IS
001600*                 CHECKED THROUGH OPERAUTH FOR FUNCTION APPROVE
001700*                 AND REFUSED WHEN THE CHECKER IS THE MAKER OR
001800*                 THE ITEM IS NOT PENDING. A PENDING ITEM NOT
001900*                 DECIDED, OR AN APPROVED ONE NOT APPLIED BY ITS
002000*                 OWNING RUN, WITHIN RUNCTL APPRMNT EXPDAYS
002100*                 CALENDAR DAYS (DEFAULT 3) EXPIRES. FINISHED
002200*                 ITEMS DROP OFF THE QUEUE AFTER KEEPDAYS
002300*                 (DEFAULT 30). THE DAILY APPROVALS REPORT
002400*                 (APPRRPT) LISTS THIS RUN'S DECISIONS, THE
002500*                 ITEMS REJECTED OR EXPIRED TODAY WITH THEIR
002600*                 TRANSACTIONS, AND EVERYTHING STILL OPEN.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT APPR-QUEUE-FILE ASSIGN TO "APPRQUE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-APPRQUE-STATUS.
003700     SELECT APPR-DEC-FILE ASSIGN TO "APPRDEC"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-APPRDEC-STATUS.
004000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOBACCT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  APPR-QUEUE-FILE
004600     RECORDING MODE IS F.
004700 01  APPR-QUEUE-FILE-RECORD    PIC X(196).
004800*--------------------------------------------------------------
004900* APPRDEC - ONE DECISION PER LINE: CHECKER ID, ITEM ID FROM
005000* THE APPROVALS REPORT, APPROVE OR REJECT, AND A NOTE
005100*--------------------------------------------------------------
005200 FD  APPR-DEC-FILE
005300     RECORDING MODE IS F.
005400 01  APPR-DEC-RECORD.
005500     05 AD-CHECKER             PIC X(08).
005600     05 FILLER                 PIC X(01).
005700     05 AD-ITEM-ID             PIC X(18).
005800     05 FILLER                 PIC X(01).
005900     05 AD-DECISION            PIC X(08).
006000     05 FILLER                 PIC X(01).
006100     05 AD-NOTE                PIC X(30).
006200 FD  JOB-ACCT-FILE
006300     RECORDING MODE IS F.
006400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
006500 WORKING-STORAGE SECTION.
006600*--------------------------------------------------------------
006700* FILE STATUS AND RUN CONTROLS
006800*--------------------------------------------------------------
006900 77  WS-APPRQUE-STATUS         PIC XX.
007000 77  WS-APPRDEC-STATUS         PIC XX.
007100 77  WS-JOBACCT-STATUS         PIC XX.
007200 77  WS-FILE-EOF-SW            PIC X VALUE "N".
007300     88 END-OF-CURRENT-FILE    VALUE "Y".
007400 77  WS-DEC-OPENED-SW          PIC X VALUE "N".
007500     88 DECISIONS-CONSUMED     VALUE "Y".
007600 77  WS-OVERFLOW-SW            PIC X VALUE "N".
007700     88 QUEUE-OVERFLOW         VALUE "Y".
007800 77  WS-CHANGED-SW             PIC X VALUE "N".
007900     88 QUEUE-CHANGED          VALUE "Y".
008000 77  WS-SAVE-FAILED-SW         PIC X VALUE "N".
008100     88 QUEUE-SAVE-FAILED      VALUE "Y".
008200 77  WS-EXPIRE-DAYS            PIC 9(03) VALUE 3.
008300 77  WS-KEEP-DAYS              PIC 9(03) VALUE 30.
008400 77  WS-AGE-DAYS               PIC S9(07) VALUE ZERO.
008500 77  WS-AGE-TS                 PIC X(14).
008600 77  WS-RUN-TS                 PIC X(14).
008700 77  WS-RUN-DATE               PIC X(08).
008800 77  WS-JA-START-TIMESTAMP     PIC X(14).
008900 77  WS-SOURCE-ROWS            PIC 9(07) BINARY VALUE ZERO.
009000 77  WS-APPROVED-COUNT         PIC 9(05) BINARY VALUE ZERO.
009100 77  WS-REJECTED-COUNT         PIC 9(05) BINARY VALUE ZERO.
009200 77  WS-REFUSED-COUNT          PIC 9(05) BINARY VALUE ZERO.
009300 77  WS-EXPIRED-COUNT          PIC 9(05) BINARY VALUE ZERO.
009400 77  WS-PURGED-COUNT           PIC 9(05) BINARY VALUE ZERO.
009500 77  WS-LISTED-COUNT           PIC 9(05) BINARY VALUE ZERO.
009600 77  WS-COUNT-ED               PIC ZZZZ9.
009700 77  WS-DAYS-ED                PIC ZZ9.
009800 77  WS-REFUSE-REASON          PIC X(40).
009900 77  WS-DECISION               PIC X(08).
010000 77  WS-CHECKER-VERIFIED-SW    PIC X VALUE "Y".
010100     88 CHECKER-VERIFIED       VALUE "Y".
010200 COPY JOBACCT.
010300 COPY RUNPARM.
010400 COPY OPERAUTH.
010500 COPY APPRITEM.
010600 COPY RPTWRITE.
010700 01  WS-RPT-DETAIL             PIC X(100).
010800*--------------------------------------------------------------
010900* THE QUEUE IN STORAGE. A FINISHED ITEM PAST KEEPDAYS IS
011000* MARKED AND LEFT OUT WHEN THE QUEUE IS WRITTEN BACK.
011100*--------------------------------------------------------------
011200 01  WS-QUEUE-TABLE.
011300     05 WS-QT-COUNT            PIC 9(04) BINARY VALUE ZERO.
011400     05 WS-QT-ENTRY OCCURS 500 TIMES.
011500        10 WS-QT-ITEM          PIC X(196).
011600        10 WS-QT-PURGE-SW      PIC X(01).
011700           88 QT-PURGED        VALUE "Y".
011800 77  WS-QT-IDX                 PIC 9(04) BINARY.
011900 77  WS-QT-HIT                 PIC 9(04) BINARY.
012000*--------------------------------------------------------------
012100* REPORT LINES
012200*--------------------------------------------------------------
012300 01  WS-ITEM-LINE.
012400     05 FILLER                 PIC X(02) VALUE SPACES.
012500     05 IL-ITEM-ID             PIC X(18).
012600     05 FILLER                 PIC X(02) VALUE SPACES.
012700     05 IL-PROGRAM             PIC X(08).
012800     05 FILLER                 PIC X(02) VALUE SPACES.
012900     05 IL-MAKER               PIC X(08).
013000     05 FILLER                 PIC X(02) VALUE SPACES.
013100     05 IL-CHECKER             PIC X(08).
013200     05 FILLER                 PIC X(02) VALUE SPACES.
013300     05 IL-STATUS              PIC X(08).
013400     05 FILLER                 PIC X(02) VALUE SPACES.
013500     05 IL-NOTE                PIC X(30).
013600 01  WS-TRANS-LINE.
013700     05 FILLER                 PIC X(06) VALUE SPACES.
013800     05 FILLER                 PIC X(07) VALUE "TRANS: ".
013900     05 TL-TRANS               PIC X(80).
014000 PROCEDURE DIVISION.
014100*--------------------------------------------------------------
014200* 0000-MAINLINE
014300*--------------------------------------------------------------
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014600     PERFORM 2000-APPLY-DECISIONS THRU 2000-APPLY-DECISIONS-EXIT
014700     PERFORM 3000-EXPIRE-ITEMS THRU 3000-EXPIRE-ITEMS-EXIT
014800     PERFORM 4000-REPORT-ITEMS THRU 4000-REPORT-ITEMS-EXIT
014900     PERFORM 5000-SAVE-QUEUE THRU 5000-SAVE-QUEUE-EXIT
015000     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
015100*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN A DECISION
015200*    WAS REFUSED OR THE QUEUE COULD NOT BE WRITTEN BACK.
015300     IF WS-REFUSED-COUNT > ZERO
015400        OR QUEUE-OVERFLOW
015500        OR QUEUE-SAVE-FAILED
015600        MOVE 4 TO RETURN-CODE
015700     END-IF
015800     STOP RUN.
015900*--------------------------------------------------------------
016000* 1000-INITIALIZE - RUN CONTROLS, LOAD THE QUEUE, OPEN THE
016100*          REPORT
016200*--------------------------------------------------------------
016300 1000-INITIALIZE.
016400     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
016500     MOVE WS-JA-START-TIMESTAMP TO WS-RUN-TS
016600     MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE
016700     MOVE "APPRMNT" TO RP-PROGRAM-ID
016800     MOVE "EXPDAYS" TO RP-KEYWORD
016900     MOVE "3" TO RP-DEFAULT
017000     CALL "RUNPARM" USING RUN-PARM-CONTROL
017100     IF TEST-NUMVAL(RP-VALUE) = ZERO
017200        MOVE NUMVAL(RP-VALUE) TO WS-EXPIRE-DAYS
017300     END-IF
017400     MOVE "KEEPDAYS" TO RP-KEYWORD
017500     MOVE "30" TO RP-DEFAULT
017600     CALL "RUNPARM" USING RUN-PARM-CONTROL
017700     IF TEST-NUMVAL(RP-VALUE) = ZERO
017800        MOVE NUMVAL(RP-VALUE) TO WS-KEEP-DAYS
017900     END-IF
018000     MOVE "N" TO WS-FILE-EOF-SW
018100     OPEN INPUT APPR-QUEUE-FILE
018200     IF WS-APPRQUE-STATUS = "00"
018300        PERFORM 1100-LOAD-ONE-ITEM THRU 1100-LOAD-ONE-ITEM-EXIT
018400           UNTIL END-OF-CURRENT-FILE
018500        CLOSE APPR-QUEUE-FILE
018600     END-IF
018700     MOVE "O" TO RPT-REQUEST
018800     MOVE "APPRMNT" TO RPT-PROGRAM-ID
018900     MOVE "APPRRPT" TO RPT-REPORT-NAME
019000     MOVE "DAILY APPROVALS - MAKER/CHECKER QUEUE" TO RPT-TITLE
019100     MOVE SPACES TO WS-ITEM-LINE
019200     MOVE "ITEM ID" TO IL-ITEM-ID
019300     MOVE "PROGRAM" TO IL-PROGRAM
019400     MOVE "MAKER" TO IL-MAKER
019500     MOVE "CHECKER" TO IL-CHECKER
019600     MOVE "STATUS" TO IL-STATUS
019700     MOVE "NOTE" TO IL-NOTE
019800     MOVE WS-ITEM-LINE TO RPT-COL-HEADING
019900     MOVE 60 TO RPT-LINES-PER-PAGE
020000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020100     IF QUEUE-OVERFLOW
020200        MOVE "APPRQUE OVER 500 ITEMS - QUEUE NOT REWRITTEN"
020300           TO WS-RPT-DETAIL
020400        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
020500        MOVE "  DECISIONS ARE HELD ON APPRDEC FOR THE NEXT RUN"
020600           TO WS-RPT-DETAIL
020700        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
020800     END-IF.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100 1100-LOAD-ONE-ITEM.
021200     READ APPR-QUEUE-FILE
021300        AT END
021400           SET END-OF-CURRENT-FILE TO TRUE
021500           GO TO 1100-LOAD-ONE-ITEM-EXIT
021600     END-READ
021700     ADD 1 TO WS-SOURCE-ROWS
021800     IF APPR-QUEUE-FILE-RECORD = SPACES
021900        GO TO 1100-LOAD-ONE-ITEM-EXIT
022000     END-IF
022100     IF WS-QT-COUNT NOT < 500
022200        SET QUEUE-OVERFLOW TO TRUE
022300        GO TO 1100-LOAD-ONE-ITEM-EXIT
022400     END-IF
022500     ADD 1 TO WS-QT-COUNT
022600     MOVE APPR-QUEUE-FILE-RECORD TO WS-QT-ITEM(WS-QT-COUNT)
022700     MOVE "N" TO WS-QT-PURGE-SW(WS-QT-COUNT).
022800 1100-LOAD-ONE-ITEM-EXIT.
022900     EXIT.
023000*--------------------------------------------------------------
023100* 2000-APPLY-DECISIONS - THE SECOND OPERATOR'S APPROVALS AND
023200*          REJECTIONS. A QUEUE THAT CANNOT BE WRITTEN BACK
023300*          LEAVES APPRDEC UNREAD.
023400*--------------------------------------------------------------
023500 2000-APPLY-DECISIONS.
023600     IF QUEUE-OVERFLOW
023700        GO TO 2000-APPLY-DECISIONS-EXIT
023800     END-IF
023900     MOVE "N" TO WS-FILE-EOF-SW
024000     OPEN INPUT APPR-DEC-FILE
024100     IF WS-APPRDEC-STATUS NOT = "00"
024200        GO TO 2000-APPLY-DECISIONS-EXIT
024300     END-IF
024400     SET DECISIONS-CONSUMED TO TRUE
024500     MOVE "DECISIONS THIS RUN" TO WS-RPT-DETAIL
024600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
024700     PERFORM 2100-APPLY-ONE-DECISION
024800        THRU 2100-APPLY-ONE-DECISION-EXIT
024900        UNTIL END-OF-CURRENT-FILE
025000     IF WS-APPROVED-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
025100        AND WS-REFUSED-COUNT = ZERO
025200        MOVE "  NONE" TO WS-RPT-DETAIL
025300        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
025400     END-IF
025500     MOVE SPACES TO WS-RPT-DETAIL
025600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
025700     CLOSE APPR-DEC-FILE.
025800 2000-APPLY-DECISIONS-EXIT.
025900     EXIT.
026000*--------------------------------------------------------------
026100* 2100-APPLY-ONE-DECISION - THE CHECKER MUST HOLD APPROVE, THE
026200*          ITEM MUST BE PENDING, AND THE CHECKER MAY NOT BE ITS
026300*          MAKER. A MISSING OPERSEC FILE IS NOTED AND THE
026400*          DECISION STANDS, AS EVERYWHERE ELSE IN THE SHOP.
026500*--------------------------------------------------------------
026600 2100-APPLY-ONE-DECISION.
026700     READ APPR-DEC-FILE
026800        AT END
026900           SET END-OF-CURRENT-FILE TO TRUE
027000           GO TO 2100-APPLY-ONE-DECISION-EXIT
027100     END-READ
027200     ADD 1 TO WS-SOURCE-ROWS
027300     IF APPR-DEC-RECORD = SPACES
027400        GO TO 2100-APPLY-ONE-DECISION-EXIT
027500     END-IF
027600     MOVE UPPER-CASE(AD-DECISION) TO WS-DECISION
027700     IF WS-DECISION NOT = "APPROVE"
027800        AND WS-DECISION NOT = "REJECT"
027900        MOVE "DECISION NOT APPROVE OR REJECT" TO WS-REFUSE-REASON
028000        PERFORM 2800-REFUSE-DECISION
028100           THRU 2800-REFUSE-DECISION-EXIT
028200        GO TO 2100-APPLY-ONE-DECISION-EXIT
028300     END-IF
028400     MOVE AD-CHECKER TO OA-OPERATOR
028500     MOVE "APPROVE" TO OA-FUNCTION
028600     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
028700     EVALUATE TRUE
028800        WHEN OA-AUTHORIZED
028900           MOVE "Y" TO WS-CHECKER-VERIFIED-SW
029000        WHEN OA-NO-SECURITY
029100           MOVE "N" TO WS-CHECKER-VERIFIED-SW
029200        WHEN OTHER
029300           MOVE SPACES TO WS-REFUSE-REASON
029400           STRING "CHECKER NOT AUTHORIZED (STATUS "
029500                 DELIMITED BY SIZE
029600              OA-STATUS DELIMITED BY SIZE
029700              ")" DELIMITED BY SIZE
029800              INTO WS-REFUSE-REASON
029900           END-STRING
030000           PERFORM 2800-REFUSE-DECISION
030100              THRU 2800-REFUSE-DECISION-EXIT
030200           GO TO 2100-APPLY-ONE-DECISION-EXIT
030300     END-EVALUATE
030400     MOVE ZERO TO WS-QT-HIT
030500     PERFORM 2110-FIND-ONE-ITEM THRU 2110-FIND-ONE-ITEM-EXIT
030600        VARYING WS-QT-IDX FROM 1 BY 1
030700        UNTIL WS-QT-IDX > WS-QT-COUNT
030800           OR WS-QT-HIT > ZERO
030900     IF WS-QT-HIT = ZERO
031000        MOVE "ITEM NOT ON THE QUEUE" TO WS-REFUSE-REASON
031100        PERFORM 2800-REFUSE-DECISION
031200           THRU 2800-REFUSE-DECISION-EXIT
031300        GO TO 2100-APPLY-ONE-DECISION-EXIT
031400     END-IF
031500     MOVE WS-QT-ITEM(WS-QT-HIT) TO APPR-ITEM-RECORD
031600     IF NOT AI-PENDING
031700        MOVE SPACES TO WS-REFUSE-REASON
031800        STRING "ITEM NOT PENDING (" DELIMITED BY SIZE
031900           AI-STATUS DELIMITED BY SPACE
032000           ")" DELIMITED BY SIZE
032100           INTO WS-REFUSE-REASON
032200        END-STRING
032300        PERFORM 2800-REFUSE-DECISION
032400           THRU 2800-REFUSE-DECISION-EXIT
032500        GO TO 2100-APPLY-ONE-DECISION-EXIT
032600     END-IF
032700     IF AD-CHECKER = AI-MAKER
032800        MOVE "CHECKER IS THE MAKER" TO WS-REFUSE-REASON
032900        PERFORM 2800-REFUSE-DECISION
033000           THRU 2800-REFUSE-DECISION-EXIT
033100        GO TO 2100-APPLY-ONE-DECISION-EXIT
033200     END-IF
033300     IF WS-DECISION = "APPROVE"
033400        SET AI-APPROVED TO TRUE
033500        ADD 1 TO WS-APPROVED-COUNT
033600     ELSE
033700        SET AI-REJECTED TO TRUE
033800        ADD 1 TO WS-REJECTED-COUNT
033900     END-IF
034000     MOVE AD-CHECKER TO AI-CHECKER
034100     MOVE WS-RUN-TS TO AI-DECIDED-TS
034200     MOVE AD-NOTE TO AI-NOTE
034300     MOVE APPR-ITEM-RECORD TO WS-QT-ITEM(WS-QT-HIT)
034400     SET QUEUE-CHANGED TO TRUE
034500     PERFORM 8100-WRITE-ITEM-LINE THRU 8100-WRITE-ITEM-LINE-EXIT
034600     IF NOT CHECKER-VERIFIED
034700        MOVE "      NO OPERSEC FILE - CHECKER NOT VERIFIED"
034800           TO WS-RPT-DETAIL
034900        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
035000     END-IF.
035100 2100-APPLY-ONE-DECISION-EXIT.
035200     EXIT.
035300 2110-FIND-ONE-ITEM.
035400     IF WS-QT-ITEM(WS-QT-IDX)(1:18) = AD-ITEM-ID
035500        MOVE WS-QT-IDX TO WS-QT-HIT
035600     END-IF.
035700 2110-FIND-ONE-ITEM-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------
036000* 2800-REFUSE-DECISION - WS-REFUSE-REASON ALREADY SAYS WHY
036100*--------------------------------------------------------------
036200 2800-REFUSE-DECISION.
036300     ADD 1 TO WS-REFUSED-COUNT
036400     MOVE SPACES TO WS-RPT-DETAIL
036500     STRING "  REFUSED - " DELIMITED BY SIZE
036600        WS-REFUSE-REASON DELIMITED BY SIZE
036700        " ITEM " DELIMITED BY SIZE
036800        AD-ITEM-ID DELIMITED BY SIZE
036900        " BY " DELIMITED BY SIZE
037000        AD-CHECKER DELIMITED BY SPACE
037100        INTO WS-RPT-DETAIL
037200     END-STRING
037300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
037400 2800-REFUSE-DECISION-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------
037700* 3000-EXPIRE-ITEMS - NOTHING WAITS FOREVER: A PENDING ITEM
037800*          NOBODY DECIDED, OR AN APPROVED ONE ITS OWNING RUN
037900*          NEVER APPLIED, EXPIRES AFTER EXPDAYS. FINISHED
038000*          ITEMS ARE PURGED AFTER KEEPDAYS.
038100*--------------------------------------------------------------
038200 3000-EXPIRE-ITEMS.
038300     PERFORM 3100-AGE-ONE-ITEM THRU 3100-AGE-ONE-ITEM-EXIT
038400        VARYING WS-QT-IDX FROM 1 BY 1
038500        UNTIL WS-QT-IDX > WS-QT-COUNT.
038600 3000-EXPIRE-ITEMS-EXIT.
038700     EXIT.
038800 3100-AGE-ONE-ITEM.
038900     MOVE WS-QT-ITEM(WS-QT-IDX) TO APPR-ITEM-RECORD
039000     MOVE SPACES TO WS-AGE-TS
039100     IF AI-PENDING OR AI-FINISHED
039200        MOVE AI-QUEUED-TS TO WS-AGE-TS
039300     END-IF
039400     IF AI-APPROVED
039500        OR (AI-FINISHED AND AI-DECIDED-TS NOT = SPACES)
039600        MOVE AI-DECIDED-TS TO WS-AGE-TS
039700     END-IF
039800     IF WS-AGE-TS(1:8) IS NOT NUMERIC
039900        GO TO 3100-AGE-ONE-ITEM-EXIT
040000     END-IF
040100     COMPUTE WS-AGE-DAYS =
040200        INTEGER-OF-DATE(NUMVAL(WS-RUN-DATE))
040300        - INTEGER-OF-DATE(NUMVAL(WS-AGE-TS(1:8)))
040400     IF AI-FINISHED
040500        IF WS-AGE-DAYS > WS-KEEP-DAYS
040600           SET QT-PURGED(WS-QT-IDX) TO TRUE
040700           ADD 1 TO WS-PURGED-COUNT
040800           SET QUEUE-CHANGED TO TRUE
040900        END-IF
041000        GO TO 3100-AGE-ONE-ITEM-EXIT
041100     END-IF
041200     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
041300        GO TO 3100-AGE-ONE-ITEM-EXIT
041400     END-IF
041500     MOVE WS-EXPIRE-DAYS TO WS-DAYS-ED
041600     MOVE SPACES TO AI-NOTE
041700     IF AI-PENDING
041800        STRING "NOT DECIDED WITHIN " DELIMITED BY SIZE
041900           WS-DAYS-ED DELIMITED BY SIZE
042000           " DAYS" DELIMITED BY SIZE
042100           INTO AI-NOTE
042200        END-STRING
042300     ELSE
042400        STRING "NOT APPLIED WITHIN " DELIMITED BY SIZE
042500           WS-DAYS-ED DELIMITED BY SIZE
042600           " DAYS" DELIMITED BY SIZE
042700           INTO AI-NOTE
042800        END-STRING
042900     END-IF
043000     SET AI-EXPIRED TO TRUE
043100     MOVE WS-RUN-TS TO AI-DECIDED-TS
043200     MOVE APPR-ITEM-RECORD TO WS-QT-ITEM(WS-QT-IDX)
043300     ADD 1 TO WS-EXPIRED-COUNT
043400     SET QUEUE-CHANGED TO TRUE.
043500 3100-AGE-ONE-ITEM-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------
043800* 4000-REPORT-ITEMS - TODAY'S REJECTIONS AND EXPIRIES WITH THE
043900*          TRANSACTION EACH WOULD HAVE APPLIED, THEN EVERYTHING
044000*          STILL OPEN, THEN THE TOTALS
044100*--------------------------------------------------------------
044200 4000-REPORT-ITEMS.
044300     MOVE "REJECTED AND EXPIRED TODAY" TO WS-RPT-DETAIL
044400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
044500     MOVE ZERO TO WS-LISTED-COUNT
044600     PERFORM 4100-LIST-ONE-CLOSED THRU 4100-LIST-ONE-CLOSED-EXIT
044700        VARYING WS-QT-IDX FROM 1 BY 1
044800        UNTIL WS-QT-IDX > WS-QT-COUNT
044900     PERFORM 4900-CLOSE-SECTION THRU 4900-CLOSE-SECTION-EXIT
045000     MOVE "AWAITING APPROVAL" TO WS-RPT-DETAIL
045100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
045200     MOVE ZERO TO WS-LISTED-COUNT
045300     PERFORM 4200-LIST-ONE-PENDING THRU 4200-LIST-ONE-PENDING-EXIT
045400        VARYING WS-QT-IDX FROM 1 BY 1
045500        UNTIL WS-QT-IDX > WS-QT-COUNT
045600     PERFORM 4900-CLOSE-SECTION THRU 4900-CLOSE-SECTION-EXIT
045700     MOVE "APPROVED, AWAITING THE OWNING RUN" TO WS-RPT-DETAIL
045800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
045900     MOVE ZERO TO WS-LISTED-COUNT
046000     PERFORM 4300-LIST-ONE-APPROVED
046100        THRU 4300-LIST-ONE-APPROVED-EXIT
046200        VARYING WS-QT-IDX FROM 1 BY 1
046300        UNTIL WS-QT-IDX > WS-QT-COUNT
046400     PERFORM 4900-CLOSE-SECTION THRU 4900-CLOSE-SECTION-EXIT
046500     MOVE "APPROVED    :" TO WS-RPT-DETAIL
046600     MOVE WS-APPROVED-COUNT TO WS-COUNT-ED
046700     MOVE WS-COUNT-ED TO WS-RPT-DETAIL(15:5)
046800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
046900     MOVE "REJECTED    :" TO WS-RPT-DETAIL
047000     MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
047100     MOVE WS-COUNT-ED TO WS-RPT-DETAIL(15:5)
047200     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
047300     MOVE "REFUSED     :" TO WS-RPT-DETAIL
047400     MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
047500     MOVE WS-COUNT-ED TO WS-RPT-DETAIL(15:5)
047600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
047700     MOVE "EXPIRED     :" TO WS-RPT-DETAIL
047800     MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED
047900     MOVE WS-COUNT-ED TO WS-RPT-DETAIL(15:5)
048000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
048100     MOVE "PURGED      :" TO WS-RPT-DETAIL
048200     MOVE WS-PURGED-COUNT TO WS-COUNT-ED
048300     MOVE WS-COUNT-ED TO WS-RPT-DETAIL(15:5)
048400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
048500 4000-REPORT-ITEMS-EXIT.
048600     EXIT.
048700 4100-LIST-ONE-CLOSED.
048800     MOVE WS-QT-ITEM(WS-QT-IDX) TO APPR-ITEM-RECORD
048900     IF (AI-REJECTED OR AI-EXPIRED)
049000        AND AI-DECIDED-TS(1:8) = WS-RUN-DATE
049100        PERFORM 8100-WRITE-ITEM-LINE
049200           THRU 8100-WRITE-ITEM-LINE-EXIT
049300        MOVE AI-TRANS TO TL-TRANS
049400        MOVE WS-TRANS-LINE TO WS-RPT-DETAIL
049500        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
049600        ADD 1 TO WS-LISTED-COUNT
049700     END-IF.
049800 4100-LIST-ONE-CLOSED-EXIT.
049900     EXIT.
050000 4200-LIST-ONE-PENDING.
050100     MOVE WS-QT-ITEM(WS-QT-IDX) TO APPR-ITEM-RECORD
050200     IF AI-PENDING
050300        MOVE SPACES TO AI-NOTE
050400        STRING "QUEUED " DELIMITED BY SIZE
050500           AI-QUEUED-TS(1:8) DELIMITED BY SIZE
050600           " " DELIMITED BY SIZE
050700           AI-QUEUED-TS(9:4) DELIMITED BY SIZE
050800           INTO AI-NOTE
050900        END-STRING
051000        PERFORM 8100-WRITE-ITEM-LINE
051100           THRU 8100-WRITE-ITEM-LINE-EXIT
051200        MOVE AI-TRANS TO TL-TRANS
051300        MOVE WS-TRANS-LINE TO WS-RPT-DETAIL
051400        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
051500        ADD 1 TO WS-LISTED-COUNT
051600     END-IF.
051700 4200-LIST-ONE-PENDING-EXIT.
051800     EXIT.
051900 4300-LIST-ONE-APPROVED.
052000     MOVE WS-QT-ITEM(WS-QT-IDX) TO APPR-ITEM-RECORD
052100     IF AI-APPROVED
052200        PERFORM 8100-WRITE-ITEM-LINE
052300           THRU 8100-WRITE-ITEM-LINE-EXIT
052400        ADD 1 TO WS-LISTED-COUNT
052500     END-IF.
052600 4300-LIST-ONE-APPROVED-EXIT.
052700     EXIT.
052800 4900-CLOSE-SECTION.
052900     IF WS-LISTED-COUNT = ZERO
053000        MOVE "  NONE" TO WS-RPT-DETAIL
053100        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
053200     END-IF
053300     MOVE SPACES TO WS-RPT-DETAIL
053400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
053500 4900-CLOSE-SECTION-EXIT.
053600     EXIT.
053700*--------------------------------------------------------------
053800* 5000-SAVE-QUEUE - WRITE THE QUEUE BACK WITHOUT THE PURGED
053900*          ITEMS. ONE TOO LONG FOR THE TABLE IS LEFT ALONE.
054000*--------------------------------------------------------------
054100 5000-SAVE-QUEUE.
054200     IF NOT QUEUE-CHANGED OR QUEUE-OVERFLOW
054300        GO TO 5000-SAVE-QUEUE-EXIT
054400     END-IF
054500     OPEN OUTPUT APPR-QUEUE-FILE
054600     IF WS-APPRQUE-STATUS NOT = "00"
054700        SET QUEUE-SAVE-FAILED TO TRUE
054800        MOVE "APPRQUE NOT WRITABLE - DECISIONS NOT RECORDED"
054900           TO WS-RPT-DETAIL
055000        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
055100        GO TO 5000-SAVE-QUEUE-EXIT
055200     END-IF
055300     PERFORM 5100-SAVE-ONE-ITEM THRU 5100-SAVE-ONE-ITEM-EXIT
055400        VARYING WS-QT-IDX FROM 1 BY 1
055500        UNTIL WS-QT-IDX > WS-QT-COUNT
055600     CLOSE APPR-QUEUE-FILE.
055700 5000-SAVE-QUEUE-EXIT.
055800     EXIT.
055900 5100-SAVE-ONE-ITEM.
056000     IF NOT QT-PURGED(WS-QT-IDX)
056100        WRITE APPR-QUEUE-FILE-RECORD FROM WS-QT-ITEM(WS-QT-IDX)
056200     END-IF.
056300 5100-SAVE-ONE-ITEM-EXIT.
056400     EXIT.
056500*--------------------------------------------------------------
056600* 8000-WRITE-LINE
056700*--------------------------------------------------------------
056800 8000-WRITE-LINE.
056900     MOVE "D" TO RPT-REQUEST
057000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
057100 8000-WRITE-LINE-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------
057400* 8100-WRITE-ITEM-LINE - THE ITEM NOW IN APPR-ITEM-RECORD
057500*--------------------------------------------------------------
057600 8100-WRITE-ITEM-LINE.
057700     MOVE SPACES TO WS-ITEM-LINE
057800     MOVE AI-ITEM-ID TO IL-ITEM-ID
057900     MOVE AI-PROGRAM TO IL-PROGRAM
058000     MOVE AI-MAKER TO IL-MAKER
058100     MOVE AI-CHECKER TO IL-CHECKER
058200     MOVE AI-STATUS TO IL-STATUS
058300     MOVE AI-NOTE TO IL-NOTE
058400     MOVE WS-ITEM-LINE TO WS-RPT-DETAIL
058500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
058600 8100-WRITE-ITEM-LINE-EXIT.
058700     EXIT.
058800*--------------------------------------------------------------
058900* 9000-FINISH - CLOSE THE REPORT, CLEAR THE CONSUMED DECISION
059000*          FILE SO A RERUN CANNOT TAKE IT TWICE, AND CUT THE
059100*          JOB-ACCOUNTING ROW
059200*--------------------------------------------------------------
059300 9000-FINISH.
059400     MOVE "C" TO RPT-REQUEST
059500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
059600     IF DECISIONS-CONSUMED AND NOT QUEUE-SAVE-FAILED
059700        OPEN OUTPUT APPR-DEC-FILE
059800        CLOSE APPR-DEC-FILE
059900     END-IF
060000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
060100 9000-FINISH-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------
060400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
060500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
060600*--------------------------------------------------------------
060700 9100-LOG-JOB-ACCT.
060800     OPEN EXTEND JOB-ACCT-FILE
060900     IF WS-JOBACCT-STATUS = "35"
061000        OPEN OUTPUT JOB-ACCT-FILE
061100        CLOSE JOB-ACCT-FILE
061200        OPEN EXTEND JOB-ACCT-FILE
061300     END-IF
061400     MOVE SPACES TO JOB-ACCT-RECORD
061500     MOVE "APPRMNT" TO JA-PROGRAM-NAME
061600     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
061700     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
061800     MOVE "COMPLETED" TO JA-RETURN-STATUS
061900     MOVE WS-SOURCE-ROWS TO JA-RECORD-COUNT
062000     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
062100     CLOSE JOB-ACCT-FILE.
062200 9100-LOG-JOB-ACCT-EXIT.
062300     EXIT.
