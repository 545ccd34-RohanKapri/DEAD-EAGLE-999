000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCESS-RECERT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. QUARTERLY ACCESS RECERTIFICATION
001100*                 OVER OPERSEC FOR AUDIT'S ATTESTATION THAT
001200*                 EVERY PRODUCTION GRANT IS STILL NEEDED. LISTS
001300*                 EACH OPERATOR AND EVERY GRANT WITH ITS EXPIRY
001400*                 AND THE LAST TIME THE OPERATOR ACTUALLY USED
001500*                 IT, TAKEN FROM THE EVIDENCE THE SUITE ALREADY
001600*                 KEEPS: IJ-OPERATOR ON THE IMAGE JOURNAL (BY
001700*                 WRITING PROGRAM - PARTMNT, MRCHMNT, OPERMNT),
001800*                 RL-OPERATOR ON THE REWORK REPAIR LOG (REWORK),
001900*                 ALERT ACKNOWLEDGMENTS ON ALERTS (ALERTACK), AND
002000*                 TICKET ASSIGNMENTS ON TICKMST. ANY OF THESE IS
002100*                 ACTIVITY FOR THE OPERATOR AND FOR AN "ALL"
002200*                 GRANT. A TRACKED GRANT UNUSED FOR MORE THAN
002300*                 RUNCTL RECERT DORMDAYS BUSINESS DAYS (DEFAULT
002400*                 60) IS FLAGGED DORMANT; A GRANT NO SOURCE CAN
002500*                 SEE IS FLAGGED FOR MANUAL REVIEW; OPERATORS
002600*                 HOLDING ALL ARE FLAGGED. EVERY PAGE ENDS WITH A
002700*                 SUPERVISOR INITIALS LINE. THE REVOCATIONS THE
002800*                 SUPERVISOR MARKS ARE KEYED TO RECRTMRK AND
002900*                 COME BACK OUT ON RECRTREV IN THE OPERTRN
003000*                 LAYOUT, READY FOR THE OPERSEC MAINTENANCE RUN.
003010* 2026-10-15 RLM  APPROVAL QUEUE (APPRQUE) ADDED AS EVIDENCE: A
003020*                 CHECKER'S DECISION IS USE OF APPROVE, QUEUING
003030*                 AN ITEM IS ACTIVITY FOR THE MAKER.
003040* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
003050*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
003060*                 MASTER'S CALENDAR ID.
003065* 2026-10-15 RLM  LEGACY OPERSEC ROWS ARE NOW KNOWN BY A BLANK
003070*                 OPERATOR STATUS, NOT BY BLANK EXPIRIES, SO A NEW
003075*                 ROW HOLDING ONLY OPEN-ENDED GRANTS IS NOT
003080*                 RE-SPLIT.
003082* 2026-10-15 RLM  JOURNAL ROWS FROM PLYMCICS, KEYBKUP, PLYMERGE
003084*                 AND BINMAINT NOW COUNT AS USE OF PLAYRMNT,
003086*                 RESTORE, PLYMERGE AND BINMAINT, AND A TICKET
003088*                 ASSIGNMENT AS USE OF TICKWORK; ALL FIVE ARE
003090*                 TRACKED FOR DORMANCY.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 REPOSITORY.
003500     FUNCTION ALL INTRINSIC.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPER-SEC-FILE ASSIGN TO "OPERSEC"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-OPERSEC-STATUS.
004100     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-IMGJRNL-STATUS.
004400     SELECT REPAIR-LOG-FILE ASSIGN TO "REWKLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REWKLOG-STATUS.
004700     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SHALERT-STATUS.
005000     SELECT TICKET-MASTER-FILE ASSIGN TO "TICKMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS TM-TICKET-NO
005400         FILE STATUS IS WS-TICKMST-STATUS.
005500     SELECT RECERT-MARK-FILE ASSIGN TO "RECRTMRK"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RECRTMRK-STATUS.
005800     SELECT RECERT-REVOKE-FILE ASSIGN TO "RECRTREV"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RECRTREV-STATUS.
006010     SELECT APPR-QUEUE-FILE ASSIGN TO "APPRQUE"
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS WS-APPRQUE-STATUS.
006100     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-JOBACCT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  OPER-SEC-FILE.
006700 01  OPER-SEC-FILE-RECORD      PIC X(202).
006800 FD  IMAGE-JOURNAL-FILE.
006900 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
007000 FD  REPAIR-LOG-FILE.
007100 01  REPAIR-LOG-RECORD.
007200     05 RL-TIMESTAMP           PIC X(14).
007300     05 FILLER                 PIC X(02).
007400     05 RL-OPERATOR            PIC X(08).
007500     05 FILLER                 PIC X(02).
007600     05 RL-ACTION              PIC X(09).
007700     05 FILLER                 PIC X(02).
007800     05 RL-ORIG-CARD           PIC X(32).
007900     05 FILLER                 PIC X(02).
008000     05 RL-ORIG-REASON         PIC X(10).
008100     05 FILLER                 PIC X(02).
008200     05 RL-CORRECTED-CARD      PIC X(32).
008300 FD  SHARED-ALERT-FILE.
008400 01  SHARED-ALERT-RECORD       PIC X(120).
008500 FD  TICKET-MASTER-FILE.
008600 01  TICKET-MASTER-RECORD.
008700     05 TM-TICKET-NO           PIC 9(07).
008800     05 TM-REQUESTER           PIC X(04).
008900     05 TM-TEXT                PIC X(60).
009000     05 TM-OPENED-TS           PIC X(14).
009100     05 TM-STATUS              PIC X(08).
009200        88 TICKET-OPEN         VALUE "OPEN".
009300        88 TICKET-ASSIGNED     VALUE "ASSIGNED".
009400        88 TICKET-CLOSED       VALUE "CLOSED".
009500     05 TM-OPERATOR            PIC X(08).
009600     05 TM-CLOSED-TS           PIC X(14).
009700 FD  RECERT-MARK-FILE.
009800 01  RECERT-MARK-RECORD.
009900     05 RM-OPERATOR            PIC X(08).
010000     05 FILLER                 PIC X(01).
010100     05 RM-FUNCTION            PIC X(08).
010200     05 FILLER                 PIC X(01).
010300     05 RM-INITIALS            PIC X(04).
010400 FD  RECERT-REVOKE-FILE.
010500 01  RECERT-REVOKE-RECORD.
010600     05 RV-ACTION              PIC X(08).
010700     05 FILLER                 PIC X(01).
010800     05 RV-OPERATOR            PIC X(08).
010900     05 FILLER                 PIC X(01).
011000     05 RV-FUNCTION            PIC X(08).
011100     05 FILLER                 PIC X(01).
011200     05 RV-DATE                PIC X(08).
011300     05 FILLER                 PIC X(01).
011400     05 RV-NAME                PIC X(20).
011410 FD  APPR-QUEUE-FILE.
011420 01  APPR-QUEUE-FILE-RECORD    PIC X(196).
011500 FD  JOB-ACCT-FILE.
011600 01  JOB-ACCT-FILE-RECORD      PIC X(60).
011700 WORKING-STORAGE SECTION.
011800*--------------------------------------------------------------
011900* FILE STATUS AND RUN CONTROLS
012000*--------------------------------------------------------------
012100 77  WS-OPERSEC-STATUS         PIC XX.
012200 77  WS-IMGJRNL-STATUS         PIC XX.
012300 77  WS-REWKLOG-STATUS         PIC XX.
012400 77  WS-SHALERT-STATUS         PIC XX.
012500 77  WS-TICKMST-STATUS         PIC XX.
012600 77  WS-RECRTMRK-STATUS        PIC XX.
012700 77  WS-RECRTREV-STATUS        PIC XX.
012710 77  WS-APPRQUE-STATUS         PIC XX.
012800 77  WS-JOBACCT-STATUS         PIC XX.
012900 77  WS-FILE-EOF-SW            PIC X(01) VALUE "N".
013000     88 END-OF-CURRENT-FILE    VALUE "Y".
013100 77  WS-JA-START-TIMESTAMP     PIC X(14).
013200 77  WS-RUN-DATE               PIC X(08).
013300 77  WS-RUN-MONTH              PIC 9(02).
013400 77  WS-QTR-NO                 PIC 9(01).
013500 77  WS-QUARTER                PIC X(06).
013600 77  WS-DORM-DAYS              PIC 9(05) VALUE 60.
013700 77  WS-CALENDAR-SW            PIC X(01) VALUE "Y".
013800     88 CALENDAR-COVERS-RUN    VALUE "Y".
013900 77  WS-SOURCE-ROWS            PIC 9(07) VALUE ZERO.
014000 77  WS-OPER-LISTED            PIC 9(05) VALUE ZERO.
014100 77  WS-GRANTS-LISTED          PIC 9(05) VALUE ZERO.
014200 77  WS-DORMANT-COUNT          PIC 9(05) VALUE ZERO.
014300 77  WS-UNTRACKED-COUNT        PIC 9(05) VALUE ZERO.
014400 77  WS-ALL-HOLDERS            PIC 9(05) VALUE ZERO.
014500 77  WS-MARKS-EXTRACTED        PIC 9(05) VALUE ZERO.
014600 77  WS-MARKS-REJECTED         PIC 9(05) VALUE ZERO.
014700 77  WS-LEGACY-LIST            PIC X(80).
014800 COPY JOBACCT.
014900 COPY RUNPARM.
015000 COPY BUSDAY.
015100 COPY RPTWRITE.
015200 01  WS-RPT-DETAIL             PIC X(100).
015300 77  WS-PAGE-BODY-LINES        PIC 9(03) BINARY VALUE ZERO.
015400 77  WS-BODY-LIMIT             PIC 9(03) BINARY VALUE 56.
015500 COPY IMGJRNL.
015600 COPY ALERTMSG.
015700 COPY OPERSEC.
015710 COPY APPRITEM.
015800*--------------------------------------------------------------
015900* OPERATORS AND THEIR LAST USE, ONE LAST-USE PER GRANT SLOT
016000*--------------------------------------------------------------
016100 01  WS-SEC-TABLE.
016200     05 WS-SEC-COUNT           PIC 9(03) BINARY VALUE ZERO.
016300     05 WS-SEC-ENTRY OCCURS 100 TIMES.
016400        10 WS-SEC-OPERATOR     PIC X(08).
016500        10 WS-SEC-IMAGE        PIC X(202).
016600        10 WS-SEC-LAST-SEEN    PIC X(14).
016700        10 WS-SEC-LAST-USE     PIC X(14) OCCURS 10 TIMES.
016800 77  WS-SEC-SCAN               PIC 9(03) BINARY.
016900 77  WS-SEC-HIT                PIC 9(03) BINARY.
017000 77  WS-SLOT                   PIC 9(02) BINARY.
017100 77  WS-SLOT-HIT               PIC 9(02) BINARY.
017200 77  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
017300     88 SECURITY-OVERFLOW      VALUE "Y".
017400*--------------------------------------------------------------
017500* ONE PIECE OF USAGE EVIDENCE: WHO, WHICH FUNCTION (SPACES FOR
017600* GENERAL ACTIVITY), AND WHEN
017700*--------------------------------------------------------------
017800 77  WS-USE-OPERATOR           PIC X(08).
017900 77  WS-USE-FUNCTION           PIC X(08).
018000 77  WS-USE-TS                 PIC X(14).
018100*--------------------------------------------------------------
018200* JOURNALING PROGRAM TO THE FUNCTION IT EXERCISES
018300*--------------------------------------------------------------
018400 01  WS-JRNL-MAP-VALUES.
018500     05 FILLER                 PIC X(16) VALUE
018600        "PARTMNT PARTMNT ".
018700     05 FILLER                 PIC X(16) VALUE
018800        "MRCHMNT MERCHMNT".
018900     05 FILLER                 PIC X(16) VALUE
019000        "OPERMNT SECADMIN".
019010     05 FILLER                 PIC X(16) VALUE
019020        "PLYMCICSPLAYRMNT".
019030     05 FILLER                 PIC X(16) VALUE
019040        "KEYBKUP RESTORE ".
019050     05 FILLER                 PIC X(16) VALUE
019060        "PLYMERGEPLYMERGE".
019070     05 FILLER                 PIC X(16) VALUE
019080        "BINMAINTBINMAINT".
019100 01  WS-JRNL-MAP REDEFINES WS-JRNL-MAP-VALUES.
019200     05 WS-JM-ENTRY OCCURS 7 TIMES.
019300        10 WS-JM-PROGRAM       PIC X(08).
019400        10 WS-JM-FUNCTION      PIC X(08).
019500 77  WS-JM-IDX                 PIC 9(02) BINARY.
019600*--------------------------------------------------------------
019700* FUNCTIONS SOME SOURCE ABOVE CAN SEE BEING USED
019800*--------------------------------------------------------------
019900 01  WS-TRACKED-VALUES.
020000     05 FILLER                 PIC X(08) VALUE "PARTMNT ".
020100     05 FILLER                 PIC X(08) VALUE "MERCHMNT".
020200     05 FILLER                 PIC X(08) VALUE "SECADMIN".
020300     05 FILLER                 PIC X(08) VALUE "REWORK  ".
020400     05 FILLER                 PIC X(08) VALUE "ALERTACK".
020410     05 FILLER                 PIC X(08) VALUE "APPROVE ".
020420     05 FILLER                 PIC X(08) VALUE "PLAYRMNT".
020430     05 FILLER                 PIC X(08) VALUE "RESTORE ".
020440     05 FILLER                 PIC X(08) VALUE "PLYMERGE".
020450     05 FILLER                 PIC X(08) VALUE "BINMAINT".
020460     05 FILLER                 PIC X(08) VALUE "TICKWORK".
020500     05 FILLER                 PIC X(08) VALUE "ALL     ".
020600 01  WS-TRACKED-TABLE REDEFINES WS-TRACKED-VALUES.
020610     05 WS-TRACKED-FUNC        PIC X(08) OCCURS 12 TIMES.
020800 77  WS-TR-IDX                 PIC 9(02) BINARY.
020900 77  WS-TRACKED-SW             PIC X(01).
021000     88 FUNCTION-TRACKED       VALUE "Y".
021100*--------------------------------------------------------------
021200* AGING ONE LAST-USE TIMESTAMP
021300*--------------------------------------------------------------
021400 77  WS-AGE-TS                 PIC X(14).
021500 77  WS-AGE-DAYS               PIC S9(05).
021600 77  WS-AGE-DAYS-ED            PIC ZZZZ9.
021700 77  WS-DATE-ED                PIC X(10).
021800*--------------------------------------------------------------
021900* REPORT LINES
022000*--------------------------------------------------------------
022100 01  WS-GRANT-HEADING.
022200     05 FILLER                 PIC X(04) VALUE SPACES.
022300     05 FILLER                 PIC X(10) VALUE "FUNCTION".
022400     05 FILLER                 PIC X(12) VALUE "EXPIRES".
022500     05 FILLER                 PIC X(12) VALUE "LAST USED".
022600     05 FILLER                 PIC X(07) VALUE "BDAYS".
022700     05 FILLER                 PIC X(22) VALUE "FLAG".
022800     05 FILLER                 PIC X(15) VALUE "SUPERVISOR MARK".
022900 01  WS-OPER-LINE.
023000     05 OL-OPERATOR            PIC X(08).
023100     05 FILLER                 PIC X(02) VALUE SPACES.
023200     05 OL-NAME                PIC X(20).
023300     05 FILLER                 PIC X(02) VALUE SPACES.
023400     05 OL-STATUS              PIC X(09).
023500     05 FILLER                 PIC X(08) VALUE "  ENDS: ".
023600     05 OL-EXPIRY              PIC X(10).
023700     05 FILLER                 PIC X(08) VALUE "  SEEN: ".
023800     05 OL-LAST-SEEN           PIC X(10).
023900     05 FILLER                 PIC X(02) VALUE SPACES.
024000     05 OL-FLAG                PIC X(17).
024100 01  WS-GRANT-LINE.
024200     05 FILLER                 PIC X(04) VALUE SPACES.
024300     05 GL-FUNCTION            PIC X(08).
024400     05 FILLER                 PIC X(02) VALUE SPACES.
024500     05 GL-EXPIRY              PIC X(10).
024600     05 FILLER                 PIC X(02) VALUE SPACES.
024700     05 GL-LAST-USED           PIC X(10).
024800     05 FILLER                 PIC X(02) VALUE SPACES.
024900     05 GL-DAYS                PIC X(05).
025000     05 FILLER                 PIC X(02) VALUE SPACES.
025100     05 GL-FLAG                PIC X(20).
025200     05 FILLER                 PIC X(02) VALUE SPACES.
025300     05 GL-MARK                PIC X(20)
025400                               VALUE "KEEP [ ]  REVOKE [ ]".
025500 01  WS-MARK-LINE.
025600     05 FILLER                 PIC X(02) VALUE SPACES.
025700     05 ML-ACTION              PIC X(08).
025800     05 FILLER                 PIC X(02) VALUE SPACES.
025900     05 ML-OPERATOR            PIC X(08).
026000     05 FILLER                 PIC X(02) VALUE SPACES.
026100     05 ML-FUNCTION            PIC X(08).
026200     05 FILLER                 PIC X(02) VALUE SPACES.
026300     05 ML-INITIALS            PIC X(04).
026400     05 FILLER                 PIC X(02) VALUE SPACES.
026500     05 ML-RESULT              PIC X(40).
026600 01  WS-TOTAL-LINE.
026700     05 TL-LABEL               PIC X(30).
026800     05 TL-COUNT               PIC ZZZZ9.
026900 PROCEDURE DIVISION.
027000*--------------------------------------------------------------
027100* 0000-MAINLINE
027200*--------------------------------------------------------------
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
027500     PERFORM 1100-LOAD-SECURITY THRU 1100-LOAD-SECURITY-EXIT
027600     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
027700     PERFORM 2100-SCAN-REPAIR-LOG THRU 2100-SCAN-REPAIR-LOG-EXIT
027800     PERFORM 2200-SCAN-ALERTS THRU 2200-SCAN-ALERTS-EXIT
027900     PERFORM 2300-SCAN-TICKETS THRU 2300-SCAN-TICKETS-EXIT
027910     PERFORM 2400-SCAN-APPROVALS THRU 2400-SCAN-APPROVALS-EXIT
028000     PERFORM 4000-LIST-OPERATORS THRU 4000-LIST-OPERATORS-EXIT
028100     PERFORM 5000-TAKE-MARKS THRU 5000-TAKE-MARKS-EXIT
028200     PERFORM 6000-WRITE-SUMMARY THRU 6000-WRITE-SUMMARY-EXIT
028300     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
028400*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN A MARKED
028500*    REVOCATION COULD NOT BE EXTRACTED OR OPERSEC OUTGREW THE
028600*    TABLE
028700     IF WS-MARKS-REJECTED > ZERO OR SECURITY-OVERFLOW
028800        MOVE 4 TO RETURN-CODE
028900     END-IF
029000     STOP RUN.
029100*--------------------------------------------------------------
029200* 1000-INITIALIZE - RUN DATE, QUARTER, DORMANCY LIMIT, REPORT
029300*--------------------------------------------------------------
029400 1000-INITIALIZE.
029500     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
029600     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
029700     MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
029800     COMPUTE WS-QTR-NO = (WS-RUN-MONTH + 2) / 3
029900     MOVE SPACES TO WS-QUARTER
030000     STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
030100        "Q" DELIMITED BY SIZE
030200        WS-QTR-NO DELIMITED BY SIZE
030300        INTO WS-QUARTER
030400     END-STRING
030500     MOVE "RECERT" TO RP-PROGRAM-ID
030600     MOVE "QUARTER" TO RP-KEYWORD
030700     MOVE WS-QUARTER TO RP-DEFAULT
030800     CALL "RUNPARM" USING RUN-PARM-CONTROL
030900     MOVE RP-VALUE(1:6) TO WS-QUARTER
031000     MOVE "RECERT" TO RP-PROGRAM-ID
031100     MOVE "DORMDAYS" TO RP-KEYWORD
031200     MOVE "60" TO RP-DEFAULT
031300     CALL "RUNPARM" USING RUN-PARM-CONTROL
031400     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
031500        MOVE RP-VALUE(1:3) TO WS-DORM-DAYS
031600     END-IF
031700*    A CALENDAR WITH NO BUSINESS DAY AFTER TODAY CANNOT AGE
031800*    ANYTHING; FALL BACK TO CALENDAR DAYS FOR THE WHOLE RUN
031900     MOVE "N" TO BD-REQUEST
032000     MOVE WS-RUN-DATE TO BD-DATE-1
032100     CALL "BUSDAY" USING BUS-DAY-CONTROL
032200     IF BD-STATUS NOT = "00"
032300        MOVE "N" TO WS-CALENDAR-SW
032400     END-IF
032500     MOVE "O" TO RPT-REQUEST
032600     MOVE "RECERT" TO RPT-PROGRAM-ID
032700     MOVE "RECERT" TO RPT-REPORT-NAME
032800     MOVE SPACES TO RPT-TITLE
032900     STRING "ACCESS RECERTIFICATION - " DELIMITED BY SIZE
033000        WS-QUARTER DELIMITED BY SPACE
033100        INTO RPT-TITLE
033200     END-STRING
033300     MOVE WS-GRANT-HEADING TO RPT-COL-HEADING
033400     MOVE 60 TO RPT-LINES-PER-PAGE
033500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
033600 1000-INITIALIZE-EXIT.
033700     EXIT.
033800*--------------------------------------------------------------
033900* 1100-LOAD-SECURITY - EVERY OPERATOR ON OPERSEC, GRANT LIST
034000*          IN SLOTS AS OPERAUTH READS IT
034100*--------------------------------------------------------------
034200 1100-LOAD-SECURITY.
034300     MOVE "N" TO WS-FILE-EOF-SW
034400     OPEN INPUT OPER-SEC-FILE
034500     IF WS-OPERSEC-STATUS NOT = "00"
034600        GO TO 1100-LOAD-SECURITY-EXIT
034700     END-IF
034800     PERFORM 1110-LOAD-ONE-OPER THRU 1110-LOAD-ONE-OPER-EXIT
034900        UNTIL END-OF-CURRENT-FILE
035000     CLOSE OPER-SEC-FILE.
035100 1100-LOAD-SECURITY-EXIT.
035200     EXIT.
035300 1110-LOAD-ONE-OPER.
035400     READ OPER-SEC-FILE INTO OPER-SEC-RECORD
035500        AT END
035600           SET END-OF-CURRENT-FILE TO TRUE
035700           GO TO 1110-LOAD-ONE-OPER-EXIT
035800     END-READ
035900     IF OS-OPERATOR = SPACES
036000        GO TO 1110-LOAD-ONE-OPER-EXIT
036100     END-IF
036200     IF WS-SEC-COUNT NOT < 100
036300        SET SECURITY-OVERFLOW TO TRUE
036400        GO TO 1110-LOAD-ONE-OPER-EXIT
036500     END-IF
036600     MOVE UPPER-CASE(OS-FUNCTIONS) TO OS-FUNCTIONS
036700     IF OS-STATUS = SPACE
036800        PERFORM 1120-SPLIT-LEGACY-LIST
036900           THRU 1120-SPLIT-LEGACY-LIST-EXIT
037000     END-IF
037100     ADD 1 TO WS-SEC-COUNT
037200     MOVE OS-OPERATOR TO WS-SEC-OPERATOR(WS-SEC-COUNT)
037300     MOVE OPER-SEC-RECORD TO WS-SEC-IMAGE(WS-SEC-COUNT)
037400     MOVE SPACES TO WS-SEC-LAST-SEEN(WS-SEC-COUNT)
037500     PERFORM 1130-CLEAR-ONE-SLOT THRU 1130-CLEAR-ONE-SLOT-EXIT
037600        VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10.
037700 1110-LOAD-ONE-OPER-EXIT.
037800     EXIT.
037900*--------------------------------------------------------------
038000* 1120-SPLIT-LEGACY-LIST - A RECORD FROM BEFORE THE SLOTTED
038100*          LAYOUT (FREE-TEXT LIST, NO EXPIRIES)
038200*--------------------------------------------------------------
038300 1120-SPLIT-LEGACY-LIST.
038400     MOVE OS-FUNCTIONS TO WS-LEGACY-LIST
038500     INSPECT WS-LEGACY-LIST REPLACING ALL "," BY SPACE
038600     MOVE TRIM(WS-LEGACY-LIST LEADING) TO WS-LEGACY-LIST
038700     MOVE SPACES TO OS-FUNCTIONS
038800     UNSTRING WS-LEGACY-LIST DELIMITED BY ALL SPACE
038900        INTO OS-GRANT-FUNC(1) OS-GRANT-FUNC(2) OS-GRANT-FUNC(3)
039000             OS-GRANT-FUNC(4) OS-GRANT-FUNC(5) OS-GRANT-FUNC(6)
039100             OS-GRANT-FUNC(7) OS-GRANT-FUNC(8) OS-GRANT-FUNC(9)
039200             OS-GRANT-FUNC(10)
039300     END-UNSTRING.
039400 1120-SPLIT-LEGACY-LIST-EXIT.
039500     EXIT.
039600 1130-CLEAR-ONE-SLOT.
039700     MOVE SPACES TO WS-SEC-LAST-USE(WS-SEC-COUNT, WS-SLOT).
039800 1130-CLEAR-ONE-SLOT-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------
040100* 2000-SCAN-JOURNAL - EVERY IMAGE-JOURNAL ROW WITH A VERIFIED
040200*          OPERATOR IS ACTIVITY; THE MAINTENANCE PROGRAMS'
040300*          ROWS ARE ALSO USE OF THEIR FUNCTION
040400*--------------------------------------------------------------
040500 2000-SCAN-JOURNAL.
040600     MOVE "N" TO WS-FILE-EOF-SW
040700     OPEN INPUT IMAGE-JOURNAL-FILE
040800     IF WS-IMGJRNL-STATUS NOT = "00"
040900        GO TO 2000-SCAN-JOURNAL-EXIT
041000     END-IF
041100     PERFORM 2010-SCAN-ONE-JOURNAL THRU 2010-SCAN-ONE-JOURNAL-EXIT
041200        UNTIL END-OF-CURRENT-FILE
041300     CLOSE IMAGE-JOURNAL-FILE.
041400 2000-SCAN-JOURNAL-EXIT.
041500     EXIT.
041600 2010-SCAN-ONE-JOURNAL.
041700     READ IMAGE-JOURNAL-FILE INTO IMAGE-JOURNAL-RECORD
041800        AT END
041900           SET END-OF-CURRENT-FILE TO TRUE
042000           GO TO 2010-SCAN-ONE-JOURNAL-EXIT
042100     END-READ
042200     ADD 1 TO WS-SOURCE-ROWS
042300     IF IJ-OPERATOR = SPACES
042400        GO TO 2010-SCAN-ONE-JOURNAL-EXIT
042500     END-IF
042600     MOVE IJ-OPERATOR TO WS-USE-OPERATOR
042700     MOVE IJ-TIMESTAMP TO WS-USE-TS
042800     MOVE SPACES TO WS-USE-FUNCTION
042900     PERFORM 2020-MAP-ONE-PROGRAM THRU 2020-MAP-ONE-PROGRAM-EXIT
043000        VARYING WS-JM-IDX FROM 1 BY 1 UNTIL WS-JM-IDX > 7
043100     PERFORM 2900-NOTE-USE THRU 2900-NOTE-USE-EXIT.
043200 2010-SCAN-ONE-JOURNAL-EXIT.
043300     EXIT.
043400 2020-MAP-ONE-PROGRAM.
043500     IF IJ-PROGRAM = WS-JM-PROGRAM(WS-JM-IDX)
043600        MOVE WS-JM-FUNCTION(WS-JM-IDX) TO WS-USE-FUNCTION
043700     END-IF.
043800 2020-MAP-ONE-PROGRAM-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------
044100* 2100-SCAN-REPAIR-LOG - A REPAIRED ROW IS USE OF REWORK BY
044200*          THE OPERATOR WHO KEYED THE CORRECTION
044300*--------------------------------------------------------------
044400 2100-SCAN-REPAIR-LOG.
044500     MOVE "N" TO WS-FILE-EOF-SW
044600     OPEN INPUT REPAIR-LOG-FILE
044700     IF WS-REWKLOG-STATUS NOT = "00"
044800        GO TO 2100-SCAN-REPAIR-LOG-EXIT
044900     END-IF
045000     PERFORM 2110-SCAN-ONE-REPAIR THRU 2110-SCAN-ONE-REPAIR-EXIT
045100        UNTIL END-OF-CURRENT-FILE
045200     CLOSE REPAIR-LOG-FILE.
045300 2100-SCAN-REPAIR-LOG-EXIT.
045400     EXIT.
045500 2110-SCAN-ONE-REPAIR.
045600     READ REPAIR-LOG-FILE
045700        AT END
045800           SET END-OF-CURRENT-FILE TO TRUE
045900           GO TO 2110-SCAN-ONE-REPAIR-EXIT
046000     END-READ
046100     ADD 1 TO WS-SOURCE-ROWS
046200     IF RL-ACTION NOT = "REPAIRED" OR RL-OPERATOR = SPACES
046300        GO TO 2110-SCAN-ONE-REPAIR-EXIT
046400     END-IF
046500     MOVE RL-OPERATOR TO WS-USE-OPERATOR
046600     MOVE "REWORK" TO WS-USE-FUNCTION
046700     MOVE RL-TIMESTAMP TO WS-USE-TS
046800     PERFORM 2900-NOTE-USE THRU 2900-NOTE-USE-EXIT.
046900 2110-SCAN-ONE-REPAIR-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------
047200* 2200-SCAN-ALERTS - AN ACKNOWLEDGMENT IS USE OF ALERTACK
047300*--------------------------------------------------------------
047400 2200-SCAN-ALERTS.
047500     MOVE "N" TO WS-FILE-EOF-SW
047600     OPEN INPUT SHARED-ALERT-FILE
047700     IF WS-SHALERT-STATUS NOT = "00"
047800        GO TO 2200-SCAN-ALERTS-EXIT
047900     END-IF
048000     PERFORM 2210-SCAN-ONE-ALERT THRU 2210-SCAN-ONE-ALERT-EXIT
048100        UNTIL END-OF-CURRENT-FILE
048200     CLOSE SHARED-ALERT-FILE.
048300 2200-SCAN-ALERTS-EXIT.
048400     EXIT.
048500 2210-SCAN-ONE-ALERT.
048600     READ SHARED-ALERT-FILE
048700        AT END
048800           SET END-OF-CURRENT-FILE TO TRUE
048900           GO TO 2210-SCAN-ONE-ALERT-EXIT
049000     END-READ
049100     ADD 1 TO WS-SOURCE-ROWS
049200     MOVE SHARED-ALERT-RECORD TO ALERT-MSG-RECORD
049300     IF NOT AM-ACKNOWLEDGED OR AM-ACK-OPERATOR = SPACES
049400        GO TO 2210-SCAN-ONE-ALERT-EXIT
049500     END-IF
049600     MOVE AM-ACK-OPERATOR TO WS-USE-OPERATOR
049700     MOVE "ALERTACK" TO WS-USE-FUNCTION
049800     MOVE AM-ACK-TS TO WS-USE-TS
049900     PERFORM 2900-NOTE-USE THRU 2900-NOTE-USE-EXIT.
050000 2210-SCAN-ONE-ALERT-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------
050300* 2300-SCAN-TICKETS - A TICKET ASSIGNMENT IS ACTIVITY. TICKMST
050400*          KEEPS NO ASSIGNMENT TIME, SO A CLOSED TICKET DATES
050500*          FROM ITS CLOSE AND A LIVE ONE FROM ITS OPENING.
050600*--------------------------------------------------------------
050700 2300-SCAN-TICKETS.
050800     MOVE "N" TO WS-FILE-EOF-SW
050900     OPEN INPUT TICKET-MASTER-FILE
051000     IF WS-TICKMST-STATUS NOT = "00"
051100        GO TO 2300-SCAN-TICKETS-EXIT
051200     END-IF
051300     PERFORM 2310-SCAN-ONE-TICKET THRU 2310-SCAN-ONE-TICKET-EXIT
051400        UNTIL END-OF-CURRENT-FILE
051500     CLOSE TICKET-MASTER-FILE.
051600 2300-SCAN-TICKETS-EXIT.
051700     EXIT.
051800 2310-SCAN-ONE-TICKET.
051900     READ TICKET-MASTER-FILE NEXT RECORD
052000        AT END
052100           SET END-OF-CURRENT-FILE TO TRUE
052200           GO TO 2310-SCAN-ONE-TICKET-EXIT
052300     END-READ
052400     ADD 1 TO WS-SOURCE-ROWS
052500     IF TM-OPERATOR = SPACES
052600        GO TO 2310-SCAN-ONE-TICKET-EXIT
052700     END-IF
052800     MOVE TM-OPERATOR TO WS-USE-OPERATOR
052900     MOVE "TICKWORK" TO WS-USE-FUNCTION
053000     IF TICKET-CLOSED AND TM-CLOSED-TS NOT = SPACES
053100        MOVE TM-CLOSED-TS TO WS-USE-TS
053200     ELSE
053300        MOVE TM-OPENED-TS TO WS-USE-TS
053400     END-IF
053500     PERFORM 2900-NOTE-USE THRU 2900-NOTE-USE-EXIT.
053600 2310-SCAN-ONE-TICKET-EXIT.
053700     EXIT.
053702*--------------------------------------------------------------
053704* 2400-SCAN-APPROVALS - A DECISION ON THE APPROVAL QUEUE IS USE
053706*          OF APPROVE BY THE CHECKER AT THE DECISION TIME. QUEUING
053708*          AN ITEM IS ACTIVITY FOR THE MAKER. AN ITEM THAT EXPIRED
053710*          AFTER APPROVAL CARRIES THE EXPIRY TIME, NOT THE
053712*          DECISION, SO ONLY ITS MAKER IS COUNTED.
053714*--------------------------------------------------------------
053716 2400-SCAN-APPROVALS.
053718     MOVE "N" TO WS-FILE-EOF-SW
053720     OPEN INPUT APPR-QUEUE-FILE
053722     IF WS-APPRQUE-STATUS NOT = "00"
053724        GO TO 2400-SCAN-APPROVALS-EXIT
053726     END-IF
053728     PERFORM 2410-SCAN-ONE-APPROVAL
053730        THRU 2410-SCAN-ONE-APPROVAL-EXIT
053732        UNTIL END-OF-CURRENT-FILE
053734     CLOSE APPR-QUEUE-FILE.
053736 2400-SCAN-APPROVALS-EXIT.
053738     EXIT.
053740 2410-SCAN-ONE-APPROVAL.
053742     READ APPR-QUEUE-FILE INTO APPR-ITEM-RECORD
053744        AT END
053746           SET END-OF-CURRENT-FILE TO TRUE
053748           GO TO 2410-SCAN-ONE-APPROVAL-EXIT
053750     END-READ
053752     ADD 1 TO WS-SOURCE-ROWS
053754     IF AI-MAKER NOT = SPACES
053756        MOVE AI-MAKER TO WS-USE-OPERATOR
053758        MOVE SPACES TO WS-USE-FUNCTION
053760        MOVE AI-QUEUED-TS TO WS-USE-TS
053762        PERFORM 2900-NOTE-USE THRU 2900-NOTE-USE-EXIT
053764     END-IF
053766     IF AI-CHECKER = SPACES OR AI-DECIDED-TS = SPACES
053768        OR AI-PENDING OR AI-EXPIRED
053770        GO TO 2410-SCAN-ONE-APPROVAL-EXIT
053772     END-IF
053774     MOVE AI-CHECKER TO WS-USE-OPERATOR
053776     MOVE "APPROVE" TO WS-USE-FUNCTION
053778     MOVE AI-DECIDED-TS TO WS-USE-TS
053780     PERFORM 2900-NOTE-USE THRU 2900-NOTE-USE-EXIT.
053782 2410-SCAN-ONE-APPROVAL-EXIT.
053784     EXIT.
053800*--------------------------------------------------------------
053900* 2900-NOTE-USE - KEEP THE LATEST ACTIVITY FOR THE OPERATOR AND
054000*          THE LATEST USE OF THE NAMED FUNCTION'S GRANT. USE BY
054100*          AN OPERATOR NO LONGER ON OPERSEC IS IGNORED.
054200*--------------------------------------------------------------
054300 2900-NOTE-USE.
054400     MOVE UPPER-CASE(WS-USE-OPERATOR) TO WS-USE-OPERATOR
054500     MOVE ZERO TO WS-SEC-HIT
054600     PERFORM 2910-CHECK-ONE-OPER THRU 2910-CHECK-ONE-OPER-EXIT
054700        VARYING WS-SEC-SCAN FROM 1 BY 1
054800        UNTIL WS-SEC-SCAN > WS-SEC-COUNT
054900           OR WS-SEC-HIT > ZERO
055000     IF WS-SEC-HIT = ZERO
055100        GO TO 2900-NOTE-USE-EXIT
055200     END-IF
055300     IF WS-USE-TS > WS-SEC-LAST-SEEN(WS-SEC-HIT)
055400        MOVE WS-USE-TS TO WS-SEC-LAST-SEEN(WS-SEC-HIT)
055500     END-IF
055600     IF WS-USE-FUNCTION = SPACES
055700        GO TO 2900-NOTE-USE-EXIT
055800     END-IF
055900     MOVE WS-SEC-IMAGE(WS-SEC-HIT) TO OPER-SEC-RECORD
056000     PERFORM 2920-NOTE-ONE-SLOT THRU 2920-NOTE-ONE-SLOT-EXIT
056100        VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10.
056200 2900-NOTE-USE-EXIT.
056300     EXIT.
056400 2910-CHECK-ONE-OPER.
056500     IF WS-SEC-OPERATOR(WS-SEC-SCAN) = WS-USE-OPERATOR
056600        MOVE WS-SEC-SCAN TO WS-SEC-HIT
056700     END-IF.
056800 2910-CHECK-ONE-OPER-EXIT.
056900     EXIT.
057000 2920-NOTE-ONE-SLOT.
057100     IF OS-GRANT-FUNC(WS-SLOT) = WS-USE-FUNCTION
057200        AND WS-USE-TS > WS-SEC-LAST-USE(WS-SEC-HIT, WS-SLOT)
057300        MOVE WS-USE-TS TO WS-SEC-LAST-USE(WS-SEC-HIT, WS-SLOT)
057400     END-IF.
057500 2920-NOTE-ONE-SLOT-EXIT.
057600     EXIT.
057700*--------------------------------------------------------------
057800* 4000-LIST-OPERATORS - ONE BLOCK PER OPERATOR: THE OPERATOR
057900*          LINE, THEN A LINE PER GRANT FOR THE SUPERVISOR TO
058000*          MARK KEEP OR REVOKE
058100*--------------------------------------------------------------
058200 4000-LIST-OPERATORS.
058300     PERFORM 4100-LIST-ONE-OPERATOR
058400        THRU 4100-LIST-ONE-OPERATOR-EXIT
058500        VARYING WS-SEC-HIT FROM 1 BY 1
058600        UNTIL WS-SEC-HIT > WS-SEC-COUNT.
058700 4000-LIST-OPERATORS-EXIT.
058800     EXIT.
058900 4100-LIST-ONE-OPERATOR.
059000     ADD 1 TO WS-OPER-LISTED
059100     MOVE WS-SEC-IMAGE(WS-SEC-HIT) TO OPER-SEC-RECORD
059200     MOVE SPACES TO OL-FLAG
059300     MOVE OS-OPERATOR TO OL-OPERATOR
059400     MOVE OS-NAME TO OL-NAME
059500     EVALUATE TRUE
059600        WHEN OS-SUSPENDED
059700           MOVE "SUSPENDED" TO OL-STATUS
059800        WHEN OS-OPER-EXPIRY NOT = SPACES
059900           AND OS-OPER-EXPIRY NOT > WS-RUN-DATE
060000           MOVE "EXPIRED" TO OL-STATUS
060100        WHEN OTHER
060200           MOVE "ACTIVE" TO OL-STATUS
060300     END-EVALUATE
060400     IF OS-OPER-EXPIRY = SPACES
060500        MOVE "OPEN-ENDED" TO OL-EXPIRY
060600     ELSE
060700        MOVE OS-OPER-EXPIRY TO WS-AGE-TS
060800        PERFORM 4400-EDIT-DATE THRU 4400-EDIT-DATE-EXIT
060900        MOVE WS-DATE-ED TO OL-EXPIRY
061000     END-IF
061100     IF WS-SEC-LAST-SEEN(WS-SEC-HIT) = SPACES
061200        MOVE "NONE" TO OL-LAST-SEEN
061300     ELSE
061400        MOVE WS-SEC-LAST-SEEN(WS-SEC-HIT) TO WS-AGE-TS
061500        PERFORM 4400-EDIT-DATE THRU 4400-EDIT-DATE-EXIT
061600        MOVE WS-DATE-ED TO OL-LAST-SEEN
061700     END-IF
061800     MOVE ZERO TO WS-SLOT-HIT
061900     PERFORM 4150-FIND-ALL-SLOT THRU 4150-FIND-ALL-SLOT-EXIT
062000        VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10
062100     IF WS-SLOT-HIT > ZERO
062200        ADD 1 TO WS-ALL-HOLDERS
062300        MOVE "*** HOLDS ALL ***" TO OL-FLAG
062400     END-IF
062500     MOVE SPACES TO WS-RPT-DETAIL
062600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
062700     MOVE WS-OPER-LINE TO WS-RPT-DETAIL
062800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
062900     PERFORM 4200-LIST-ONE-GRANT THRU 4200-LIST-ONE-GRANT-EXIT
063000        VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10.
063100 4100-LIST-ONE-OPERATOR-EXIT.
063200     EXIT.
063300 4150-FIND-ALL-SLOT.
063400     IF OS-GRANT-FUNC(WS-SLOT) = "ALL"
063500        MOVE WS-SLOT TO WS-SLOT-HIT
063600     END-IF.
063700 4150-FIND-ALL-SLOT-EXIT.
063800     EXIT.
063900*--------------------------------------------------------------
064000* 4200-LIST-ONE-GRANT - EXPIRY, LAST USE, BUSINESS DAYS SINCE,
064100*          AND THE FLAG. ALL IS "USED" BY ANY ACTIVITY AT ALL.
064200*--------------------------------------------------------------
064300 4200-LIST-ONE-GRANT.
064400     IF OS-GRANT-FUNC(WS-SLOT) = SPACES
064500        GO TO 4200-LIST-ONE-GRANT-EXIT
064600     END-IF
064700     ADD 1 TO WS-GRANTS-LISTED
064800     MOVE SPACES TO GL-DAYS GL-FLAG
064900     MOVE OS-GRANT-FUNC(WS-SLOT) TO GL-FUNCTION
065000     IF OS-GRANT-EXPIRY(WS-SLOT) = SPACES
065100        MOVE "OPEN-ENDED" TO GL-EXPIRY
065200     ELSE
065300        MOVE OS-GRANT-EXPIRY(WS-SLOT) TO WS-AGE-TS
065400        PERFORM 4400-EDIT-DATE THRU 4400-EDIT-DATE-EXIT
065500        MOVE WS-DATE-ED TO GL-EXPIRY
065600     END-IF
065700     IF OS-GRANT-FUNC(WS-SLOT) = "ALL"
065800        MOVE WS-SEC-LAST-SEEN(WS-SEC-HIT) TO WS-AGE-TS
065900     ELSE
066000        MOVE WS-SEC-LAST-USE(WS-SEC-HIT, WS-SLOT) TO WS-AGE-TS
066100     END-IF
066200     MOVE "N" TO WS-TRACKED-SW
066300     PERFORM 4250-CHECK-ONE-TRACKED
066400        THRU 4250-CHECK-ONE-TRACKED-EXIT
066410        VARYING WS-TR-IDX FROM 1 BY 1 UNTIL WS-TR-IDX > 12
066600     IF WS-AGE-TS = SPACES
066700        MOVE "NEVER" TO GL-LAST-USED
066800     ELSE
066900        PERFORM 4300-AGE-LAST-USE THRU 4300-AGE-LAST-USE-EXIT
067000        PERFORM 4400-EDIT-DATE THRU 4400-EDIT-DATE-EXIT
067100        MOVE WS-DATE-ED TO GL-LAST-USED
067200        MOVE WS-AGE-DAYS TO WS-AGE-DAYS-ED
067300        MOVE WS-AGE-DAYS-ED TO GL-DAYS
067400     END-IF
067500*    FLAG ORDER: A LAPSED GRANT FIRST, THEN ALL, THEN DORMANCY
067600     EVALUATE TRUE
067700        WHEN OS-GRANT-EXPIRY(WS-SLOT) NOT = SPACES
067800           AND OS-GRANT-EXPIRY(WS-SLOT) NOT > WS-RUN-DATE
067900           MOVE "GRANT EXPIRED" TO GL-FLAG
068000        WHEN NOT FUNCTION-TRACKED
068100           ADD 1 TO WS-UNTRACKED-COUNT
068200           MOVE "NOT TRACKED - REVIEW" TO GL-FLAG
068300        WHEN WS-AGE-TS = SPACES
068400           ADD 1 TO WS-DORMANT-COUNT
068500           MOVE "DORMANT - NEVER USED" TO GL-FLAG
068600        WHEN WS-AGE-DAYS > WS-DORM-DAYS
068700           ADD 1 TO WS-DORMANT-COUNT
068800           MOVE "DORMANT" TO GL-FLAG
068900        WHEN OS-GRANT-FUNC(WS-SLOT) = "ALL"
069000           MOVE "FULL ACCESS" TO GL-FLAG
069100     END-EVALUATE
069200     MOVE WS-GRANT-LINE TO WS-RPT-DETAIL
069300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
069400 4200-LIST-ONE-GRANT-EXIT.
069500     EXIT.
069600 4250-CHECK-ONE-TRACKED.
069700     IF OS-GRANT-FUNC(WS-SLOT) = WS-TRACKED-FUNC(WS-TR-IDX)
069800        SET FUNCTION-TRACKED TO TRUE
069900     END-IF.
070000 4250-CHECK-ONE-TRACKED-EXIT.
070100     EXIT.
070200*--------------------------------------------------------------
070300* 4300-AGE-LAST-USE - BUSINESS DAYS FROM WS-AGE-TS TO THE RUN
070400*          DATE; CALENDAR DAYS WHEN BUSCAL DOES NOT COVER
070500*          THE RUN
070600*--------------------------------------------------------------
070700 4300-AGE-LAST-USE.
070800     MOVE ZERO TO WS-AGE-DAYS
070900     IF CALENDAR-COVERS-RUN
071000        MOVE "B" TO BD-REQUEST
071100        MOVE WS-AGE-TS(1:8) TO BD-DATE-1
071200        MOVE WS-RUN-DATE TO BD-DATE-2
071300        CALL "BUSDAY" USING BUS-DAY-CONTROL
071400        IF BD-STATUS = "00"
071500           MOVE BD-RESULT-COUNT TO WS-AGE-DAYS
071600        END-IF
071700        GO TO 4300-AGE-LAST-USE-CHECK
071800     END-IF
071900     IF WS-AGE-TS(1:8) IS NUMERIC
072000        COMPUTE WS-AGE-DAYS =
072100           INTEGER-OF-DATE(NUMVAL(WS-RUN-DATE))
072200           - INTEGER-OF-DATE(NUMVAL(WS-AGE-TS(1:8)))
072300     END-IF.
072400 4300-AGE-LAST-USE-CHECK.
072500     IF WS-AGE-DAYS < ZERO
072600        MOVE ZERO TO WS-AGE-DAYS
072700     END-IF.
072800 4300-AGE-LAST-USE-EXIT.
072900     EXIT.
073000*--------------------------------------------------------------
073100* 4400-EDIT-DATE - YYYYMMDD... TO YYYY-MM-DD
073200*--------------------------------------------------------------
073300 4400-EDIT-DATE.
073400     MOVE SPACES TO WS-DATE-ED
073500     STRING WS-AGE-TS(1:4) DELIMITED BY SIZE
073600        "-" DELIMITED BY SIZE
073700        WS-AGE-TS(5:2) DELIMITED BY SIZE
073800        "-" DELIMITED BY SIZE
073900        WS-AGE-TS(7:2) DELIMITED BY SIZE
074000        INTO WS-DATE-ED
074100     END-STRING.
074200 4400-EDIT-DATE-EXIT.
074300     EXIT.
074400*--------------------------------------------------------------
074500* 5000-TAKE-MARKS - THE REVOCATIONS THE SUPERVISOR MARKED, AS
074600*          KEYED TO RECRTMRK (OPERATOR, FUNCTION, INITIALS; A
074700*          BLANK FUNCTION MEANS END THE OPERATOR'S ACCESS).
074800*          EACH GOOD MARK BECOMES A REVOKE OR EXPIRE ROW ON
074900*          RECRTREV IN THE OPERTRN LAYOUT.
075000*--------------------------------------------------------------
075100 5000-TAKE-MARKS.
075200     MOVE "N" TO WS-FILE-EOF-SW
075300     OPEN INPUT RECERT-MARK-FILE
075400     IF WS-RECRTMRK-STATUS NOT = "00"
075500        GO TO 5000-TAKE-MARKS-EXIT
075600     END-IF
075700     OPEN OUTPUT RECERT-REVOKE-FILE
075800     MOVE SPACES TO WS-RPT-DETAIL
075900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
076000     MOVE "REVOCATIONS MARKED BY THE SUPERVISOR" TO WS-RPT-DETAIL
076100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
076200     PERFORM 5100-TAKE-ONE-MARK THRU 5100-TAKE-ONE-MARK-EXIT
076300        UNTIL END-OF-CURRENT-FILE
076400     CLOSE RECERT-MARK-FILE
076500     CLOSE RECERT-REVOKE-FILE.
076600 5000-TAKE-MARKS-EXIT.
076700     EXIT.
076800 5100-TAKE-ONE-MARK.
076900     READ RECERT-MARK-FILE
077000        AT END
077100           SET END-OF-CURRENT-FILE TO TRUE
077200           GO TO 5100-TAKE-ONE-MARK-EXIT
077300     END-READ
077400     IF RECERT-MARK-RECORD = SPACES
077500        GO TO 5100-TAKE-ONE-MARK-EXIT
077600     END-IF
077700     MOVE SPACES TO WS-MARK-LINE
077800     MOVE UPPER-CASE(RM-OPERATOR) TO WS-USE-OPERATOR
077900     MOVE UPPER-CASE(RM-FUNCTION) TO WS-USE-FUNCTION
078000     MOVE WS-USE-OPERATOR TO ML-OPERATOR
078100     MOVE WS-USE-FUNCTION TO ML-FUNCTION
078200     MOVE RM-INITIALS TO ML-INITIALS
078300     IF WS-USE-FUNCTION = SPACES
078400        MOVE "EXPIRE" TO ML-ACTION
078500     ELSE
078600        MOVE "REVOKE" TO ML-ACTION
078700     END-IF
078800     IF RM-INITIALS = SPACES
078900        ADD 1 TO WS-MARKS-REJECTED
079000        MOVE "NOT INITIALLED - NOT EXTRACTED" TO ML-RESULT
079100        GO TO 5100-TAKE-ONE-MARK-WRITE
079200     END-IF
079300     MOVE ZERO TO WS-SEC-HIT
079400     PERFORM 2910-CHECK-ONE-OPER THRU 2910-CHECK-ONE-OPER-EXIT
079500        VARYING WS-SEC-SCAN FROM 1 BY 1
079600        UNTIL WS-SEC-SCAN > WS-SEC-COUNT
079700           OR WS-SEC-HIT > ZERO
079800     IF WS-SEC-HIT = ZERO
079900        ADD 1 TO WS-MARKS-REJECTED
080000        MOVE "OPERATOR NOT ON OPERSEC" TO ML-RESULT
080100        GO TO 5100-TAKE-ONE-MARK-WRITE
080200     END-IF
080300     IF WS-USE-FUNCTION NOT = SPACES
080400        MOVE WS-SEC-IMAGE(WS-SEC-HIT) TO OPER-SEC-RECORD
080500        MOVE ZERO TO WS-SLOT-HIT
080600        PERFORM 5150-FIND-MARKED-SLOT
080700           THRU 5150-FIND-MARKED-SLOT-EXIT
080800           VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10
080900        IF WS-SLOT-HIT = ZERO
081000           ADD 1 TO WS-MARKS-REJECTED
081100           MOVE "FUNCTION NOT GRANTED" TO ML-RESULT
081200           GO TO 5100-TAKE-ONE-MARK-WRITE
081300        END-IF
081400     END-IF
081500     MOVE SPACES TO RECERT-REVOKE-RECORD
081600     MOVE ML-ACTION TO RV-ACTION
081700     MOVE WS-USE-OPERATOR TO RV-OPERATOR
081800     MOVE WS-USE-FUNCTION TO RV-FUNCTION
081900     WRITE RECERT-REVOKE-RECORD
082000     ADD 1 TO WS-MARKS-EXTRACTED
082100     MOVE "EXTRACTED FOR OPERSEC MAINTENANCE" TO ML-RESULT.
082200 5100-TAKE-ONE-MARK-WRITE.
082300     MOVE WS-MARK-LINE TO WS-RPT-DETAIL
082400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
082500 5100-TAKE-ONE-MARK-EXIT.
082600     EXIT.
082700 5150-FIND-MARKED-SLOT.
082800     IF OS-GRANT-FUNC(WS-SLOT) = WS-USE-FUNCTION
082900        MOVE WS-SLOT TO WS-SLOT-HIT
083000     END-IF.
083100 5150-FIND-MARKED-SLOT-EXIT.
083200     EXIT.
083300*--------------------------------------------------------------
083400* 6000-WRITE-SUMMARY - COUNTS, THEN THE LAST PAGE'S SIGN-OFF
083500*--------------------------------------------------------------
083600 6000-WRITE-SUMMARY.
083700     MOVE SPACES TO WS-RPT-DETAIL
083800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
083900     IF SECURITY-OVERFLOW
084000        MOVE "OPERSEC HOLDS MORE THAN 100 OPERATORS - NOT ALL LIS
084100-          "TED" TO WS-RPT-DETAIL
084200        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
084300     END-IF
084400     IF NOT CALENDAR-COVERS-RUN
084500        MOVE "BUSCAL DOES NOT COVER THE RUN DATE - BDAYS ARE CALEN
084600-          "DAR DAYS" TO WS-RPT-DETAIL
084700        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
084800     END-IF
084900     MOVE SPACES TO WS-TOTAL-LINE
085000     MOVE "OPERATORS LISTED" TO TL-LABEL
085100     MOVE WS-OPER-LISTED TO TL-COUNT
085200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
085300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
085400     MOVE "GRANTS LISTED" TO TL-LABEL
085500     MOVE WS-GRANTS-LISTED TO TL-COUNT
085600     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
085700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
085800     MOVE "DORMANT GRANTS" TO TL-LABEL
085900     MOVE WS-DORMANT-COUNT TO TL-COUNT
086000     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
086100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
086200     MOVE "GRANTS NOT TRACKED" TO TL-LABEL
086300     MOVE WS-UNTRACKED-COUNT TO TL-COUNT
086400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
086500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
086600     MOVE "OPERATORS HOLDING ALL" TO TL-LABEL
086700     MOVE WS-ALL-HOLDERS TO TL-COUNT
086800     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
086900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
087000     MOVE "MARKED REVOCATIONS EXTRACTED" TO TL-LABEL
087100     MOVE WS-MARKS-EXTRACTED TO TL-COUNT
087200     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
087300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
087400     MOVE "MARKS NOT EXTRACTED" TO TL-LABEL
087500     MOVE WS-MARKS-REJECTED TO TL-COUNT
087600     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
087700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
087800     IF WS-PAGE-BODY-LINES > ZERO
087900        PERFORM 8100-WRITE-PAGE-FOOT
088000           THRU 8100-WRITE-PAGE-FOOT-EXIT
088100     END-IF.
088200 6000-WRITE-SUMMARY-EXIT.
088300     EXIT.
088400*--------------------------------------------------------------
088500* 8000-WRITE-LINE - EVERY PAGE CLOSES WITH THE SUPERVISOR'S
088600*          INITIALS LINE BEFORE RPTWRITE TURNS IT
088700*--------------------------------------------------------------
088800 8000-WRITE-LINE.
088900     MOVE "D" TO RPT-REQUEST
089000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
089100     ADD 1 TO WS-PAGE-BODY-LINES
089200     IF WS-PAGE-BODY-LINES NOT < WS-BODY-LIMIT
089300        PERFORM 8100-WRITE-PAGE-FOOT
089400           THRU 8100-WRITE-PAGE-FOOT-EXIT
089500     END-IF.
089600 8000-WRITE-LINE-EXIT.
089700     EXIT.
089800 8100-WRITE-PAGE-FOOT.
089900     MOVE "D" TO RPT-REQUEST
090000     MOVE SPACES TO WS-RPT-DETAIL
090100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
090200     STRING "SUPERVISOR INITIALS: ______   DATE: __________   "
090300           DELIMITED BY SIZE
090400        WS-QUARTER DELIMITED BY SPACE
090500        " - GRANTS ON THIS PAGE REVIEWED" DELIMITED BY SIZE
090600        INTO WS-RPT-DETAIL
090700     END-STRING
090800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
090900     MOVE ZERO TO WS-PAGE-BODY-LINES.
091000 8100-WRITE-PAGE-FOOT-EXIT.
091100     EXIT.
091200*--------------------------------------------------------------
091300* 9000-FINISH - CLOSE THE REPORT AND CUT THE JOB-ACCOUNTING ROW
091400*--------------------------------------------------------------
091500 9000-FINISH.
091600     MOVE "C" TO RPT-REQUEST
091700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
091800     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
091900 9000-FINISH-EXIT.
092000     EXIT.
092100*--------------------------------------------------------------
092200* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
092300*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
092400*--------------------------------------------------------------
092500 9100-LOG-JOB-ACCT.
092600     OPEN EXTEND JOB-ACCT-FILE
092700     IF WS-JOBACCT-STATUS = "35"
092800        OPEN OUTPUT JOB-ACCT-FILE
092900        CLOSE JOB-ACCT-FILE
093000        OPEN EXTEND JOB-ACCT-FILE
093100     END-IF
093200     MOVE SPACES TO JOB-ACCT-RECORD
093300     MOVE "RECERT" TO JA-PROGRAM-NAME
093400     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
093500     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
093600     MOVE "COMPLETED" TO JA-RETURN-STATUS
093700     MOVE WS-SOURCE-ROWS TO JA-RECORD-COUNT
093800     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
093900     CLOSE JOB-ACCT-FILE.
094000 9100-LOG-JOB-ACCT-EXIT.
094100     EXIT.
