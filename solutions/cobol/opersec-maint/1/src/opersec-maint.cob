000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERSEC-MAINT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. GOVERNED MAINTENANCE FOR THE
001100*                 OPERATOR SECURITY FILE (OPERSEC) THAT OPERAUTH
001200*                 AND THE CICS SIGN-ONS READ, REPLACING DIRECT
001300*                 EDITS OF THE FILE -- THE SPRING REVIEW'S GAP
001400*                 ONE LEVEL DOWN. DRIVEN BY A TRANSACTION FILE
001500*                 (OPERTRN: ADDOPER, GRANT, REVOKE, SUSPEND,
001600*                 RESUME, EXPIRE, APPROVE). EVERY GRANT CARRIES
001700*                 AN EXPIRY DATE, WHICH OPERAUTH HONORS. A GRANT
001800*                 OF ALL OR SECADMIN IS ONLY QUEUED (OPERPEND,
001900*                 STAMPED WITH THE REQUESTING ADMINISTRATOR)
002000*                 UNTIL A SECOND, DIFFERENT SECURITY
002100*                 ADMINISTRATOR APPROVES IT IN A LATER RUN.
002200*                 THE RUNNING OPERATOR (RUNCTL OPERMNT OPERATOR)
002300*                 MUST HOLD SECADMIN. EVERY CHANGE TO OPERSEC OR
002400*                 THE QUEUE CUTS A BEFORE/AFTER ROW ON THE SHARED
002500*                 IMAGE JOURNAL; THE 60-BYTE IMAGE IS THE
002600*                 OPERATOR HEADER (ID, NAME, STATUS, EXPIRY) AND
002700*                 THE ONE GRANT SLOT THE CHANGE TOUCHED, KEYED BY
002800*                 OPERATOR AND FUNCTION. SUMMARY ON OPERRPT WITH
002900*                 THE REQUESTS STILL AWAITING APPROVAL. WITH NO
003000*                 OPERSEC FILE AT ALL THE RUN IS THE INITIAL
003100*                 LOAD: AUTHORITY CANNOT BE VERIFIED AND NOBODY
003200*                 YET HOLDS SECADMIN TO APPROVE, SO ALL/SECADMIN
003300*                 GRANTS APPLY DIRECTLY, ARE FLAGGED ON THE
003400*                 REPORT, AND THE RUN ENDS RC 4.
003410* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (229 BYTES,
003420*                 CHECKER ID) INTRODUCED FOR THE APPROVAL QUEUE.
003430* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
003440*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
003450*                 MASTER'S CALENDAR ID.
003460* 2026-10-15 RLM  LEGACY OPERSEC ROWS ARE NOW KNOWN BY A BLANK
003470*                 OPERATOR STATUS, NOT BY BLANK EXPIRIES, SO A NEW
003480*                 ROW HOLDING ONLY OPEN-ENDED GRANTS IS NOT
003490*                 RE-SPLIT.
003500*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 REPOSITORY.
003900     FUNCTION ALL INTRINSIC.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPER-TRANS-FILE ASSIGN TO "OPERTRN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-OPERTRN-STATUS.
004500     SELECT OPER-SEC-FILE ASSIGN TO "OPERSEC"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-OPERSEC-STATUS.
004800     SELECT OPER-PEND-FILE ASSIGN TO "OPERPEND"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-OPERPEND-STATUS.
005100     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-IMGJRNL-STATUS.
005400     SELECT MAINT-RPT-FILE ASSIGN TO "OPERRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MAINTRPT-STATUS.
005700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JOBACCT-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  OPER-TRANS-FILE.
006300 01  OPER-TRANS-RECORD.
006400     05 OT-ACTION              PIC X(08).
006500     05 FILLER                 PIC X(01).
006600     05 OT-OPERATOR            PIC X(08).
006700     05 FILLER                 PIC X(01).
006800     05 OT-FUNCTION            PIC X(08).
006900     05 FILLER                 PIC X(01).
007000     05 OT-DATE                PIC X(08).
007100     05 FILLER                 PIC X(01).
007200     05 OT-NAME                PIC X(20).
007300 FD  OPER-SEC-FILE.
007400 01  OPER-SEC-FILE-RECORD      PIC X(202).
007500 FD  OPER-PEND-FILE.
007600 01  OPER-PEND-FILE-RECORD     PIC X(50).
007700 FD  IMAGE-JOURNAL-FILE.
007800 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
007900 FD  MAINT-RPT-FILE.
008000 01  MAINT-RPT-RECORD          PIC X(100).
008100 FD  JOB-ACCT-FILE.
008200 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008300 WORKING-STORAGE SECTION.
008400*--------------------------------------------------------------
008500* FILE STATUS AND RUN CONTROLS
008600*--------------------------------------------------------------
008700 77  WS-OPERTRN-STATUS         PIC XX.
008800 77  WS-OPERSEC-STATUS         PIC XX.
008900 77  WS-OPERPEND-STATUS        PIC XX.
009000 77  WS-IMGJRNL-STATUS         PIC XX.
009100 77  WS-MAINTRPT-STATUS        PIC XX.
009200 77  WS-JOBACCT-STATUS         PIC XX.
009300 77  WS-TRANS-EOF-SW           PIC X VALUE "N".
009400     88 END-OF-TRANS           VALUE "Y".
009500 77  WS-INITIAL-LOAD-SW        PIC X VALUE "N".
009600     88 INITIAL-LOAD           VALUE "Y".
009700 77  WS-SEC-CHANGED-SW         PIC X VALUE "N".
009800     88 SECURITY-CHANGED       VALUE "Y".
009900 77  WS-PEND-CHANGED-SW        PIC X VALUE "N".
010000     88 PENDING-CHANGED        VALUE "Y".
010100 77  WS-OVERFLOW-SW            PIC X VALUE "N".
010200     88 TABLE-OVERFLOW         VALUE "Y".
010300 77  WS-GRANT-DONE-SW          PIC X VALUE "N".
010400     88 GRANT-APPLIED          VALUE "Y".
010500 77  WS-DATE-OK-SW             PIC X VALUE "N".
010600     88 DATE-IS-GOOD           VALUE "Y".
010700 77  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
010800 77  WS-HELD-COUNT             PIC 9(05) VALUE ZERO.
010900 77  WS-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
011000 77  WS-TRANS-READ             PIC 9(05) VALUE ZERO.
011100 77  WS-JA-START-TIMESTAMP     PIC X(14).
011200 77  WS-TODAY                  PIC X(08).
011300 77  WS-EDIT-DATE              PIC X(08).
011400 77  WS-GRANT-EXPIRY           PIC X(08).
011500 77  WS-TRN-ACTION             PIC X(08).
011600 77  WS-TRN-OPERATOR           PIC X(08).
011700 77  WS-TRN-FUNCTION           PIC X(08).
011800 77  WS-LEGACY-LIST            PIC X(80).
011900 COPY JOBACCT.
012000 COPY RUNPARM.
012100 COPY OPERAUTH.
012200 COPY DATEEDIT.
012300 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
012400 COPY IMGJRNL.
012500 77  WS-JRNL-FILE              PIC X(08).
012510 77  WS-JRNL-ACTION            PIC X(07).
012600 77  WS-BEFORE-IMAGE           PIC X(60) VALUE SPACES.
012700 77  WS-AFTER-IMAGE            PIC X(60) VALUE SPACES.
012800*--------------------------------------------------------------
012900* OPERATOR SECURITY RECORD AND THE WHOLE FILE IN STORAGE. THE
013000* TABLE HOLDS WHAT OPERAUTH CACHES (100 OPERATORS).
013100*--------------------------------------------------------------
013200 COPY OPERSEC.
013300 01  WS-SEC-TABLE.
013400     05 WS-SEC-COUNT           PIC 9(03) BINARY VALUE ZERO.
013500     05 WS-SEC-ENTRY OCCURS 100 TIMES.
013600        10 WS-SEC-OPERATOR     PIC X(08).
013700        10 WS-SEC-IMAGE        PIC X(202).
013800 77  WS-SEC-SCAN               PIC 9(03) BINARY.
013900 77  WS-SEC-HIT                PIC 9(03) BINARY.
014000 77  WS-SLOT                   PIC 9(02) BINARY.
014100 77  WS-SLOT-HIT               PIC 9(02) BINARY.
014200 77  WS-FREE-SLOT              PIC 9(02) BINARY.
014300 77  WS-JRNL-SLOT              PIC 9(02) BINARY.
014400*--------------------------------------------------------------
014500* ALL/SECADMIN GRANTS AWAITING A SECOND ADMINISTRATOR
014600*--------------------------------------------------------------
014700 01  WS-PEND-ROW.
014800     05 PR-OPERATOR            PIC X(08).
014900     05 FILLER                 PIC X(01) VALUE SPACES.
015000     05 PR-FUNCTION            PIC X(08).
015100     05 FILLER                 PIC X(01) VALUE SPACES.
015200     05 PR-EXPIRY              PIC X(08).
015300     05 FILLER                 PIC X(01) VALUE SPACES.
015400     05 PR-MAKER               PIC X(08).
015500     05 FILLER                 PIC X(01) VALUE SPACES.
015600     05 PR-REQUESTED           PIC X(14).
015700 01  WS-PEND-TABLE.
015800     05 WS-PEND-COUNT          PIC 9(03) BINARY VALUE ZERO.
015900     05 WS-PEND-ENTRY OCCURS 50 TIMES.
016000        10 WS-PD-LIVE-SW       PIC X(01).
016100           88 WS-PD-LIVE       VALUE "Y".
016200        10 WS-PD-ROW           PIC X(50).
016300 77  WS-PEND-SCAN              PIC 9(03) BINARY.
016400 77  WS-PEND-HIT               PIC 9(03) BINARY.
016500 77  WS-PEND-LISTED            PIC 9(03) BINARY.
016600*--------------------------------------------------------------
016700* JOURNAL IMAGE - OPERATOR HEADER PLUS THE GRANT SLOT TOUCHED
016800*--------------------------------------------------------------
016900 01  WS-OPER-IMAGE.
017000     05 OI-OPERATOR            PIC X(08).
017100     05 FILLER                 PIC X(01).
017200     05 OI-NAME                PIC X(20).
017300     05 FILLER                 PIC X(01).
017400     05 OI-STATUS              PIC X(01).
017500     05 FILLER                 PIC X(01).
017600     05 OI-OPER-EXPIRY         PIC X(08).
017700     05 FILLER                 PIC X(01).
017800     05 OI-FUNCTION            PIC X(08).
017900     05 FILLER                 PIC X(01).
018000     05 OI-GRANT-EXPIRY        PIC X(08).
018100     05 FILLER                 PIC X(02).
018200*--------------------------------------------------------------
018300* REPORT LINES
018400*--------------------------------------------------------------
018500 01  WS-MAINT-DETAIL-LINE.
018600     05 MD-ACTION              PIC X(08).
018700     05 FILLER                 PIC X(02) VALUE SPACES.
018800     05 MD-OPERATOR            PIC X(08).
018900     05 FILLER                 PIC X(02) VALUE SPACES.
019000     05 MD-FUNCTION            PIC X(08).
019100     05 FILLER                 PIC X(02) VALUE SPACES.
019200     05 MD-RESULT              PIC X(45).
019300 01  WS-PEND-LIST-LINE.
019400     05 FILLER                 PIC X(02) VALUE SPACES.
019500     05 PL-OPERATOR            PIC X(08).
019600     05 FILLER                 PIC X(02) VALUE SPACES.
019700     05 PL-FUNCTION            PIC X(08).
019710     05 FILLER                 PIC X(09) VALUE " EXPIRES ".
019900     05 PL-EXPIRY              PIC X(08).
019910     05 FILLER                 PIC X(14)
020100                               VALUE " REQUESTED BY ".
020200     05 PL-MAKER               PIC X(08).
020300     05 FILLER                 PIC X(01) VALUE SPACES.
020400     05 PL-REQUESTED           PIC X(14).
020500 01  WS-MAINT-TOTAL-LINE.
020600     05 MT-LABEL               PIC X(14).
020700     05 MT-COUNT               PIC ZZZZ9.
020800 PROCEDURE DIVISION.
020900*--------------------------------------------------------------
021000* 0000-MAINLINE
021100*--------------------------------------------------------------
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
021400     PERFORM 2000-APPLY-ONE-TRANS
021500        THRU 2000-APPLY-ONE-TRANS-EXIT
021600        UNTIL END-OF-TRANS
021700     PERFORM 8000-REWRITE-FILES THRU 8000-REWRITE-FILES-EXIT
021800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
021900*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANYTHING WAS
022000*    REJECTED OR THE RUN WAS AN UNVERIFIED INITIAL LOAD
022100     IF WS-REJECTED-COUNT > ZERO OR INITIAL-LOAD
022200        MOVE 4 TO RETURN-CODE
022300     END-IF
022400     STOP RUN.
022500*--------------------------------------------------------------
022600* 1000-INITIALIZE - VERIFY THE ADMINISTRATOR, LOAD OPERSEC AND
022700*          THE APPROVAL QUEUE, PRIME THE TRANSACTIONS
022800*--------------------------------------------------------------
022900 1000-INITIALIZE.
023000     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
023100     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-TODAY
023200     OPEN OUTPUT MAINT-RPT-FILE
023300*    WHO IS RUNNING THIS, AND ARE THEY ALLOWED TO
023400     MOVE "OPERMNT" TO RP-PROGRAM-ID
023500     MOVE "OPERATOR" TO RP-KEYWORD
023600     MOVE "BATCH" TO RP-DEFAULT
023700     CALL "RUNPARM" USING RUN-PARM-CONTROL
023800     MOVE RP-VALUE(1:8) TO WS-OPERATOR
023900     MOVE WS-OPERATOR TO OA-OPERATOR
024000     MOVE "SECADMIN" TO OA-FUNCTION
024100     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
024200     EVALUATE TRUE
024300        WHEN OA-AUTHORIZED
024400           CONTINUE
024500        WHEN OA-NO-SECURITY
024600           SET INITIAL-LOAD TO TRUE
024700           MOVE "NO OPERSEC FILE - AUTHORITY NOT VERIFIED"
024800              TO MAINT-RPT-RECORD
024900           WRITE MAINT-RPT-RECORD
025000           MOVE "INITIAL LOAD - ALL/SECADMIN NOT APPROVED"
025200              TO MAINT-RPT-RECORD
025300           WRITE MAINT-RPT-RECORD
025400        WHEN OTHER
025500           MOVE "OPERATOR NOT AUTHORIZED FOR SECADMIN - RUN ENDED"
025600              TO MAINT-RPT-RECORD
025700           WRITE MAINT-RPT-RECORD
025800           CLOSE MAINT-RPT-FILE
025900           MOVE 8 TO RETURN-CODE
026000           STOP RUN
026100     END-EVALUATE
026200     MOVE SPACES TO MAINT-RPT-RECORD
026300     STRING "OPERATOR: " DELIMITED BY SIZE
026400        WS-OPERATOR DELIMITED BY SIZE
026500        INTO MAINT-RPT-RECORD
026600     END-STRING
026700     WRITE MAINT-RPT-RECORD
026800     PERFORM 1100-LOAD-SECURITY THRU 1100-LOAD-SECURITY-EXIT
026900     PERFORM 1200-LOAD-PENDING THRU 1200-LOAD-PENDING-EXIT
027000*    A FILE BIGGER THAN THE TABLES WOULD LOSE ROWS ON THE
027100*    REWRITE - CHANGE NOTHING
027200     IF TABLE-OVERFLOW
027300        MOVE "OPERSEC OR OPERPEND EXCEEDS TABLE SIZE - RUN ENDED"
027400           TO MAINT-RPT-RECORD
027500        WRITE MAINT-RPT-RECORD
027600        CLOSE MAINT-RPT-FILE
027700        MOVE 8 TO RETURN-CODE
027800        STOP RUN
027900     END-IF
028000     OPEN INPUT OPER-TRANS-FILE
028100     IF WS-OPERTRN-STATUS NOT = "00"
028200        SET END-OF-TRANS TO TRUE
028300     ELSE
028400        PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT
028500     END-IF.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028800*--------------------------------------------------------------
028900* 1100-LOAD-SECURITY - THE WHOLE OPERSEC FILE INTO STORAGE
029000*--------------------------------------------------------------
029100 1100-LOAD-SECURITY.
029200     OPEN INPUT OPER-SEC-FILE
029300     IF WS-OPERSEC-STATUS NOT = "00"
029400        GO TO 1100-LOAD-SECURITY-EXIT
029500     END-IF
029600     PERFORM 1110-LOAD-ONE-OPER THRU 1110-LOAD-ONE-OPER-EXIT
029700        UNTIL WS-OPERSEC-STATUS NOT = "00"
029800     CLOSE OPER-SEC-FILE.
029900 1100-LOAD-SECURITY-EXIT.
030000     EXIT.
030100 1110-LOAD-ONE-OPER.
030200     READ OPER-SEC-FILE INTO OPER-SEC-RECORD
030300        AT END
030400           MOVE "10" TO WS-OPERSEC-STATUS
030500           GO TO 1110-LOAD-ONE-OPER-EXIT
030600     END-READ
030700     IF OS-OPERATOR = SPACES
030800        GO TO 1110-LOAD-ONE-OPER-EXIT
030900     END-IF
031000     IF WS-SEC-COUNT NOT < 100
031100        SET TABLE-OVERFLOW TO TRUE
031200        GO TO 1110-LOAD-ONE-OPER-EXIT
031300     END-IF
031400     MOVE FUNCTION UPPER-CASE(OS-FUNCTIONS) TO OS-FUNCTIONS
031500     IF OS-STATUS = SPACE
031600        PERFORM 1120-SPLIT-LEGACY-LIST
031700           THRU 1120-SPLIT-LEGACY-LIST-EXIT
031800     END-IF
031900     ADD 1 TO WS-SEC-COUNT
032000     MOVE OS-OPERATOR TO WS-SEC-OPERATOR(WS-SEC-COUNT)
032100     MOVE OPER-SEC-RECORD TO WS-SEC-IMAGE(WS-SEC-COUNT).
032200 1110-LOAD-ONE-OPER-EXIT.
032300     EXIT.
032400*--------------------------------------------------------------
032500* 1120-SPLIT-LEGACY-LIST - A RECORD FROM BEFORE THE SLOTTED
032600*          LAYOUT (FREE-TEXT LIST, NO EXPIRIES) IS LAID OUT ONE
032700*          FUNCTION PER SLOT, AS OPERAUTH READS IT. ITS GRANTS
032800*          STAY OPEN-ENDED UNTIL RE-GRANTED WITH A DATE.
032900*--------------------------------------------------------------
033000 1120-SPLIT-LEGACY-LIST.
033100     MOVE OS-FUNCTIONS TO WS-LEGACY-LIST
033200     INSPECT WS-LEGACY-LIST REPLACING ALL "," BY SPACE
033300     MOVE FUNCTION TRIM(WS-LEGACY-LIST LEADING) TO WS-LEGACY-LIST
033400     MOVE SPACES TO OS-FUNCTIONS
033500     UNSTRING WS-LEGACY-LIST DELIMITED BY ALL SPACE
033600        INTO OS-GRANT-FUNC(1) OS-GRANT-FUNC(2) OS-GRANT-FUNC(3)
033700             OS-GRANT-FUNC(4) OS-GRANT-FUNC(5) OS-GRANT-FUNC(6)
033800             OS-GRANT-FUNC(7) OS-GRANT-FUNC(8) OS-GRANT-FUNC(9)
033900             OS-GRANT-FUNC(10)
034000     END-UNSTRING.
034100 1120-SPLIT-LEGACY-LIST-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------
034400* 1200-LOAD-PENDING - THE APPROVAL QUEUE INTO STORAGE
034500*--------------------------------------------------------------
034600 1200-LOAD-PENDING.
034700     OPEN INPUT OPER-PEND-FILE
034800     IF WS-OPERPEND-STATUS NOT = "00"
034900        GO TO 1200-LOAD-PENDING-EXIT
035000     END-IF
035100     PERFORM 1210-LOAD-ONE-PENDING
035200        THRU 1210-LOAD-ONE-PENDING-EXIT
035300        UNTIL WS-OPERPEND-STATUS NOT = "00"
035400     CLOSE OPER-PEND-FILE.
035500 1200-LOAD-PENDING-EXIT.
035600     EXIT.
035700 1210-LOAD-ONE-PENDING.
035800     READ OPER-PEND-FILE INTO WS-PEND-ROW
035900        AT END
036000           MOVE "10" TO WS-OPERPEND-STATUS
036100           GO TO 1210-LOAD-ONE-PENDING-EXIT
036200     END-READ
036300     IF PR-OPERATOR = SPACES
036400        GO TO 1210-LOAD-ONE-PENDING-EXIT
036500     END-IF
036600     IF WS-PEND-COUNT NOT < 50
036700        SET TABLE-OVERFLOW TO TRUE
036800        GO TO 1210-LOAD-ONE-PENDING-EXIT
036900     END-IF
037000     ADD 1 TO WS-PEND-COUNT
037100     MOVE "Y" TO WS-PD-LIVE-SW(WS-PEND-COUNT)
037200     MOVE WS-PEND-ROW TO WS-PD-ROW(WS-PEND-COUNT).
037300 1210-LOAD-ONE-PENDING-EXIT.
037400     EXIT.
037500*--------------------------------------------------------------
037600* 2000-APPLY-ONE-TRANS - EDIT AND DISPATCH ONE TRANSACTION
037700*--------------------------------------------------------------
037800 2000-APPLY-ONE-TRANS.
037900     ADD 1 TO WS-TRANS-READ
038000     MOVE SPACES TO WS-MAINT-DETAIL-LINE
038100     MOVE FUNCTION UPPER-CASE(OT-ACTION) TO WS-TRN-ACTION
038200     MOVE FUNCTION UPPER-CASE(OT-OPERATOR) TO WS-TRN-OPERATOR
038300     MOVE FUNCTION UPPER-CASE(OT-FUNCTION) TO WS-TRN-FUNCTION
038400     MOVE WS-TRN-ACTION TO MD-ACTION
038500     MOVE WS-TRN-OPERATOR TO MD-OPERATOR
038600     MOVE WS-TRN-FUNCTION TO MD-FUNCTION
038700     IF WS-TRN-OPERATOR = SPACES
038800        ADD 1 TO WS-REJECTED-COUNT
038900        MOVE "OPERATOR ID MISSING" TO MD-RESULT
039000        GO TO 2000-APPLY-ONE-TRANS-NEXT
039100     END-IF
039200     PERFORM 3900-FIND-OPER THRU 3900-FIND-OPER-EXIT
039300     IF WS-SEC-HIT = ZERO AND WS-TRN-ACTION NOT = "ADDOPER"
039400        ADD 1 TO WS-REJECTED-COUNT
039500        MOVE "OPERATOR NOT ON FILE" TO MD-RESULT
039600        GO TO 2000-APPLY-ONE-TRANS-NEXT
039700     END-IF
039800     EVALUATE WS-TRN-ACTION
039900        WHEN "ADDOPER"
040000           PERFORM 3000-ADD-OPER THRU 3000-ADD-OPER-EXIT
040100        WHEN "GRANT"
040200           PERFORM 3100-GRANT THRU 3100-GRANT-EXIT
040300        WHEN "REVOKE"
040400           PERFORM 3200-REVOKE THRU 3200-REVOKE-EXIT
040500        WHEN "SUSPEND"
040600           PERFORM 3300-SUSPEND THRU 3300-SUSPEND-EXIT
040700        WHEN "RESUME"
040800           PERFORM 3400-RESUME THRU 3400-RESUME-EXIT
040900        WHEN "EXPIRE"
041000           PERFORM 3500-EXPIRE THRU 3500-EXPIRE-EXIT
041100        WHEN "APPROVE"
041200           PERFORM 3600-APPROVE THRU 3600-APPROVE-EXIT
041300        WHEN OTHER
041400           ADD 1 TO WS-REJECTED-COUNT
041500           MOVE "UNKNOWN ACTION" TO MD-RESULT
041600     END-EVALUATE.
041700 2000-APPLY-ONE-TRANS-NEXT.
041800     WRITE MAINT-RPT-RECORD FROM WS-MAINT-DETAIL-LINE
041900     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
042000 2000-APPLY-ONE-TRANS-EXIT.
042100     EXIT.
042200 2100-READ-TRANS.
042300     READ OPER-TRANS-FILE
042400        AT END SET END-OF-TRANS TO TRUE
042500     END-READ.
042600 2100-READ-TRANS-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900* 3000-ADD-OPER - A NEW OPERATOR STARTS ACTIVE WITH NO GRANTS.
043000*          AN OPTIONAL DATE IS THE OPERATOR'S OWN EXPIRY
043100*          (CONTRACTORS, SECONDMENTS).
043200*--------------------------------------------------------------
043300 3000-ADD-OPER.
043400     IF WS-SEC-HIT > ZERO
043500        ADD 1 TO WS-REJECTED-COUNT
043600        MOVE "DUPLICATE - OPERATOR ALREADY ON FILE" TO MD-RESULT
043700        GO TO 3000-ADD-OPER-EXIT
043800     END-IF
043900     IF OT-NAME = SPACES
044000        ADD 1 TO WS-REJECTED-COUNT
044100        MOVE "OPERATOR NAME MISSING" TO MD-RESULT
044200        GO TO 3000-ADD-OPER-EXIT
044300     END-IF
044400     IF WS-SEC-COUNT NOT < 100
044500        ADD 1 TO WS-REJECTED-COUNT
044600        MOVE "SECURITY FILE FULL - 100 OPERATORS" TO MD-RESULT
044700        GO TO 3000-ADD-OPER-EXIT
044800     END-IF
044900     MOVE SPACES TO WS-EDIT-DATE
045000     IF OT-DATE NOT = SPACES
045100        PERFORM 3800-EDIT-DATE THRU 3800-EDIT-DATE-EXIT
045200        IF NOT DATE-IS-GOOD OR WS-EDIT-DATE NOT > WS-TODAY
045300           ADD 1 TO WS-REJECTED-COUNT
045400           MOVE "EXPIRY DATE INVALID OR NOT AFTER TODAY"
045500              TO MD-RESULT
045600           GO TO 3000-ADD-OPER-EXIT
045700        END-IF
045800     END-IF
045900     MOVE SPACES TO OPER-SEC-RECORD
046000     MOVE WS-TRN-OPERATOR TO OS-OPERATOR
046100     MOVE OT-NAME TO OS-NAME
046200     MOVE "A" TO OS-STATUS
046300     MOVE WS-EDIT-DATE TO OS-OPER-EXPIRY
046400     ADD 1 TO WS-SEC-COUNT
046500     MOVE WS-SEC-COUNT TO WS-SEC-HIT
046600     MOVE WS-TRN-OPERATOR TO WS-SEC-OPERATOR(WS-SEC-HIT)
046700     MOVE ZERO TO WS-JRNL-SLOT
046800     MOVE SPACES TO WS-BEFORE-IMAGE
046900     MOVE "WRITE" TO WS-JRNL-ACTION
047000     PERFORM 3950-SAVE-OPER THRU 3950-SAVE-OPER-EXIT
047100     MOVE "OPERATOR ADDED" TO MD-RESULT.
047200 3000-ADD-OPER-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------
047500* 3100-GRANT - EVERY GRANT NEEDS A FUTURE EXPIRY DATE. ALL AND
047600*          SECADMIN ARE QUEUED FOR A SECOND ADMINISTRATOR
047700*          EXCEPT ON THE INITIAL LOAD.
047800*--------------------------------------------------------------
047900 3100-GRANT.
048000     IF WS-TRN-FUNCTION = SPACES
048100        ADD 1 TO WS-REJECTED-COUNT
048200        MOVE "FUNCTION MISSING" TO MD-RESULT
048300        GO TO 3100-GRANT-EXIT
048400     END-IF
048500     IF OT-DATE = SPACES
048600        ADD 1 TO WS-REJECTED-COUNT
048700        MOVE "GRANT EXPIRY DATE REQUIRED" TO MD-RESULT
048800        GO TO 3100-GRANT-EXIT
048900     END-IF
049000     PERFORM 3800-EDIT-DATE THRU 3800-EDIT-DATE-EXIT
049100     IF NOT DATE-IS-GOOD OR WS-EDIT-DATE NOT > WS-TODAY
049200        ADD 1 TO WS-REJECTED-COUNT
049300        MOVE "GRANT EXPIRY INVALID OR NOT AFTER TODAY"
049400           TO MD-RESULT
049500        GO TO 3100-GRANT-EXIT
049600     END-IF
049700     IF (WS-TRN-FUNCTION = "ALL" OR "SECADMIN")
049800        AND NOT INITIAL-LOAD
049900        PERFORM 3150-QUEUE-FOR-APPROVAL
050000           THRU 3150-QUEUE-FOR-APPROVAL-EXIT
050100        GO TO 3100-GRANT-EXIT
050200     END-IF
050300     MOVE WS-EDIT-DATE TO WS-GRANT-EXPIRY
050400     PERFORM 3160-APPLY-GRANT THRU 3160-APPLY-GRANT-EXIT
050500     IF GRANT-APPLIED AND (WS-TRN-FUNCTION = "ALL" OR "SECADMIN")
050600        MOVE "GRANTED - INITIAL LOAD, NOT APPROVED" TO MD-RESULT
050700     END-IF.
050800 3100-GRANT-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------
051100* 3150-QUEUE-FOR-APPROVAL - HOLD AN ALL/SECADMIN GRANT ON
051200*          OPERPEND, STAMPED WITH THE REQUESTING ADMINISTRATOR
051300*--------------------------------------------------------------
051400 3150-QUEUE-FOR-APPROVAL.
051500     PERFORM 3910-FIND-PENDING THRU 3910-FIND-PENDING-EXIT
051600     IF WS-PEND-HIT > ZERO
051700        ADD 1 TO WS-REJECTED-COUNT
051800        MOVE "ALREADY AWAITING SECOND APPROVAL" TO MD-RESULT
051900        GO TO 3150-QUEUE-FOR-APPROVAL-EXIT
052000     END-IF
052100     IF WS-PEND-COUNT NOT < 50
052200        ADD 1 TO WS-REJECTED-COUNT
052300        MOVE "APPROVAL QUEUE FULL - 50 REQUESTS" TO MD-RESULT
052400        GO TO 3150-QUEUE-FOR-APPROVAL-EXIT
052500     END-IF
052600     MOVE SPACES TO WS-PEND-ROW
052700     MOVE WS-TRN-OPERATOR TO PR-OPERATOR
052800     MOVE WS-TRN-FUNCTION TO PR-FUNCTION
052900     MOVE WS-EDIT-DATE TO PR-EXPIRY
053000     MOVE WS-OPERATOR TO PR-MAKER
053100     MOVE FUNCTION CURRENT-DATE(1:14) TO PR-REQUESTED
053200     ADD 1 TO WS-PEND-COUNT
053300     MOVE "Y" TO WS-PD-LIVE-SW(WS-PEND-COUNT)
053400     MOVE WS-PEND-ROW TO WS-PD-ROW(WS-PEND-COUNT)
053500     SET PENDING-CHANGED TO TRUE
053600     MOVE "OPERPEND" TO WS-JRNL-FILE
053700     MOVE "WRITE" TO WS-JRNL-ACTION
053800     MOVE SPACES TO WS-BEFORE-IMAGE
053900     MOVE WS-PEND-ROW TO WS-AFTER-IMAGE
054000     PERFORM 6000-JOURNAL-CHANGE THRU 6000-JOURNAL-CHANGE-EXIT
054100     ADD 1 TO WS-HELD-COUNT
054200     MOVE "HELD FOR SECOND ADMINISTRATOR APPROVAL" TO MD-RESULT.
054300 3150-QUEUE-FOR-APPROVAL-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------
054600* 3160-APPLY-GRANT - RENEW THE FUNCTION'S SLOT IF IT IS ALREADY
054700*          HELD, ELSE TAKE THE FIRST FREE SLOT
054800*--------------------------------------------------------------
054900 3160-APPLY-GRANT.
055000     MOVE "N" TO WS-GRANT-DONE-SW
055100     MOVE WS-SEC-IMAGE(WS-SEC-HIT) TO OPER-SEC-RECORD
055200     PERFORM 3920-FIND-SLOT THRU 3920-FIND-SLOT-EXIT
055300     IF WS-SLOT-HIT = ZERO AND WS-FREE-SLOT = ZERO
055400        ADD 1 TO WS-REJECTED-COUNT
055500        MOVE "NO FREE GRANT SLOT - 10 IN USE" TO MD-RESULT
055600        GO TO 3160-APPLY-GRANT-EXIT
055700     END-IF
055800     MOVE SPACES TO MD-RESULT
055900     IF WS-SLOT-HIT > ZERO
056000        MOVE WS-SLOT-HIT TO WS-JRNL-SLOT
056100        STRING "GRANT RENEWED, EXPIRES " DELIMITED BY SIZE
056200           WS-GRANT-EXPIRY DELIMITED BY SIZE
056300           INTO MD-RESULT
056400        END-STRING
056500     ELSE
056600        MOVE WS-FREE-SLOT TO WS-JRNL-SLOT
056700        STRING "GRANTED, EXPIRES " DELIMITED BY SIZE
056800           WS-GRANT-EXPIRY DELIMITED BY SIZE
056900           INTO MD-RESULT
057000        END-STRING
057100     END-IF
057200     PERFORM 6100-BUILD-OPER-IMAGE
057300        THRU 6100-BUILD-OPER-IMAGE-EXIT
057400     MOVE WS-OPER-IMAGE TO WS-BEFORE-IMAGE
057500     MOVE WS-TRN-FUNCTION TO OS-GRANT-FUNC(WS-JRNL-SLOT)
057600     MOVE WS-GRANT-EXPIRY TO OS-GRANT-EXPIRY(WS-JRNL-SLOT)
057700     MOVE "REWRITE" TO WS-JRNL-ACTION
057800     PERFORM 3950-SAVE-OPER THRU 3950-SAVE-OPER-EXIT
057900     SET GRANT-APPLIED TO TRUE.
058000 3160-APPLY-GRANT-EXIT.
058100     EXIT.
058200*--------------------------------------------------------------
058300* 3200-REVOKE - CLEAR THE FUNCTION'S SLOT AND WITHDRAW ANY
058400*          REQUEST FOR IT STILL AWAITING APPROVAL
058500*--------------------------------------------------------------
058600 3200-REVOKE.
058700     IF WS-TRN-FUNCTION = SPACES
058800        ADD 1 TO WS-REJECTED-COUNT
058900        MOVE "FUNCTION MISSING" TO MD-RESULT
059000        GO TO 3200-REVOKE-EXIT
059100     END-IF
059200     PERFORM 3920-FIND-SLOT THRU 3920-FIND-SLOT-EXIT
059300     PERFORM 3910-FIND-PENDING THRU 3910-FIND-PENDING-EXIT
059400     IF WS-SLOT-HIT = ZERO AND WS-PEND-HIT = ZERO
059500        ADD 1 TO WS-REJECTED-COUNT
059600        MOVE "FUNCTION NOT GRANTED" TO MD-RESULT
059700        GO TO 3200-REVOKE-EXIT
059800     END-IF
059900     IF WS-PEND-HIT > ZERO
060000        PERFORM 3250-DROP-PENDING THRU 3250-DROP-PENDING-EXIT
060100     END-IF
060200     IF WS-SLOT-HIT = ZERO
060300        ADD 1 TO WS-APPLIED-COUNT
060400        MOVE "PENDING REQUEST WITHDRAWN" TO MD-RESULT
060500        GO TO 3200-REVOKE-EXIT
060600     END-IF
060700     MOVE WS-SLOT-HIT TO WS-JRNL-SLOT
060800     PERFORM 6100-BUILD-OPER-IMAGE
060900        THRU 6100-BUILD-OPER-IMAGE-EXIT
061000     MOVE WS-OPER-IMAGE TO WS-BEFORE-IMAGE
061100     MOVE SPACES TO OS-GRANT-FUNC(WS-JRNL-SLOT)
061200     MOVE SPACES TO OS-GRANT-EXPIRY(WS-JRNL-SLOT)
061300     MOVE "REWRITE" TO WS-JRNL-ACTION
061400     PERFORM 3950-SAVE-OPER THRU 3950-SAVE-OPER-EXIT
061500     MOVE "REVOKED" TO MD-RESULT.
061600 3200-REVOKE-EXIT.
061700     EXIT.
061800*--------------------------------------------------------------
061900* 3250-DROP-PENDING - TAKE A REQUEST OFF THE APPROVAL QUEUE
062000*--------------------------------------------------------------
062100 3250-DROP-PENDING.
062200     MOVE WS-PD-ROW(WS-PEND-HIT) TO WS-PEND-ROW
062300     MOVE "N" TO WS-PD-LIVE-SW(WS-PEND-HIT)
062400     SET PENDING-CHANGED TO TRUE
062500     MOVE "OPERPEND" TO WS-JRNL-FILE
062600     MOVE "DELETE" TO WS-JRNL-ACTION
062700     MOVE WS-PEND-ROW TO WS-BEFORE-IMAGE
062800     MOVE SPACES TO WS-AFTER-IMAGE
062900     PERFORM 6000-JOURNAL-CHANGE THRU 6000-JOURNAL-CHANGE-EXIT.
063000 3250-DROP-PENDING-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------
063300* 3300-SUSPEND / 3400-RESUME - OPERATOR STATUS. A SUSPENDED
063400*          OPERATOR KEEPS THEIR GRANTS BUT HOLDS NONE OF THEM.
063500*--------------------------------------------------------------
063600 3300-SUSPEND.
063700     IF OS-SUSPENDED
063800        ADD 1 TO WS-REJECTED-COUNT
063900        MOVE "OPERATOR ALREADY SUSPENDED" TO MD-RESULT
064000        GO TO 3300-SUSPEND-EXIT
064100     END-IF
064200     MOVE ZERO TO WS-JRNL-SLOT
064300     PERFORM 6100-BUILD-OPER-IMAGE
064400        THRU 6100-BUILD-OPER-IMAGE-EXIT
064500     MOVE WS-OPER-IMAGE TO WS-BEFORE-IMAGE
064600     MOVE "S" TO OS-STATUS
064700     MOVE "REWRITE" TO WS-JRNL-ACTION
064800     PERFORM 3950-SAVE-OPER THRU 3950-SAVE-OPER-EXIT
064900     MOVE "OPERATOR SUSPENDED" TO MD-RESULT.
065000 3300-SUSPEND-EXIT.
065100     EXIT.
065200 3400-RESUME.
065300     IF NOT OS-SUSPENDED
065400        ADD 1 TO WS-REJECTED-COUNT
065500        MOVE "OPERATOR NOT SUSPENDED" TO MD-RESULT
065600        GO TO 3400-RESUME-EXIT
065700     END-IF
065800     MOVE ZERO TO WS-JRNL-SLOT
065900     PERFORM 6100-BUILD-OPER-IMAGE
066000        THRU 6100-BUILD-OPER-IMAGE-EXIT
066100     MOVE WS-OPER-IMAGE TO WS-BEFORE-IMAGE
066200     MOVE "A" TO OS-STATUS
066300     MOVE "REWRITE" TO WS-JRNL-ACTION
066400     PERFORM 3950-SAVE-OPER THRU 3950-SAVE-OPER-EXIT
066500     MOVE "OPERATOR REINSTATED" TO MD-RESULT.
066600 3400-RESUME-EXIT.
066700     EXIT.
066800*--------------------------------------------------------------
066900* 3500-EXPIRE - SET THE DAY THE OPERATOR'S ACCESS ENDS. NO
067000*          DATE MEANS TODAY, WHICH ENDS IT NOW.
067100*--------------------------------------------------------------
067200 3500-EXPIRE.
067300     IF OT-DATE = SPACES
067400        MOVE WS-TODAY TO WS-EDIT-DATE
067500     ELSE
067600        PERFORM 3800-EDIT-DATE THRU 3800-EDIT-DATE-EXIT
067700        IF NOT DATE-IS-GOOD
067800           ADD 1 TO WS-REJECTED-COUNT
067900           MOVE "EXPIRY DATE INVALID" TO MD-RESULT
068000           GO TO 3500-EXPIRE-EXIT
068100        END-IF
068200     END-IF
068300     MOVE ZERO TO WS-JRNL-SLOT
068400     PERFORM 6100-BUILD-OPER-IMAGE
068500        THRU 6100-BUILD-OPER-IMAGE-EXIT
068600     MOVE WS-OPER-IMAGE TO WS-BEFORE-IMAGE
068700     MOVE WS-EDIT-DATE TO OS-OPER-EXPIRY
068800     MOVE "REWRITE" TO WS-JRNL-ACTION
068900     PERFORM 3950-SAVE-OPER THRU 3950-SAVE-OPER-EXIT
069000     MOVE SPACES TO MD-RESULT
069100     STRING "OPERATOR ACCESS ENDS " DELIMITED BY SIZE
069200        WS-EDIT-DATE DELIMITED BY SIZE
069300        INTO MD-RESULT
069400     END-STRING.
069500 3500-EXPIRE-EXIT.
069600     EXIT.
069700*--------------------------------------------------------------
069800* 3600-APPROVE - A SECOND ADMINISTRATOR RELEASES A QUEUED
069900*          ALL/SECADMIN GRANT. NOT THE REQUESTER, NOT THE
070000*          GRANTEE, AND NEVER ON AN UNVERIFIED INITIAL LOAD.
070100*--------------------------------------------------------------
070200 3600-APPROVE.
070300     IF INITIAL-LOAD
070400        ADD 1 TO WS-REJECTED-COUNT
070500        MOVE "APPROVAL NEEDS A VERIFIED ADMINISTRATOR"
070600           TO MD-RESULT
070700        GO TO 3600-APPROVE-EXIT
070800     END-IF
070900     PERFORM 3910-FIND-PENDING THRU 3910-FIND-PENDING-EXIT
071000     IF WS-PEND-HIT = ZERO
071100        ADD 1 TO WS-REJECTED-COUNT
071200        MOVE "NO REQUEST AWAITING APPROVAL" TO MD-RESULT
071300        GO TO 3600-APPROVE-EXIT
071400     END-IF
071500     MOVE WS-PD-ROW(WS-PEND-HIT) TO WS-PEND-ROW
071600     IF PR-MAKER = WS-OPERATOR
071700        ADD 1 TO WS-REJECTED-COUNT
071800        MOVE "REQUESTER CANNOT APPROVE OWN REQUEST" TO MD-RESULT
071900        GO TO 3600-APPROVE-EXIT
072000     END-IF
072100     IF WS-TRN-OPERATOR = WS-OPERATOR
072200        ADD 1 TO WS-REJECTED-COUNT
072300        MOVE "CANNOT APPROVE A GRANT TO ONESELF" TO MD-RESULT
072400        GO TO 3600-APPROVE-EXIT
072500     END-IF
072600     IF PR-EXPIRY NOT > WS-TODAY
072700        PERFORM 3250-DROP-PENDING THRU 3250-DROP-PENDING-EXIT
072800        ADD 1 TO WS-REJECTED-COUNT
072900        MOVE "REQUEST LAPSED - EXPIRY DATE PASSED" TO MD-RESULT
073000        GO TO 3600-APPROVE-EXIT
073100     END-IF
073200     MOVE PR-EXPIRY TO WS-GRANT-EXPIRY
073300     PERFORM 3160-APPLY-GRANT THRU 3160-APPLY-GRANT-EXIT
073400     IF NOT GRANT-APPLIED
073500        GO TO 3600-APPROVE-EXIT
073600     END-IF
073700     PERFORM 3250-DROP-PENDING THRU 3250-DROP-PENDING-EXIT
073800     MOVE SPACES TO MD-RESULT
073900     STRING "APPROVED, REQUESTED BY " DELIMITED BY SIZE
074000        PR-MAKER DELIMITED BY SIZE
074100        INTO MD-RESULT
074200     END-STRING.
074300 3600-APPROVE-EXIT.
074400     EXIT.
074500*--------------------------------------------------------------
074600* 3800-EDIT-DATE - OT-DATE THROUGH THE SHARED DATE-EDIT SERVICE
074700*--------------------------------------------------------------
074800 3800-EDIT-DATE.
074900     MOVE "N" TO WS-DATE-OK-SW
075000     MOVE OT-DATE TO WS-EDIT-DATE
075100     MOVE "OPERMNT" TO DE-PROGRAM
075200     MOVE "OT-DATE" TO DE-FIELD-NAME
075300     MOVE OT-DATE TO DE-DATE
075400     MOVE "N" TO DE-RANGE-CHECK
075500     CALL "DATEEDIT" USING DATE-EDIT-CONTROL
075600     IF DE-DATE-GOOD
075700        SET DATE-IS-GOOD TO TRUE
075800     END-IF.
075900 3800-EDIT-DATE-EXIT.
076000     EXIT.
076100*--------------------------------------------------------------
076200* 3900-FIND-OPER - LOCATE THE OPERATOR; ON A HIT THE RECORD IS
076300*          LEFT IN OPER-SEC-RECORD
076400*--------------------------------------------------------------
076500 3900-FIND-OPER.
076600     MOVE ZERO TO WS-SEC-HIT
076700     PERFORM 3905-CHECK-ONE-OPER THRU 3905-CHECK-ONE-OPER-EXIT
076800        VARYING WS-SEC-SCAN FROM 1 BY 1
076900        UNTIL WS-SEC-SCAN > WS-SEC-COUNT
077000           OR WS-SEC-HIT > ZERO
077100     IF WS-SEC-HIT > ZERO
077200        MOVE WS-SEC-IMAGE(WS-SEC-HIT) TO OPER-SEC-RECORD
077300     END-IF.
077400 3900-FIND-OPER-EXIT.
077500     EXIT.
077600 3905-CHECK-ONE-OPER.
077700     IF WS-SEC-OPERATOR(WS-SEC-SCAN) = WS-TRN-OPERATOR
077800        MOVE WS-SEC-SCAN TO WS-SEC-HIT
077900     END-IF.
078000 3905-CHECK-ONE-OPER-EXIT.
078100     EXIT.
078200*--------------------------------------------------------------
078300* 3910-FIND-PENDING - A LIVE QUEUED REQUEST FOR THIS OPERATOR
078400*          AND FUNCTION
078500*--------------------------------------------------------------
078600 3910-FIND-PENDING.
078700     MOVE ZERO TO WS-PEND-HIT
078800     PERFORM 3915-CHECK-ONE-PENDING
078900        THRU 3915-CHECK-ONE-PENDING-EXIT
079000        VARYING WS-PEND-SCAN FROM 1 BY 1
079100        UNTIL WS-PEND-SCAN > WS-PEND-COUNT
079200           OR WS-PEND-HIT > ZERO.
079300 3910-FIND-PENDING-EXIT.
079400     EXIT.
079500 3915-CHECK-ONE-PENDING.
079600     IF WS-PD-LIVE(WS-PEND-SCAN)
079700        AND WS-PD-ROW(WS-PEND-SCAN)(1:8) = WS-TRN-OPERATOR
079800        AND WS-PD-ROW(WS-PEND-SCAN)(10:8) = WS-TRN-FUNCTION
079900        MOVE WS-PEND-SCAN TO WS-PEND-HIT
080000     END-IF.
080100 3915-CHECK-ONE-PENDING-EXIT.
080200     EXIT.
080300*--------------------------------------------------------------
080400* 3920-FIND-SLOT - THE SLOT ALREADY HOLDING THE FUNCTION, AND
080500*          THE FIRST FREE SLOT
080600*--------------------------------------------------------------
080700 3920-FIND-SLOT.
080800     MOVE ZERO TO WS-SLOT-HIT
080900     MOVE ZERO TO WS-FREE-SLOT
081000     PERFORM 3925-CHECK-ONE-SLOT THRU 3925-CHECK-ONE-SLOT-EXIT
081100        VARYING WS-SLOT FROM 1 BY 1
081200        UNTIL WS-SLOT > 10.
081300 3920-FIND-SLOT-EXIT.
081400     EXIT.
081500 3925-CHECK-ONE-SLOT.
081600     IF OS-GRANT-FUNC(WS-SLOT) = WS-TRN-FUNCTION
081700        AND WS-SLOT-HIT = ZERO
081800        MOVE WS-SLOT TO WS-SLOT-HIT
081900     END-IF
082000     IF OS-GRANT-FUNC(WS-SLOT) = SPACES
082100        AND WS-FREE-SLOT = ZERO
082200        MOVE WS-SLOT TO WS-FREE-SLOT
082300     END-IF.
082400 3925-CHECK-ONE-SLOT-EXIT.
082500     EXIT.
082600*--------------------------------------------------------------
082700* 3950-SAVE-OPER - PUT THE CHANGED RECORD BACK IN THE TABLE
082800*          AND JOURNAL IT. WS-BEFORE-IMAGE, WS-JRNL-SLOT AND
082900*          WS-JRNL-ACTION ARE SET BY THE CALLER.
083000*--------------------------------------------------------------
083100 3950-SAVE-OPER.
083200     MOVE OPER-SEC-RECORD TO WS-SEC-IMAGE(WS-SEC-HIT)
083300     SET SECURITY-CHANGED TO TRUE
083400     ADD 1 TO WS-APPLIED-COUNT
083500     PERFORM 6100-BUILD-OPER-IMAGE
083600        THRU 6100-BUILD-OPER-IMAGE-EXIT
083700     MOVE WS-OPER-IMAGE TO WS-AFTER-IMAGE
083800     MOVE "OPERSEC" TO WS-JRNL-FILE
083900     PERFORM 6000-JOURNAL-CHANGE THRU 6000-JOURNAL-CHANGE-EXIT.
084000 3950-SAVE-OPER-EXIT.
084100     EXIT.
084200*--------------------------------------------------------------
084300* 6000-JOURNAL-CHANGE - ONE BEFORE/AFTER IMAGE ROW PER CHANGE
084400*          ON THE SHARED JOURNAL, KEYED OPERATOR + FUNCTION
084500*--------------------------------------------------------------
084600 6000-JOURNAL-CHANGE.
084700     OPEN EXTEND IMAGE-JOURNAL-FILE
084800     IF WS-IMGJRNL-STATUS = "35"
084900        OPEN OUTPUT IMAGE-JOURNAL-FILE
085000     END-IF
085200     MOVE SPACES TO IMAGE-JOURNAL-RECORD
085300     MOVE WS-JRNL-ACTION TO IJ-ACTION
085400     MOVE WS-JRNL-FILE TO IJ-FILE-NAME
085500     STRING WS-TRN-OPERATOR DELIMITED BY SIZE
085600        " " DELIMITED BY SIZE
085700        WS-TRN-FUNCTION DELIMITED BY SIZE
085800        INTO IJ-RECORD-KEY
085900     END-STRING
086000     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
086100     MOVE WS-AFTER-IMAGE TO IJ-AFTER-IMAGE
086200     MOVE "OPERMNT" TO IJ-PROGRAM
086300     MOVE WS-OPERATOR TO IJ-OPERATOR
086400     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
086500     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD
086600     CLOSE IMAGE-JOURNAL-FILE.
086700 6000-JOURNAL-CHANGE-EXIT.
086800     EXIT.
086900*--------------------------------------------------------------
087000* 6100-BUILD-OPER-IMAGE - THE 60-BYTE JOURNAL VIEW OF THE
087100*          RECORD: OPERATOR HEADER PLUS SLOT WS-JRNL-SLOT
087200*--------------------------------------------------------------
087300 6100-BUILD-OPER-IMAGE.
087400     MOVE SPACES TO WS-OPER-IMAGE
087500     MOVE OS-OPERATOR TO OI-OPERATOR
087600     MOVE OS-NAME TO OI-NAME
087700     MOVE OS-STATUS TO OI-STATUS
087800     MOVE OS-OPER-EXPIRY TO OI-OPER-EXPIRY
087900     IF WS-JRNL-SLOT > ZERO
088000        MOVE OS-GRANT-FUNC(WS-JRNL-SLOT) TO OI-FUNCTION
088100        MOVE OS-GRANT-EXPIRY(WS-JRNL-SLOT) TO OI-GRANT-EXPIRY
088200     END-IF.
088300 6100-BUILD-OPER-IMAGE-EXIT.
088400     EXIT.
088500*--------------------------------------------------------------
088600* 8000-REWRITE-FILES - OPERSEC AND THE QUEUE ARE REWRITTEN ONLY
088700*          WHEN SOMETHING CHANGED, SO A RUN WITH NOTHING TO DO
088800*          NEVER CREATES AN EMPTY SECURITY FILE. THE REQUESTS
088900*          STILL WAITING ARE LISTED FOR THE NEXT ADMINISTRATOR.
089000*--------------------------------------------------------------
089100 8000-REWRITE-FILES.
089200     IF SECURITY-CHANGED
089300        OPEN OUTPUT OPER-SEC-FILE
089400        PERFORM 8100-WRITE-ONE-OPER THRU 8100-WRITE-ONE-OPER-EXIT
089500           VARYING WS-SEC-SCAN FROM 1 BY 1
089600           UNTIL WS-SEC-SCAN > WS-SEC-COUNT
089700        CLOSE OPER-SEC-FILE
089800     END-IF
089900     IF PENDING-CHANGED
090000        OPEN OUTPUT OPER-PEND-FILE
090100        PERFORM 8200-WRITE-ONE-PENDING
090200           THRU 8200-WRITE-ONE-PENDING-EXIT
090300           VARYING WS-PEND-SCAN FROM 1 BY 1
090400           UNTIL WS-PEND-SCAN > WS-PEND-COUNT
090500        CLOSE OPER-PEND-FILE
090600     END-IF
090700     MOVE SPACES TO MAINT-RPT-RECORD
090800     WRITE MAINT-RPT-RECORD
090900     MOVE "REQUESTS AWAITING SECOND APPROVAL:"
091000        TO MAINT-RPT-RECORD
091100     WRITE MAINT-RPT-RECORD
091200     MOVE ZERO TO WS-PEND-LISTED
091300     PERFORM 8300-LIST-ONE-PENDING
091400        THRU 8300-LIST-ONE-PENDING-EXIT
091500        VARYING WS-PEND-SCAN FROM 1 BY 1
091600        UNTIL WS-PEND-SCAN > WS-PEND-COUNT
091700     IF WS-PEND-LISTED = ZERO
091800        MOVE "  NONE" TO MAINT-RPT-RECORD
091900        WRITE MAINT-RPT-RECORD
092000     END-IF
092100     MOVE SPACES TO MAINT-RPT-RECORD
092200     WRITE MAINT-RPT-RECORD.
092300 8000-REWRITE-FILES-EXIT.
092400     EXIT.
092500 8100-WRITE-ONE-OPER.
092600     WRITE OPER-SEC-FILE-RECORD FROM WS-SEC-IMAGE(WS-SEC-SCAN).
092700 8100-WRITE-ONE-OPER-EXIT.
092800     EXIT.
092900 8200-WRITE-ONE-PENDING.
093000     IF WS-PD-LIVE(WS-PEND-SCAN)
093100        WRITE OPER-PEND-FILE-RECORD FROM WS-PD-ROW(WS-PEND-SCAN)
093200     END-IF.
093300 8200-WRITE-ONE-PENDING-EXIT.
093400     EXIT.
093500 8300-LIST-ONE-PENDING.
093600     IF NOT WS-PD-LIVE(WS-PEND-SCAN)
093700        GO TO 8300-LIST-ONE-PENDING-EXIT
093800     END-IF
093900     MOVE WS-PD-ROW(WS-PEND-SCAN) TO WS-PEND-ROW
094000     MOVE PR-OPERATOR TO PL-OPERATOR
094100     MOVE PR-FUNCTION TO PL-FUNCTION
094200     MOVE PR-EXPIRY TO PL-EXPIRY
094300     MOVE PR-MAKER TO PL-MAKER
094400     MOVE PR-REQUESTED TO PL-REQUESTED
094500     WRITE MAINT-RPT-RECORD FROM WS-PEND-LIST-LINE
094600     ADD 1 TO WS-PEND-LISTED.
094700 8300-LIST-ONE-PENDING-EXIT.
094800     EXIT.
094900*--------------------------------------------------------------
095000* 9000-FINISH - SUMMARY, CLOSE, JOB-ACCOUNTING ROW
095100*--------------------------------------------------------------
095200 9000-FINISH.
095300     IF WS-OPERTRN-STATUS = "00" OR WS-OPERTRN-STATUS = "10"
095400        CLOSE OPER-TRANS-FILE
095500     END-IF
095600     MOVE SPACES TO WS-MAINT-TOTAL-LINE
095700     MOVE "APPLIED     :" TO MT-LABEL
095800     MOVE WS-APPLIED-COUNT TO MT-COUNT
095900     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
096000     MOVE "HELD        :" TO MT-LABEL
096100     MOVE WS-HELD-COUNT TO MT-COUNT
096200     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
096300     MOVE "REJECTED    :" TO MT-LABEL
096400     MOVE WS-REJECTED-COUNT TO MT-COUNT
096500     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
096600     CLOSE MAINT-RPT-FILE
096700     OPEN EXTEND JOB-ACCT-FILE
096800     IF WS-JOBACCT-STATUS = "35"
096900        OPEN OUTPUT JOB-ACCT-FILE
097000        CLOSE JOB-ACCT-FILE
097100        OPEN EXTEND JOB-ACCT-FILE
097200     END-IF
097300     MOVE "OPERMNT" TO JA-PROGRAM-NAME
097400     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
097500     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
097600     MOVE "COMPLETED" TO JA-RETURN-STATUS
097700     MOVE WS-TRANS-READ TO JA-RECORD-COUNT
097800     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
097900     CLOSE JOB-ACCT-FILE.
098000 9000-FINISH-EXIT.
098100     EXIT.
