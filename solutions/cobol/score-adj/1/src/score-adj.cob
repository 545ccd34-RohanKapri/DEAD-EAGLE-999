002320*                 DATEEDIT SERVICE; A CALENDAR-IMPOSSIBLE DATE
002330*                 REJECTS THE TRANSACTION AND LANDS IN THE
002340*                 DATESUSP SUSPENSE FILE.
002345* 2026-10-15 RLM  MAKER-CHECKER. AN ADJUSTMENT THAT PASSES ITS
002350*                 BASIC EDITS NO LONGER APPLIES DIRECTLY: IT IS
002355*                 QUEUED PENDING ON APPRQUE (APPRQ SERVICE)
002360*                 STAMPED WITH THE RUNNING OPERATOR (RUNCTL
002365*                 SCORADJ OPERATOR) AS MAKER. ONCE A DIFFERENT
002370*                 OPERATOR RELEASES IT IN APPR-MAINT, THE NEXT
002375*                 RUN APPLIES IT BEFORE ITS OWN TRANSACTIONS,
002380*                 JOURNALING MAKER AND CHECKER. THE TRANSACTION
002385*                 LAYOUT MOVES TO WORKING-STORAGE (READ INTO).
002387* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002389*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002391*                 MASTER'S CALENDAR ID.
002393* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002395*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002397*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002407* 2026-10-15 RLM  REVIEW ACTIONS FOR SCORES HELD BY THE HIGH-
002417*                 SCORES ANOMALY SCREEN ON SCOREPND: POST WRITES
002427*                 THE HELD SCORE TO SCOREDAT UNDER THE PLAYER'S
002437*                 NEXT SEQUENCE NUMBER, VOID DISCARDS IT. THE
002447*                 SEQUENCE FIELD CARRIES THE HOLD NUMBER. BOTH GO
002457*                 THROUGH THE SAME EDITS AND MAKER-CHECKER QUEUE
002467*                 AS EVERY OTHER ADJUSTMENT.
002477*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PL-PLAYER-ID
004300         FILE STATUS IS WS-PLAYRMST-STATUS.
004310     SELECT PENDING-SCORE-FILE ASSIGN TO "SCOREPND"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS PD-KEY
004350         FILE STATUS IS WS-SCOREPND-STATUS.
004400     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-IMGJRNL-STATUS.
005100 FILE SECTION.
005200 FD  SCORE-TRANS-FILE
005300     RECORDING MODE IS F.
005310 01  SCORE-TRANS-FILE-REC      PIC X(46).
006600 FD  SCORES-FILE.
006700 01  SCORES-RECORD.
006800     05 SCORE-KEY.
007800     05 PL-STATUS              PIC X(01).
007900        88 PL-PLAYER-ACTIVE    VALUE "A".
008000     05 PL-ENROLL-DATE         PIC X(08).
008010     05 PL-MERGED-INTO         PIC X(10).
008015 FD  PENDING-SCORE-FILE.
008020 01  PENDING-SCORE-RECORD.
008025     05 PD-KEY.
008030        10 PD-PLAYER-ID        PIC X(10).
008035        10 PD-HOLD-NO          PIC 9(04).
008040     05 PD-SCORE               PIC 999.
008045     05 PD-SCORE-DATE          PIC X(08).
008050     05 PD-MEAN                PIC 999V9.
008055     05 PD-SPREAD              PIC 999V9.
008060     05 PD-LIMIT               PIC 999V9.
008065     05 PD-HISTORY-COUNT       PIC 9(03).
008070     05 PD-STATUS              PIC X(01).
008075        88 PD-HELD             VALUE "H".
008080        88 PD-POSTED           VALUE "P".
008085        88 PD-VOIDED           VALUE "V".
008090     05 PD-REVIEW-DATE         PIC X(08).
008095     05 PD-POSTED-SEQ          PIC 9(04).
008100 FD  IMAGE-JOURNAL-FILE.
008200 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
008300 FD  JOB-ACCT-FILE.
008400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008500 WORKING-STORAGE SECTION.
009100 77  WS-PLAYRMST-STATUS        PIC XX.
009200 77  WS-IMGJRNL-STATUS         PIC XX.
009300 77  WS-JOBACCT-STATUS         PIC XX.
009310 77  WS-SCOREPND-STATUS        PIC XX.
009320 77  WS-POST-SEQ-NO            PIC 9(04) VALUE ZERO.
009400 77  WS-TRANS-EOF-SW           PIC X VALUE "N".
009500     88 END-OF-TRANS           VALUE "Y".
009600 77  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
010100 COPY JOBACCT.
010110 COPY DATEEDIT.
010200 COPY IMGJRNL.
010210 COPY RUNPARM.
010220 COPY APPRQ.
010230 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
010300 COPY RPTWRITE.
010400 01  WS-RPT-DETAIL             PIC X(100).
010402*--------------------------------------------------------------
010404* TRANSACTION - FROM SCORTRN, OR A RELEASED ITEM FROM APPRQUE
010406*--------------------------------------------------------------
010408 01  SCORE-TRANS-RECORD.
010410     05 SA-ACTION              PIC X(06).
010412     05 FILLER                 PIC X(01).
010414     05 SA-PLAYER-ID           PIC X(10).
010416     05 FILLER                 PIC X(01).
010418     05 SA-SEQ-NO              PIC X(04).
010420     05 FILLER                 PIC X(01).
010422     05 SA-SCORE               PIC X(03).
010424     05 FILLER                 PIC X(01).
010426     05 SA-DATE                PIC X(08).
010428     05 FILLER                 PIC X(01).
010430     05 SA-REASON              PIC X(10).
010432*--------------------------------------------------------------
010434* MAKER-CHECKER CONTROLS
010436*--------------------------------------------------------------
010438 77  WS-QUEUED-COUNT           PIC 9(05) VALUE ZERO.
010440 77  WS-RELEASED-COUNT         PIC 9(05) VALUE ZERO.
010442 77  WS-APPLIED-BEFORE         PIC 9(05) VALUE ZERO.
010444 77  WS-JRNL-MAKER             PIC X(08) VALUE SPACES.
010446 77  WS-JRNL-CHECKER           PIC X(08) VALUE SPACES.
010448 77  WS-RELEASE-SW             PIC X VALUE "N".
010450     88 APPLYING-RELEASED      VALUE "Y".
010452 77  WS-RELEASE-END-SW         PIC X VALUE "N".
010454     88 END-OF-RELEASED        VALUE "Y".
010500*--------------------------------------------------------------
010600* REPORT LINES
010700*--------------------------------------------------------------
014200        OPEN I-O SCORES-FILE
014300     END-IF
014400     OPEN INPUT PLAYER-MASTER-FILE
014410     OPEN I-O PENDING-SCORE-FILE
014420     IF WS-SCOREPND-STATUS = "35"
014430        OPEN OUTPUT PENDING-SCORE-FILE
014440        CLOSE PENDING-SCORE-FILE
014450        OPEN I-O PENDING-SCORE-FILE
014460     END-IF
014500     OPEN EXTEND IMAGE-JOURNAL-FILE
014600     IF WS-IMGJRNL-STATUS = "35"
014700        OPEN OUTPUT IMAGE-JOURNAL-FILE
015700     MOVE "ACTION  PLAYER      SEQ   RESULT" TO RPT-COL-HEADING
015800     MOVE 60 TO RPT-LINES-PER-PAGE
015900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
015910     MOVE "SCORADJ" TO RP-PROGRAM-ID
015920     MOVE "OPERATOR" TO RP-KEYWORD
015930     MOVE "BATCH" TO RP-DEFAULT
015940     CALL "RUNPARM" USING RUN-PARM-CONTROL
015950     MOVE RP-VALUE(1:8) TO WS-OPERATOR
015960     PERFORM 1500-APPLY-RELEASED THRU 1500-APPLY-RELEASED-EXIT
016000     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
016100 1000-INITIALIZE-EXIT.
016200     EXIT.
016201*--------------------------------------------------------------
016202* 1500-APPLY-RELEASED - ADJUSTMENTS A SECOND OPERATOR HAS
016203*          RELEASED ON APPRQUE GO FIRST. EACH IS MARKED APPLIED
016204*          BEFORE IT IS TOUCHED, AND FAILED IF IT THEN DOES NOT
016205*          APPLY.
016206*--------------------------------------------------------------
016207 1500-APPLY-RELEASED.
016208     MOVE ZERO TO AQ-POSITION
016209     PERFORM 1510-APPLY-ONE-RELEASED
016210        THRU 1510-APPLY-ONE-RELEASED-EXIT
016211        UNTIL END-OF-RELEASED
016212     MOVE "N" TO WS-RELEASE-SW
016213     MOVE WS-OPERATOR TO WS-JRNL-MAKER
016214     MOVE SPACES TO WS-JRNL-CHECKER.
016215 1500-APPLY-RELEASED-EXIT.
016216     EXIT.
016217 1510-APPLY-ONE-RELEASED.
016218     MOVE "N" TO AQ-REQUEST
016219     MOVE "SCORADJ" TO AQ-PROGRAM
016220     MOVE "APPROVED" TO AQ-ITEM-STATUS
016221     CALL "APPRQ" USING APPR-QUEUE-CONTROL
016222     IF NOT AQ-OK
016223        SET END-OF-RELEASED TO TRUE
016224        GO TO 1510-APPLY-ONE-RELEASED-EXIT
016225     END-IF
016226     MOVE AQ-TRANS TO SCORE-TRANS-RECORD
016227     MOVE "M" TO AQ-REQUEST
016228     MOVE "APPLIED" TO AQ-ITEM-STATUS
016229     MOVE SPACES TO AQ-NOTE
016230     CALL "APPRQ" USING APPR-QUEUE-CONTROL
016231     MOVE "D" TO RPT-REQUEST
016232     IF NOT AQ-OK
016233        MOVE "APPROVAL QUEUE NOT WRITABLE - RELEASED ITEMS HELD"
016234           TO WS-RPT-DETAIL
016235        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
016236        SET END-OF-RELEASED TO TRUE
016237        GO TO 1510-APPLY-ONE-RELEASED-EXIT
016238     END-IF
016239     ADD 1 TO WS-TRANS-READ
016240     ADD 1 TO WS-RELEASED-COUNT
016241     SET APPLYING-RELEASED TO TRUE
016242     MOVE AQ-MAKER TO WS-JRNL-MAKER
016243     MOVE AQ-CHECKER TO WS-JRNL-CHECKER
016244     MOVE SPACES TO WS-RPT-DETAIL
016245     STRING "RELEASED ITEM " DELIMITED BY SIZE
016246        AQ-ITEM-ID DELIMITED BY SIZE
016247        "  MAKER " DELIMITED BY SIZE
016248        AQ-MAKER DELIMITED BY SIZE
016249        "  CHECKER " DELIMITED BY SIZE
016250        AQ-CHECKER DELIMITED BY SIZE
016251        INTO WS-RPT-DETAIL
016252     END-STRING
016253     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
016254     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
016255     PERFORM 2010-EDIT-AND-APPLY THRU 2010-EDIT-AND-APPLY-EXIT
016256     IF WS-APPLIED-COUNT = WS-APPLIED-BEFORE
016257        MOVE "M" TO AQ-REQUEST
016258        MOVE "FAILED" TO AQ-ITEM-STATUS
016259        MOVE AD-RESULT TO AQ-NOTE
016260        CALL "APPRQ" USING APPR-QUEUE-CONTROL
016261     END-IF.
016262 1510-APPLY-ONE-RELEASED-EXIT.
016263     EXIT.
016300*--------------------------------------------------------------
016310* 2000-APPLY-ONE-TRANS - ONE SCORTRN TRANSACTION
016500*--------------------------------------------------------------
016600 2000-APPLY-ONE-TRANS.
016700     ADD 1 TO WS-TRANS-READ
016710     PERFORM 2010-EDIT-AND-APPLY THRU 2010-EDIT-AND-APPLY-EXIT
016720     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
016730 2000-APPLY-ONE-TRANS-EXIT.
016740     EXIT.
016750*--------------------------------------------------------------
016760* 2010-EDIT-AND-APPLY - EDIT, THEN QUEUE FOR A SECOND OPERATOR,
016770*          OR DISPATCH BY ACTION WHEN ALREADY RELEASED
016780*--------------------------------------------------------------
016790 2010-EDIT-AND-APPLY.
016800     IF SA-REASON = SPACES
016900        PERFORM 2800-REJECT-TRANS THRU 2800-REJECT-TRANS-EXIT
017000        GO TO 2010-EDIT-AND-APPLY-EXIT
017100     END-IF
017200     IF SA-SEQ-NO IS NOT NUMERIC
017300        PERFORM 2800-REJECT-TRANS THRU 2800-REJECT-TRANS-EXIT
017400        GO TO 2010-EDIT-AND-APPLY-EXIT
017500     END-IF
017510     IF SA-DATE NOT = SPACES
017520        MOVE "SCORADJ" TO DE-PROGRAM
017560        CALL "DATEEDIT" USING DATE-EDIT-CONTROL
017570        IF NOT DE-DATE-GOOD
017580           PERFORM 2800-REJECT-TRANS THRU 2800-REJECT-TRANS-EXIT
017590           GO TO 2010-EDIT-AND-APPLY-EXIT
017591        END-IF
017592     END-IF
017602     IF NOT APPLYING-RELEASED
017612        IF SA-ACTION = "ADD" OR "CHANGE" OR "DELETE"
017617           OR "POST" OR "VOID"
017622           PERFORM 2050-QUEUE-TRANS THRU 2050-QUEUE-TRANS-EXIT
017632        ELSE
017642           PERFORM 2800-REJECT-TRANS THRU 2800-REJECT-TRANS-EXIT
017652        END-IF
017662        GO TO 2010-EDIT-AND-APPLY-EXIT
017672     END-IF
017682     EVALUATE SA-ACTION
017700        WHEN "ADD"
017800           PERFORM 2200-APPLY-ADD THRU 2200-APPLY-ADD-EXIT
017900        WHEN "CHANGE"
018000           PERFORM 2300-APPLY-CHANGE THRU 2300-APPLY-CHANGE-EXIT
018100        WHEN "DELETE"
018200           PERFORM 2400-APPLY-DELETE THRU 2400-APPLY-DELETE-EXIT
018210        WHEN "POST"
018220           PERFORM 2600-APPLY-POST THRU 2600-APPLY-POST-EXIT
018230        WHEN "VOID"
018240           PERFORM 2650-APPLY-VOID THRU 2650-APPLY-VOID-EXIT
018300        WHEN OTHER
018400           PERFORM 2800-REJECT-TRANS THRU 2800-REJECT-TRANS-EXIT
018500     END-EVALUATE.
018510 2010-EDIT-AND-APPLY-EXIT.
018900     EXIT.
018902*--------------------------------------------------------------
018904* 2050-QUEUE-TRANS - THE ADJUSTMENT WAITS ON APPRQUE FOR A
018906*          SECOND OPERATOR, STAMPED WITH THIS ONE AS MAKER
018908*--------------------------------------------------------------
018910 2050-QUEUE-TRANS.
018912     MOVE "Q" TO AQ-REQUEST
018914     MOVE "SCORADJ" TO AQ-PROGRAM
018916     MOVE WS-OPERATOR TO AQ-MAKER
018918     MOVE SCORE-TRANS-RECORD TO AQ-TRANS
018920     CALL "APPRQ" USING APPR-QUEUE-CONTROL
018922     IF NOT AQ-OK
018924        MOVE "APPROVAL QUEUE NOT WRITABLE" TO AD-RESULT
018926        PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
018928        GO TO 2050-QUEUE-TRANS-EXIT
018930     END-IF
018932     ADD 1 TO WS-QUEUED-COUNT
018934     MOVE SPACES TO AD-RESULT
018936     STRING "QUEUED AS " DELIMITED BY SIZE
018938        AQ-ITEM-ID DELIMITED BY SIZE
018940        INTO AD-RESULT
018942     END-STRING
018944     PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT.
018946 2050-QUEUE-TRANS-EXIT.
018948     EXIT.
019000*--------------------------------------------------------------
019100* 2100-READ-TRANS
019200*--------------------------------------------------------------
019300 2100-READ-TRANS.
019310     READ SCORE-TRANS-FILE INTO SCORE-TRANS-RECORD
019500        AT END SET END-OF-TRANS TO TRUE
019600     END-READ.
019700 2100-READ-TRANS-EXIT.
030600     PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT.
030700 2400-APPLY-DELETE-EXIT.
030800     EXIT.
030801*--------------------------------------------------------------
030802* 2600-APPLY-POST - A SCORE HELD BY THE HIGH-SCORES ANOMALY
030803*          SCREEN (SCOREPND, KEYED BY PLAYER AND HOLD NUMBER --
030804*          THE HOLD NUMBER TRAVELS IN THE SEQUENCE FIELD) IS
030805*          WRITTEN TO SCOREDAT UNDER THE PLAYER'S NEXT SEQUENCE
030806*          NUMBER AND MARKED POSTED
030807*--------------------------------------------------------------
030808 2600-APPLY-POST.
030809     MOVE SA-PLAYER-ID TO PD-PLAYER-ID
030810     MOVE SA-SEQ-NO TO PD-HOLD-NO
030811     READ PENDING-SCORE-FILE
030812        INVALID KEY
030813           MOVE "HELD SCORE NOT ON FILE" TO AD-RESULT
030814           PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
030815           GO TO 2600-APPLY-POST-EXIT
030816     END-READ
030817     IF NOT PD-HELD
030818        MOVE "HELD SCORE ALREADY REVIEWED" TO AD-RESULT
030819        PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
030820        GO TO 2600-APPLY-POST-EXIT
030821     END-IF
030822     PERFORM 2500-CHECK-PLAYER THRU 2500-CHECK-PLAYER-EXIT
030823     IF NOT PLAYER-IS-REGISTERED
030824        MOVE "PLAYER UNKNOWN OR INACTIVE" TO AD-RESULT
030825        PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
030826        GO TO 2600-APPLY-POST-EXIT
030827     END-IF
030828     MOVE ZERO TO WS-POST-SEQ-NO
030829     MOVE SA-PLAYER-ID TO SCORE-PLAYER-ID
030830     MOVE ZERO TO SCORE-SEQ-NO
030831     START SCORES-FILE KEY IS NOT < SCORE-KEY
030832        INVALID KEY MOVE "10" TO WS-SCORES-FILE-STATUS
030833     END-START
030834     PERFORM 2610-FIND-NEXT-SEQ THRU 2610-FIND-NEXT-SEQ-EXIT
030835        UNTIL WS-SCORES-FILE-STATUS NOT = "00"
030836     MOVE SA-PLAYER-ID TO SCORE-PLAYER-ID
030837     MOVE WS-POST-SEQ-NO TO SCORE-SEQ-NO
030838     MOVE PD-SCORE TO SCORE-VALUE
030839     MOVE PD-SCORE-DATE TO SCORE-DATE
030840     WRITE SCORES-RECORD
030841        INVALID KEY
030842           MOVE "SCORE KEY ALREADY ON FILE" TO AD-RESULT
030843           PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
030844           GO TO 2600-APPLY-POST-EXIT
030845     END-WRITE
030846     MOVE SPACES TO WS-BEFORE-IMAGE
030847     PERFORM 2700-WRITE-JOURNAL THRU 2700-WRITE-JOURNAL-EXIT
030848     SET PD-POSTED TO TRUE
030849     MOVE FUNCTION CURRENT-DATE(1:8) TO PD-REVIEW-DATE
030850     MOVE WS-POST-SEQ-NO TO PD-POSTED-SEQ
030851     REWRITE PENDING-SCORE-RECORD
030852     ADD 1 TO WS-APPLIED-COUNT
030853     MOVE SPACES TO AD-RESULT
030854     STRING "POSTED AS SEQ " DELIMITED BY SIZE
030855        WS-POST-SEQ-NO DELIMITED BY SIZE
030856        INTO AD-RESULT
030857     END-STRING
030858     PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT.
030859 2600-APPLY-POST-EXIT.
030860     EXIT.
030861*--------------------------------------------------------------
030862* 2610-FIND-NEXT-SEQ - ONE PAST THE PLAYER'S HIGHEST SEQUENCE
030863*--------------------------------------------------------------
030864 2610-FIND-NEXT-SEQ.
030865     READ SCORES-FILE NEXT RECORD
030866        AT END MOVE "10" TO WS-SCORES-FILE-STATUS
030867     END-READ
030868     IF WS-SCORES-FILE-STATUS = "00"
030869        IF SCORE-PLAYER-ID NOT = SA-PLAYER-ID
030870           MOVE "10" TO WS-SCORES-FILE-STATUS
030871        ELSE
030872           COMPUTE WS-POST-SEQ-NO = SCORE-SEQ-NO + 1
030873        END-IF
030874     END-IF.
030875 2610-FIND-NEXT-SEQ-EXIT.
030876     EXIT.
030877*--------------------------------------------------------------
030878* 2650-APPLY-VOID - THE HELD SCORE IS NEVER POSTED; THE
030879*          PENDING ROW STAYS AS THE RECORD OF THE DECISION
030880*--------------------------------------------------------------
030881 2650-APPLY-VOID.
030882     MOVE SA-PLAYER-ID TO PD-PLAYER-ID
030883     MOVE SA-SEQ-NO TO PD-HOLD-NO
030884     READ PENDING-SCORE-FILE
030885        INVALID KEY
030886           MOVE "HELD SCORE NOT ON FILE" TO AD-RESULT
030887           PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
030888           GO TO 2650-APPLY-VOID-EXIT
030889     END-READ
030890     IF NOT PD-HELD
030891        MOVE "HELD SCORE ALREADY REVIEWED" TO AD-RESULT
030892        PERFORM 2810-REJECT-NAMED THRU 2810-REJECT-NAMED-EXIT
030893        GO TO 2650-APPLY-VOID-EXIT
030894     END-IF
030895     SET PD-VOIDED TO TRUE
030896     MOVE FUNCTION CURRENT-DATE(1:8) TO PD-REVIEW-DATE
030897     REWRITE PENDING-SCORE-RECORD
030898     ADD 1 TO WS-APPLIED-COUNT
030899     MOVE "VOIDED" TO AD-RESULT
030900     PERFORM 2900-WRITE-DETAIL THRU 2900-WRITE-DETAIL-EXIT.
030901 2650-APPLY-VOID-EXIT.
030902     EXIT.
030903*--------------------------------------------------------------
031000* 2700-WRITE-JOURNAL - ONE BEFORE/AFTER ROW PER APPLIED CHANGE,
031010*          THE SAME DISCIPLINE EVERY KEYED MASTER FOLLOWS, WITH
031020*          THE MAKER AND CHECKER OF THE RELEASED ITEM
031200*--------------------------------------------------------------
031300 2700-WRITE-JOURNAL.
031400     MOVE SPACES TO IMAGE-JOURNAL-RECORD
031700        WHEN "ADD"    MOVE "WRITE" TO IJ-ACTION
031800        WHEN "CHANGE" MOVE "REWRITE" TO IJ-ACTION
031900        WHEN "DELETE" MOVE "DELETE" TO IJ-ACTION
031910        WHEN "POST"   MOVE "WRITE" TO IJ-ACTION
032000     END-EVALUATE
032100     MOVE SPACES TO IJ-RECORD-KEY
032200     STRING SA-PLAYER-ID DELIMITED BY SIZE
032300        SA-SEQ-NO DELIMITED BY SIZE
032400        INTO IJ-RECORD-KEY
032500     END-STRING
032510     IF SA-ACTION = "POST"
032520        MOVE SCORE-KEY TO IJ-RECORD-KEY
032530     END-IF
032600     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
032700     MOVE SCORES-RECORD TO IJ-AFTER-IMAGE
032800     MOVE "SCORADJ" TO IJ-PROGRAM
032810     MOVE WS-JRNL-MAKER TO IJ-OPERATOR
032820     MOVE WS-JRNL-CHECKER TO IJ-CHECKER
032900     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
033000     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
033100 2700-WRITE-JOURNAL-EXIT.
037300     MOVE WS-REJECTED-COUNT TO AT-COUNT
037400     MOVE WS-ADJ-TOTAL-LINE TO WS-RPT-DETAIL
037500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037510     MOVE "QUEUED      :" TO AT-LABEL
037520     MOVE WS-QUEUED-COUNT TO AT-COUNT
037530     MOVE WS-ADJ-TOTAL-LINE TO WS-RPT-DETAIL
037540     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037550     MOVE "RELEASED    :" TO AT-LABEL
037560     MOVE WS-RELEASED-COUNT TO AT-COUNT
037570     MOVE WS-ADJ-TOTAL-LINE TO WS-RPT-DETAIL
037580     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037600     MOVE "C" TO RPT-REQUEST
037700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037800     CLOSE SCORE-TRANS-FILE
037900     CLOSE SCORES-FILE
038000     CLOSE PLAYER-MASTER-FILE
038010     CLOSE PENDING-SCORE-FILE
038100     CLOSE IMAGE-JOURNAL-FILE
038200     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
038300 9000-FINISH-EXIT.
