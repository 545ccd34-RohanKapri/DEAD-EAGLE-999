002300*                 (RUNCTLPR) FLAGGING EVERY PARAMETER ADDED,
002400*                 DROPPED, OR CHANGED. NO MORE FAT-FINGERED
002500*                 TOPN RUNNING THE LEADERBOARD AT 1 FOR A WEEK.
002505* 2026-10-15 RLM  MAKER-CHECKER. A PARAMETER TRANSACTION THAT
002510*                 PASSES ITS EDITS NO LONGER APPLIES DIRECTLY:
002515*                 IT IS QUEUED PENDING ON APPRQUE (APPRQ
002520*                 SERVICE) STAMPED WITH THE RUNNING OPERATOR
002525*                 (RUNCTL RUNCMNT OPERATOR) AS MAKER. ONCE A
002530*                 DIFFERENT OPERATOR RELEASES IT IN APPR-MAINT,
002535*                 THE NEXT RUN APPLIES IT BEFORE ITS OWN
002540*                 TRANSACTIONS, JOURNALING MAKER AND CHECKER.
002545*                 EACH ACTIVITY LINE NOW CARRIES ITS RESULT. THE
002550*                 TRANSACTION LAYOUT MOVES TO WORKING-STORAGE.
002560* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002570*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002580*                 MASTER'S CALENDAR ID.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005400 FILE SECTION.
005500 FD  PARM-TRANS-FILE
005600     RECORDING MODE IS F.
005610 01  PARM-TRANS-FILE-REC       PIC X(58).
006700 FD  PARM-MASTER-FILE.
006800 01  PARM-MASTER-RECORD.
006900     05 PXM-KEY.
007800     RECORDING MODE IS F.
007900 01  PRIOR-CTL-RECORD          PIC X(50).
008000 FD  IMAGE-JOURNAL-FILE.
008100 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
008200 FD  JOB-ACCT-FILE
008300     RECORDING MODE IS F.
008400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
010700 77  WS-JA-START-TIMESTAMP     PIC X(14).
010800 COPY JOBACCT.
010900 COPY IMGJRNL.
010910 COPY RUNPARM.
010920 COPY APPRQ.
010930 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
011000 COPY RPTWRITE.
011100 01  WS-RPT-DETAIL             PIC X(100).
011102*--------------------------------------------------------------
011104* TRANSACTION - FROM PARMTRN, OR A RELEASED ITEM FROM APPRQUE
011106*--------------------------------------------------------------
011108 01  PARM-TRANS-RECORD.
011110     05 PX-ACTION              PIC X(06).
011112     05 FILLER                 PIC X(01).
011114     05 PX-PROGRAM             PIC X(08).
011116     05 FILLER                 PIC X(01).
011118     05 PX-KEYWORD             PIC X(12).
011120     05 FILLER                 PIC X(01).
011122     05 PX-EFF-DATE            PIC X(08).
011124     05 FILLER                 PIC X(01).
011126     05 PX-VALUE               PIC X(20).
011128 77  WS-TRANS-RESULT           PIC X(30) VALUE SPACES.
011130*--------------------------------------------------------------
011132* MAKER-CHECKER CONTROLS
011134*--------------------------------------------------------------
011136 77  WS-QUEUED-COUNT           PIC 9(05) VALUE ZERO.
011138 77  WS-RELEASED-COUNT         PIC 9(05) VALUE ZERO.
011140 77  WS-APPLIED-BEFORE         PIC 9(05) VALUE ZERO.
011142 77  WS-JRNL-MAKER             PIC X(08) VALUE SPACES.
011144 77  WS-JRNL-CHECKER           PIC X(08) VALUE SPACES.
011146 77  WS-RELEASE-SW             PIC X VALUE "N".
011148     88 APPLYING-RELEASED      VALUE "Y".
011150 77  WS-RELEASE-END-SW         PIC X VALUE "N".
011152     88 END-OF-RELEASED        VALUE "Y".
011200*--------------------------------------------------------------
011300* VALUES IN FORCE TODAY - BUILT FROM THE MASTER WALK
011400*--------------------------------------------------------------
018400     MOVE SPACES TO RPT-COL-HEADING
018500     MOVE 60 TO RPT-LINES-PER-PAGE
018600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
018610     MOVE "RUNCMNT" TO RP-PROGRAM-ID
018620     MOVE "OPERATOR" TO RP-KEYWORD
018630     MOVE "BATCH" TO RP-DEFAULT
018640     CALL "RUNPARM" USING RUN-PARM-CONTROL
018650     MOVE RP-VALUE(1:8) TO WS-OPERATOR
018660     PERFORM 1500-APPLY-RELEASED THRU 1500-APPLY-RELEASED-EXIT
018700     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
018800 1000-INITIALIZE-EXIT.
018900     EXIT.
018901*--------------------------------------------------------------
018902* 1500-APPLY-RELEASED - PARAMETER CHANGES A SECOND OPERATOR HAS
018903*          RELEASED ON APPRQUE GO FIRST. EACH IS MARKED APPLIED
018904*          BEFORE IT IS TOUCHED, AND FAILED IF IT THEN DOES NOT
018905*          APPLY.
018906*--------------------------------------------------------------
018907 1500-APPLY-RELEASED.
018908     MOVE ZERO TO AQ-POSITION
018909     PERFORM 1510-APPLY-ONE-RELEASED
018910        THRU 1510-APPLY-ONE-RELEASED-EXIT
018911        UNTIL END-OF-RELEASED
018912     MOVE "N" TO WS-RELEASE-SW
018913     MOVE WS-OPERATOR TO WS-JRNL-MAKER
018914     MOVE SPACES TO WS-JRNL-CHECKER.
018915 1500-APPLY-RELEASED-EXIT.
018916     EXIT.
018917 1510-APPLY-ONE-RELEASED.
018918     MOVE "N" TO AQ-REQUEST
018919     MOVE "RUNCMNT" TO AQ-PROGRAM
018920     MOVE "APPROVED" TO AQ-ITEM-STATUS
018921     CALL "APPRQ" USING APPR-QUEUE-CONTROL
018922     IF NOT AQ-OK
018923        SET END-OF-RELEASED TO TRUE
018924        GO TO 1510-APPLY-ONE-RELEASED-EXIT
018925     END-IF
018926     MOVE AQ-TRANS TO PARM-TRANS-RECORD
018927     MOVE "M" TO AQ-REQUEST
018928     MOVE "APPLIED" TO AQ-ITEM-STATUS
018929     MOVE SPACES TO AQ-NOTE
018930     CALL "APPRQ" USING APPR-QUEUE-CONTROL
018931     MOVE "D" TO RPT-REQUEST
018932     IF NOT AQ-OK
018933        MOVE "APPROVAL QUEUE NOT WRITABLE - RELEASED ITEMS HELD"
018934           TO WS-RPT-DETAIL
018935        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
018936        SET END-OF-RELEASED TO TRUE
018937        GO TO 1510-APPLY-ONE-RELEASED-EXIT
018938     END-IF
018939     ADD 1 TO WS-TRANS-READ
018940     ADD 1 TO WS-RELEASED-COUNT
018941     SET APPLYING-RELEASED TO TRUE
018942     MOVE AQ-MAKER TO WS-JRNL-MAKER
018943     MOVE AQ-CHECKER TO WS-JRNL-CHECKER
018944     MOVE SPACES TO WS-RPT-DETAIL
018945     STRING "RELEASED ITEM " DELIMITED BY SIZE
018946        AQ-ITEM-ID DELIMITED BY SIZE
018947        "  MAKER " DELIMITED BY SIZE
018948        AQ-MAKER DELIMITED BY SIZE
018949        "  CHECKER " DELIMITED BY SIZE
018950        AQ-CHECKER DELIMITED BY SIZE
018951        INTO WS-RPT-DETAIL
018952     END-STRING
018953     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
018954     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
018955     PERFORM 2010-EDIT-AND-APPLY THRU 2010-EDIT-AND-APPLY-EXIT
018956     IF WS-APPLIED-COUNT = WS-APPLIED-BEFORE
018957        MOVE "M" TO AQ-REQUEST
018958        MOVE "FAILED" TO AQ-ITEM-STATUS
018959        MOVE WS-TRANS-RESULT TO AQ-NOTE
018960        CALL "APPRQ" USING APPR-QUEUE-CONTROL
018961     END-IF.
018962 1510-APPLY-ONE-RELEASED-EXIT.
018963     EXIT.
019000*--------------------------------------------------------------
019010* 2000-APPLY-ONE-TRANS - ONE PARMTRN TRANSACTION
019300*--------------------------------------------------------------
019400 2000-APPLY-ONE-TRANS.
019500     ADD 1 TO WS-TRANS-READ
019505     PERFORM 2010-EDIT-AND-APPLY THRU 2010-EDIT-AND-APPLY-EXIT
019510     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
019515 2000-APPLY-ONE-TRANS-EXIT.
019520     EXIT.
019525*--------------------------------------------------------------
019530* 2010-EDIT-AND-APPLY - FULL EDITS, THEN QUEUE FOR A SECOND
019535*          OPERATOR, OR APPLY WHEN ALREADY RELEASED
019540*--------------------------------------------------------------
019545 2010-EDIT-AND-APPLY.
019550     MOVE SPACES TO WS-TRANS-RESULT
019600     IF PX-PROGRAM = SPACES OR PX-KEYWORD = SPACES
019700        OR PX-EFF-DATE IS NOT NUMERIC
019800        ADD 1 TO WS-REJECTED-COUNT
019810        MOVE "REJECTED - FAILED EDITS" TO WS-TRANS-RESULT
019820        GO TO 2010-EDIT-AND-APPLY-LOG
020100     END-IF
020102     IF APPLYING-RELEASED
020104        PERFORM 2200-APPLY-PARM-TRANS
020106           THRU 2200-APPLY-PARM-TRANS-EXIT
020108        GO TO 2010-EDIT-AND-APPLY-LOG
020110     END-IF
020112     EVALUATE FUNCTION UPPER-CASE(PX-ACTION)
020114        WHEN "ADD"
020116        WHEN "CHANGE"
020118        WHEN "DELETE"
020120           PERFORM 2050-QUEUE-TRANS THRU 2050-QUEUE-TRANS-EXIT
020122        WHEN OTHER
020124           ADD 1 TO WS-REJECTED-COUNT
020126           MOVE "REJECTED - UNKNOWN ACTION" TO WS-TRANS-RESULT
020128     END-EVALUATE.
020130 2010-EDIT-AND-APPLY-LOG.
020132     PERFORM 2900-LOG-TRANS-LINE THRU 2900-LOG-TRANS-LINE-EXIT.
020134 2010-EDIT-AND-APPLY-EXIT.
020136     EXIT.
020138*--------------------------------------------------------------
020140* 2050-QUEUE-TRANS - THE CHANGE WAITS ON APPRQUE FOR A SECOND
020142*          OPERATOR, STAMPED WITH THIS ONE AS MAKER
020144*--------------------------------------------------------------
020146 2050-QUEUE-TRANS.
020148     MOVE "Q" TO AQ-REQUEST
020150     MOVE "RUNCMNT" TO AQ-PROGRAM
020152     MOVE WS-OPERATOR TO AQ-MAKER
020154     MOVE PARM-TRANS-RECORD TO AQ-TRANS
020156     CALL "APPRQ" USING APPR-QUEUE-CONTROL
020158     IF NOT AQ-OK
020160        ADD 1 TO WS-REJECTED-COUNT
020162        MOVE "REJECTED - QUEUE NOT WRITABLE" TO WS-TRANS-RESULT
020164        GO TO 2050-QUEUE-TRANS-EXIT
020166     END-IF
020168     ADD 1 TO WS-QUEUED-COUNT
020170     STRING "QUEUED AS " DELIMITED BY SIZE
020172        AQ-ITEM-ID DELIMITED BY SIZE
020174        INTO WS-TRANS-RESULT
020176     END-STRING.
020178 2050-QUEUE-TRANS-EXIT.
020180     EXIT.
020182*--------------------------------------------------------------
020184* 2200-APPLY-PARM-TRANS - THE MASTER UPDATE, THEN THE JOURNAL
020186*          ROW
020188*--------------------------------------------------------------
020190 2200-APPLY-PARM-TRANS.
020200     MOVE PX-PROGRAM TO PXM-PROGRAM
020300     MOVE PX-KEYWORD TO PXM-KEYWORD
020400     MOVE PX-EFF-DATE TO PXM-EFF-DATE
020900           WRITE PARM-MASTER-RECORD
021000              INVALID KEY
021100                 ADD 1 TO WS-REJECTED-COUNT
021110                 MOVE "REJECTED - ALREADY ON FILE"
021115                    TO WS-TRANS-RESULT
021120                 GO TO 2200-APPLY-PARM-TRANS-EXIT
021300           END-WRITE
021400           MOVE "WRITE" TO IJ-ACTION
021500           PERFORM 2700-WRITE-JOURNAL
021600              THRU 2700-WRITE-JOURNAL-EXIT
021700           ADD 1 TO WS-APPLIED-COUNT
021710           MOVE "APPLIED" TO WS-TRANS-RESULT
021800        WHEN "CHANGE"
021900           READ PARM-MASTER-FILE
022000              INVALID KEY
022100                 ADD 1 TO WS-REJECTED-COUNT
022110                 MOVE "REJECTED - NOT ON FILE" TO WS-TRANS-RESULT
022120                 GO TO 2200-APPLY-PARM-TRANS-EXIT
022300           END-READ
022400           MOVE PARM-MASTER-RECORD TO WS-BEFORE-IMAGE
022500           MOVE PX-VALUE TO PXM-VALUE
022800           PERFORM 2700-WRITE-JOURNAL
022900              THRU 2700-WRITE-JOURNAL-EXIT
023000           ADD 1 TO WS-APPLIED-COUNT
023010           MOVE "APPLIED" TO WS-TRANS-RESULT
023100        WHEN "DELETE"
023200           READ PARM-MASTER-FILE
023300              INVALID KEY
023400                 ADD 1 TO WS-REJECTED-COUNT
023410                 MOVE "REJECTED - NOT ON FILE" TO WS-TRANS-RESULT
023420                 GO TO 2200-APPLY-PARM-TRANS-EXIT
023600           END-READ
023700           MOVE PARM-MASTER-RECORD TO WS-BEFORE-IMAGE
023800           DELETE PARM-MASTER-FILE RECORD
024100           PERFORM 2700-WRITE-JOURNAL
024200              THRU 2700-WRITE-JOURNAL-EXIT
024300           ADD 1 TO WS-APPLIED-COUNT
024310           MOVE "APPLIED" TO WS-TRANS-RESULT
024400        WHEN OTHER
024500           ADD 1 TO WS-REJECTED-COUNT
024510           MOVE "REJECTED - UNKNOWN ACTION" TO WS-TRANS-RESULT
024600     END-EVALUATE.
024610 2200-APPLY-PARM-TRANS-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------
025400* 2100-READ-TRANS
025500*--------------------------------------------------------------
025600 2100-READ-TRANS.
025610     READ PARM-TRANS-FILE INTO PARM-TRANS-RECORD
025800        AT END SET END-OF-TRANS TO TRUE
025900     END-READ.
026000 2100-READ-TRANS-EXIT.
026100     EXIT.
026200*--------------------------------------------------------------
026210* 2700-WRITE-JOURNAL - EVERY APPLIED CHANGE LEAVES A TRACE,
026220*          NAMING THE MAKER AND CHECKER OF THE RELEASED ITEM
026400*--------------------------------------------------------------
026500 2700-WRITE-JOURNAL.
026600     MOVE SPACES TO IMAGE-JOURNAL-RECORD
027400     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
027500     MOVE PARM-MASTER-RECORD TO IJ-AFTER-IMAGE
027600     MOVE "RUNCMNT" TO IJ-PROGRAM
027610     MOVE WS-JRNL-MAKER TO IJ-OPERATOR
027620     MOVE WS-JRNL-CHECKER TO IJ-CHECKER
027700     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
027800     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
027900 2700-WRITE-JOURNAL-EXIT.
029200        PX-EFF-DATE DELIMITED BY SIZE
029300        " = " DELIMITED BY SIZE
029400        PX-VALUE DELIMITED BY SIZE
029410        "  " DELIMITED BY SIZE
029420        WS-TRANS-RESULT DELIMITED BY SIZE
029500        INTO WS-RPT-DETAIL
029600     END-STRING
029700     MOVE "D" TO RPT-REQUEST
052500* 9000-FINISH - CLOSE FILES AND CUT THE JOB-ACCOUNTING ROW
052600*--------------------------------------------------------------
052700 9000-FINISH.
052710     MOVE SPACES TO WS-RPT-DETAIL
052720     STRING "QUEUED FOR APPROVAL " DELIMITED BY SIZE
052730        WS-QUEUED-COUNT DELIMITED BY SIZE
052740        "  RELEASED " DELIMITED BY SIZE
052750        WS-RELEASED-COUNT DELIMITED BY SIZE
052760        INTO WS-RPT-DETAIL
052770     END-STRING
052780     MOVE "D" TO RPT-REQUEST
052790     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
052800     MOVE "C" TO RPT-REQUEST
052900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
053000     CLOSE PARM-MASTER-FILE
