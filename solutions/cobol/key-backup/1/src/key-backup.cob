002900*                 RESTORE THROUGH THE OPERAUTH SERVICE BEFORE
003000*                 TOUCHING A MASTER. UNAUTHORIZED ENDS THE RUN
003100*                 WITH RETURN CODE 8; BACKUP MODE IS UNCHANGED.
003110* 2026-10-15 RLM  MAKER-CHECKER ON RESTORES. A RESTORE CARD NO
003120*                 LONGER RELOADS A MASTER ON ONE OPERATOR'S SAY:
003130*                 THE FIRST RUN QUEUES THE CARD PENDING ON
003140*                 APPRQUE (APPRQ SERVICE) WITH THE OPERATOR AS
003150*                 MAKER AND ENDS RC 4. ONCE A DIFFERENT OPERATOR
003160*                 RELEASES IT IN APPR-MAINT, RERUNNING THE SAME
003170*                 CARD PERFORMS THE RESTORE AND JOURNALS IT ON
003180*                 IMGJRNL (ACTION RESTORE, KEY = THE GENERATION)
003190*                 WITH MAKER AND CHECKER.
003192* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
003194*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
003196*                 MASTER'S CALENDAR ID.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006300     SELECT BACKUP-RPT-FILE ASSIGN TO "BKUPRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BKUPRPT-STATUS.
006510     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS WS-IMGJRNL-STATUS.
006600     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-JOBACCT-STATUS.
010400 FD  BACKUP-RPT-FILE
010500     RECORDING MODE IS F.
010600 01  BACKUP-RPT-RECORD         PIC X(80).
010610 FD  IMAGE-JOURNAL-FILE.
010620 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
010700 FD  JOB-ACCT-FILE
010800     RECORDING MODE IS F.
010900 01  JOB-ACCT-FILE-RECORD      PIC X(60).
011900 77  WS-CATALOG-STATUS         PIC XX.
012000 77  WS-BKUPRPT-STATUS         PIC XX.
012100 77  WS-JOBACCT-STATUS         PIC XX.
012110 77  WS-IMGJRNL-STATUS         PIC XX.
012200 77  WS-RUN-MODE               PIC X(08) VALUE "BACKUP".
012300     88 MODE-IS-BACKUP         VALUE "BACKUP".
012400     88 MODE-IS-RESTORE        VALUE "RESTORE".
012500 77  WS-RESTORE-FILE           PIC X(08) VALUE SPACES.
012600 77  WS-RESTORE-DATE           PIC X(08) VALUE SPACES.
012610 77  WS-RESTORE-CARD           PIC X(26) VALUE SPACES.
012700 77  WS-RUN-DATE               PIC X(08).
012800 77  WS-BACKUP-NAME            PIC X(20).
012900 77  WS-CURRENT-FILE           PIC X(08).
014400 COPY RUNPARM.
014500 COPY OPERAUTH.
014600 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
014605 COPY APPRQ.
014610 COPY IMGJRNL.
014615*--------------------------------------------------------------
014620* MAKER-CHECKER CONTROLS FOR THE RESTORE PATH
014625*--------------------------------------------------------------
014630 77  WS-RELEASE-STATE          PIC X(01) VALUE SPACE.
014635     88 RESTORE-RELEASED       VALUE "R".
014640     88 RESTORE-HELD           VALUE "H".
014645 77  WS-FIND-SW                PIC X(01) VALUE SPACE.
014650     88 ITEM-FOUND             VALUE "F".
014655     88 FIND-DONE              VALUE "D" "F".
014700*--------------------------------------------------------------
014800* REPORT LINE
014900*--------------------------------------------------------------
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016400     IF MODE-IS-RESTORE
016410        PERFORM 3800-CHECK-RELEASE THRU 3800-CHECK-RELEASE-EXIT
016420        IF RESTORE-RELEASED
016430           PERFORM 4000-RESTORE-ONE THRU 4000-RESTORE-ONE-EXIT
016440           PERFORM 4500-CLOSE-RELEASE THRU 4500-CLOSE-RELEASE-EXIT
016450        END-IF
016600     ELSE
016700        MOVE "SCOREDAT" TO WS-CURRENT-FILE
016800        MOVE 14 TO WS-KEY-LENGTH
017700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
017800     IF ANY-VERIFY-FAILED
017900        MOVE 8 TO RETURN-CODE
017910     ELSE
017920        IF RESTORE-HELD
017930           MOVE 4 TO RETURN-CODE
017940        END-IF
018000     END-IF
018100     STOP RUN.
018200*--------------------------------------------------------------
019400                 MOVE "RESTORE" TO WS-RUN-MODE
019500                 MOVE MODE-CTL-RECORD(9:8) TO WS-RESTORE-FILE
019600                 MOVE MODE-CTL-RECORD(18:8) TO WS-RESTORE-DATE
019610                 MOVE MODE-CTL-RECORD TO WS-RESTORE-CARD
019700              END-IF
019800        END-READ
019900        CLOSE MODE-CTL-FILE
039700     CLOSE CATALOG-FILE.
039800 3500-CATALOG-BACKUP-EXIT.
039900     EXIT.
039901*--------------------------------------------------------------
039902* 3800-CHECK-RELEASE - A RESTORE GOES AHEAD ONLY ON A CARD A
039903*          SECOND OPERATOR HAS RELEASED ON APPRQUE. ONE STILL
039904*          PENDING IS HELD; A NEW CARD IS QUEUED AND HELD.
039905*--------------------------------------------------------------
039906 3800-CHECK-RELEASE.
039907     MOVE "APPROVED" TO AQ-ITEM-STATUS
039908     PERFORM 3810-FIND-RESTORE-ITEM
039909        THRU 3810-FIND-RESTORE-ITEM-EXIT
039910     IF ITEM-FOUND
039911        MOVE "M" TO AQ-REQUEST
039912        MOVE "APPLIED" TO AQ-ITEM-STATUS
039913        MOVE SPACES TO AQ-NOTE
039914        CALL "APPRQ" USING APPR-QUEUE-CONTROL
039915        MOVE SPACES TO BACKUP-RPT-RECORD
039916        IF AQ-OK
039917           SET RESTORE-RELEASED TO TRUE
039918           STRING "RESTORE RELEASED - ITEM " DELIMITED BY SIZE
039919              AQ-ITEM-ID DELIMITED BY SIZE
039920              " MAKER " DELIMITED BY SIZE
039921              AQ-MAKER DELIMITED BY SIZE
039922              " CHECKER " DELIMITED BY SIZE
039923              AQ-CHECKER DELIMITED BY SIZE
039924              INTO BACKUP-RPT-RECORD
039925           END-STRING
039926        ELSE
039927           SET RESTORE-HELD TO TRUE
039928           MOVE "APPROVAL QUEUE NOT WRITABLE - RESTORE HELD"
039929              TO BACKUP-RPT-RECORD
039930        END-IF
039931        WRITE BACKUP-RPT-RECORD
039932        GO TO 3800-CHECK-RELEASE-EXIT
039933     END-IF
039934     SET RESTORE-HELD TO TRUE
039935     MOVE "PENDING" TO AQ-ITEM-STATUS
039936     PERFORM 3810-FIND-RESTORE-ITEM
039937        THRU 3810-FIND-RESTORE-ITEM-EXIT
039938     MOVE SPACES TO BACKUP-RPT-RECORD
039939     IF ITEM-FOUND
039940        STRING "RESTORE AWAITING APPROVAL - ITEM "
039941           DELIMITED BY SIZE
039942           AQ-ITEM-ID DELIMITED BY SIZE
039943           INTO BACKUP-RPT-RECORD
039944        END-STRING
039945        WRITE BACKUP-RPT-RECORD
039946        GO TO 3800-CHECK-RELEASE-EXIT
039947     END-IF
039948     MOVE "Q" TO AQ-REQUEST
039949     MOVE "KEYBKUP" TO AQ-PROGRAM
039950     MOVE WS-OPERATOR TO AQ-MAKER
039951     MOVE WS-RESTORE-CARD TO AQ-TRANS
039952     CALL "APPRQ" USING APPR-QUEUE-CONTROL
039953     IF AQ-OK
039954        STRING "RESTORE QUEUED FOR APPROVAL AS " DELIMITED BY SIZE
039955           AQ-ITEM-ID DELIMITED BY SIZE
039956           INTO BACKUP-RPT-RECORD
039957        END-STRING
039958     ELSE
039959        MOVE "APPROVAL QUEUE NOT WRITABLE - RESTORE NOT QUEUED"
039960           TO BACKUP-RPT-RECORD
039961     END-IF
039962     WRITE BACKUP-RPT-RECORD.
039963 3800-CHECK-RELEASE-EXIT.
039964     EXIT.
039965*--------------------------------------------------------------
039966* 3810-FIND-RESTORE-ITEM - THIS CARD'S ITEM IN AQ-ITEM-STATUS
039967*--------------------------------------------------------------
039968 3810-FIND-RESTORE-ITEM.
039969     MOVE ZERO TO AQ-POSITION
039970     MOVE SPACE TO WS-FIND-SW
039971     PERFORM 3820-CHECK-ONE-ITEM THRU 3820-CHECK-ONE-ITEM-EXIT
039972        UNTIL FIND-DONE.
039973 3810-FIND-RESTORE-ITEM-EXIT.
039974     EXIT.
039975 3820-CHECK-ONE-ITEM.
039976     MOVE "N" TO AQ-REQUEST
039977     MOVE "KEYBKUP" TO AQ-PROGRAM
039978     CALL "APPRQ" USING APPR-QUEUE-CONTROL
039979     IF NOT AQ-OK
039980        MOVE "D" TO WS-FIND-SW
039981        GO TO 3820-CHECK-ONE-ITEM-EXIT
039982     END-IF
039983     IF AQ-TRANS(1:26) = WS-RESTORE-CARD
039984        MOVE "F" TO WS-FIND-SW
039985     END-IF.
039986 3820-CHECK-ONE-ITEM-EXIT.
039987     EXIT.
040000*--------------------------------------------------------------
040100* 4000-RESTORE-ONE - PUT THE NAMED GENERATION BACK: THE MASTER
040200*          IS REBUILT FROM THE BACKUP'S RECORDS IN KEY ORDER
049200     END-READ.
049300 4300-RESTORE-PARTS-EXIT.
049400     EXIT.
049402*--------------------------------------------------------------
049404* 4500-CLOSE-RELEASE - A FAILED RESTORE MARKS ITS ITEM FAILED;
049406*          A GOOD ONE LEAVES ITS ROW ON THE IMAGE JOURNAL
049408*--------------------------------------------------------------
049410 4500-CLOSE-RELEASE.
049412     IF ANY-VERIFY-FAILED
049414        MOVE "M" TO AQ-REQUEST
049416        MOVE "FAILED" TO AQ-ITEM-STATUS
049418        MOVE "RESTORE FAILED - SEE BKUPRPT" TO AQ-NOTE
049420        CALL "APPRQ" USING APPR-QUEUE-CONTROL
049422        GO TO 4500-CLOSE-RELEASE-EXIT
049424     END-IF
049426     OPEN EXTEND IMAGE-JOURNAL-FILE
049428     IF WS-IMGJRNL-STATUS = "35"
049430        OPEN OUTPUT IMAGE-JOURNAL-FILE
049432     END-IF
049434     MOVE SPACES TO IMAGE-JOURNAL-RECORD
049436     MOVE WS-RESTORE-FILE TO IJ-FILE-NAME
049438     MOVE "RESTORE" TO IJ-ACTION
049440     MOVE WS-BACKUP-NAME TO IJ-RECORD-KEY
049442     MOVE SPACES TO IJ-BEFORE-IMAGE
049444     MOVE WS-RESTORE-CARD TO IJ-AFTER-IMAGE
049446     MOVE "KEYBKUP" TO IJ-PROGRAM
049448     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
049450     MOVE AQ-MAKER TO IJ-OPERATOR
049452     MOVE AQ-CHECKER TO IJ-CHECKER
049454     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD
049456     CLOSE IMAGE-JOURNAL-FILE.
049458 4500-CLOSE-RELEASE-EXIT.
049460     EXIT.
049500*--------------------------------------------------------------
049600* 9000-FINISH - CLOSE AND CUT THE JOB-ACCOUNTING ROW
049700*--------------------------------------------------------------
