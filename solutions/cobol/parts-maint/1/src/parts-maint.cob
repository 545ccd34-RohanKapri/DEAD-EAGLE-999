002000*                 SUMMARY (PARTRPT) OF APPLIED AND REJECTED
002100*                 TRANSACTIONS PER RUN. THE RUN LOGS TO JOBACCT
002200*                 LIKE ANY OTHER.
002205* 2026-10-15 RLM  MAKER-CHECKER ON DELETES. A DELETE NO LONGER
002210*                 APPLIES DIRECTLY: ONCE IT PASSES ITS EDITS IT
002215*                 IS QUEUED PENDING ON APPRQUE (APPRQ SERVICE)
002220*                 STAMPED WITH THE RUNNING OPERATOR AS MAKER. A
002225*                 DIFFERENT OPERATOR HOLDING APPROVE RELEASES IT
002230*                 IN APPR-MAINT, AND THE NEXT PARTS-MAINT RUN
002235*                 APPLIES EVERY RELEASED DELETE BEFORE ITS OWN
002240*                 TRANSACTIONS, JOURNALING THE MAKER IN
002245*                 IJ-OPERATOR AND THE CHECKER IN IJ-CHECKER. THE
002250*                 TRANSACTION LAYOUT MOVES TO WORKING-STORAGE
002255*                 (READ INTO) SO A RELEASED ITEM CAN BE RUN
002260*                 THROUGH THE SAME EDITS.
002270* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002280*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002290*                 MASTER'S CALENDAR ID.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PART-TRANS-FILE.
004910 01  PART-TRANS-FILE-REC       PIC X(64).
006200 FD  PARTS-MASTER-FILE.
006300 01  PARTS-MASTER-RECORD.
006400     05 PM-PART-NUMBER        PIC 9(6).
006700     05 PM-REORDER-POINT      PIC 9(05).
006800     05 PM-REORDER-QTY        PIC 9(05).
006900 FD  IMAGE-JOURNAL-FILE.
007000 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
007100 FD  MAINT-RPT-FILE.
007200 01  MAINT-RPT-RECORD          PIC X(100).
007300 FD  JOB-ACCT-FILE.
009400 COPY OPERAUTH.
009500 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
009600 COPY IMGJRNL.
009602 COPY APPRQ.
009604*--------------------------------------------------------------
009606* TRANSACTION - FROM PARTTRN, OR A RELEASED ITEM FROM APPRQUE
009608*--------------------------------------------------------------
009610 01  PART-TRANS-RECORD.
009612     05 PT-ACTION              PIC X(06).
009614     05 FILLER                 PIC X(01).
009616     05 PT-PART-NUMBER         PIC X(06).
009618     05 FILLER                 PIC X(01).
009620     05 PT-DESCRIPTION         PIC X(30).
009622     05 FILLER                 PIC X(01).
009624     05 PT-QTY                 PIC X(07).
009626     05 FILLER                 PIC X(01).
009628     05 PT-REORDER-POINT       PIC X(05).
009630     05 FILLER                 PIC X(01).
009632     05 PT-REORDER-QTY         PIC X(05).
009634*--------------------------------------------------------------
009636* MAKER-CHECKER CONTROLS
009638*--------------------------------------------------------------
009640 77  WS-QUEUED-COUNT           PIC 9(05) VALUE ZERO.
009642 77  WS-RELEASED-COUNT         PIC 9(05) VALUE ZERO.
009644 77  WS-APPLIED-BEFORE         PIC 9(05) VALUE ZERO.
009646 77  WS-JRNL-MAKER             PIC X(08) VALUE SPACES.
009648 77  WS-JRNL-CHECKER           PIC X(08) VALUE SPACES.
009650 77  WS-RELEASE-SW             PIC X VALUE "N".
009652     88 APPLYING-RELEASED      VALUE "Y".
009654 77  WS-RELEASE-END-SW         PIC X VALUE "N".
009656     88 END-OF-RELEASED        VALUE "Y".
009700*--------------------------------------------------------------
009800* REPORT LINES
009900*--------------------------------------------------------------
016200        CLOSE PARTS-MASTER-FILE
016300        OPEN I-O PARTS-MASTER-FILE
016400     END-IF
016410     MOVE WS-OPERATOR TO WS-JRNL-MAKER
016420     PERFORM 1500-APPLY-RELEASED THRU 1500-APPLY-RELEASED-EXIT
016500     OPEN INPUT PART-TRANS-FILE
016600     IF WS-PARTTRN-STATUS NOT = "00"
016700        SET END-OF-TRANS TO TRUE
017000     END-IF.
017100 1000-INITIALIZE-EXIT.
017200     EXIT.
017201*--------------------------------------------------------------
017202* 1500-APPLY-RELEASED - DELETES A SECOND OPERATOR HAS RELEASED
017203*          ON APPRQUE GO FIRST. EACH IS MARKED APPLIED BEFORE IT
017204*          IS TOUCHED, AND FAILED IF IT THEN DOES NOT APPLY.
017205*--------------------------------------------------------------
017206 1500-APPLY-RELEASED.
017207     MOVE ZERO TO AQ-POSITION
017208     PERFORM 1510-APPLY-ONE-RELEASED
017209        THRU 1510-APPLY-ONE-RELEASED-EXIT
017210        UNTIL END-OF-RELEASED
017211     MOVE "N" TO WS-RELEASE-SW
017212     MOVE WS-OPERATOR TO WS-JRNL-MAKER
017213     MOVE SPACES TO WS-JRNL-CHECKER.
017214 1500-APPLY-RELEASED-EXIT.
017215     EXIT.
017216 1510-APPLY-ONE-RELEASED.
017217     MOVE "N" TO AQ-REQUEST
017218     MOVE "PARTMNT" TO AQ-PROGRAM
017219     MOVE "APPROVED" TO AQ-ITEM-STATUS
017220     CALL "APPRQ" USING APPR-QUEUE-CONTROL
017221     IF NOT AQ-OK
017222        SET END-OF-RELEASED TO TRUE
017223        GO TO 1510-APPLY-ONE-RELEASED-EXIT
017224     END-IF
017225     MOVE AQ-TRANS TO PART-TRANS-RECORD
017226     MOVE "M" TO AQ-REQUEST
017227     MOVE "APPLIED" TO AQ-ITEM-STATUS
017228     MOVE SPACES TO AQ-NOTE
017229     CALL "APPRQ" USING APPR-QUEUE-CONTROL
017230     IF NOT AQ-OK
017231        MOVE "APPROVAL QUEUE NOT WRITABLE - RELEASED ITEMS HELD"
017232           TO MAINT-RPT-RECORD
017233        WRITE MAINT-RPT-RECORD
017234        SET END-OF-RELEASED TO TRUE
017235        GO TO 1510-APPLY-ONE-RELEASED-EXIT
017236     END-IF
017237     ADD 1 TO WS-TRANS-READ
017238     ADD 1 TO WS-RELEASED-COUNT
017239     SET APPLYING-RELEASED TO TRUE
017240     MOVE AQ-MAKER TO WS-JRNL-MAKER
017241     MOVE AQ-CHECKER TO WS-JRNL-CHECKER
017242     MOVE SPACES TO MAINT-RPT-RECORD
017243     STRING "RELEASED ITEM " DELIMITED BY SIZE
017244        AQ-ITEM-ID DELIMITED BY SIZE
017245        "  MAKER " DELIMITED BY SIZE
017246        AQ-MAKER DELIMITED BY SIZE
017247        "  CHECKER " DELIMITED BY SIZE
017248        AQ-CHECKER DELIMITED BY SIZE
017249        INTO MAINT-RPT-RECORD
017250     END-STRING
017251     WRITE MAINT-RPT-RECORD
017252     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
017253     PERFORM 2010-EDIT-AND-APPLY THRU 2010-EDIT-AND-APPLY-EXIT
017254     WRITE MAINT-RPT-RECORD FROM WS-MAINT-DETAIL-LINE
017255     IF WS-APPLIED-COUNT = WS-APPLIED-BEFORE
017256        MOVE "M" TO AQ-REQUEST
017257        MOVE "FAILED" TO AQ-ITEM-STATUS
017258        MOVE MD-RESULT TO AQ-NOTE
017259        CALL "APPRQ" USING APPR-QUEUE-CONTROL
017260     END-IF.
017261 1510-APPLY-ONE-RELEASED-EXIT.
017262     EXIT.
017300*--------------------------------------------------------------
017310* 2000-APPLY-ONE-TRANS - ONE PARTTRN TRANSACTION
017600*--------------------------------------------------------------
017700 2000-APPLY-ONE-TRANS.
017800     ADD 1 TO WS-TRANS-READ
017805     PERFORM 2010-EDIT-AND-APPLY THRU 2010-EDIT-AND-APPLY-EXIT
017810     WRITE MAINT-RPT-RECORD FROM WS-MAINT-DETAIL-LINE
017815     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
017820 2000-APPLY-ONE-TRANS-EXIT.
017825     EXIT.
017830*--------------------------------------------------------------
017835* 2010-EDIT-AND-APPLY - FULL EDITS FIRST, THEN THE MASTER
017840*          UPDATE, THEN THE BEFORE/AFTER AUDIT ROW. A DELETE IS
017845*          QUEUED FOR A SECOND OPERATOR UNLESS IT IS ONE ALREADY
017850*          RELEASED.
017855*--------------------------------------------------------------
017860 2010-EDIT-AND-APPLY.
017900     MOVE SPACES TO WS-MAINT-DETAIL-LINE
018000     MOVE PT-ACTION TO MD-ACTION
018100     MOVE PT-PART-NUMBER TO MD-PART-NUMBER
018200     IF PT-PART-NUMBER IS NOT NUMERIC
018300        ADD 1 TO WS-REJECTED-COUNT
018400        MOVE "PART NUMBER NOT NUMERIC" TO MD-RESULT
018410        GO TO 2010-EDIT-AND-APPLY-EXIT
018600     END-IF
018700     IF PT-QTY IS NUMERIC
018800        MOVE PT-QTY TO PT-QTY-N
019500        WHEN "CHANGE"
019600           PERFORM 4000-CHANGE-PART THRU 4000-CHANGE-PART-EXIT
019700        WHEN "DELETE"
019710           IF APPLYING-RELEASED
019720              PERFORM 5000-DELETE-PART THRU 5000-DELETE-PART-EXIT
019730           ELSE
019735              PERFORM 5050-QUEUE-DELETE
019740                 THRU 5050-QUEUE-DELETE-EXIT
019750           END-IF
019900        WHEN "RECEIP"
020000           PERFORM 5500-RECEIPT-PART THRU 5500-RECEIPT-PART-EXIT
020100        WHEN "ISSUE"
020400           ADD 1 TO WS-REJECTED-COUNT
020500           MOVE "UNKNOWN ACTION" TO MD-RESULT
020600     END-EVALUATE.
020610 2010-EDIT-AND-APPLY-EXIT.
021100     EXIT.
021200 2100-READ-TRANS.
021210     READ PART-TRANS-FILE INTO PART-TRANS-RECORD
021400        AT END SET END-OF-TRANS TO TRUE
021500     END-READ.
021600 2100-READ-TRANS-EXIT.
030600     END-DELETE.
030700 5000-DELETE-PART-EXIT.
030800     EXIT.
030802*--------------------------------------------------------------
030804* 5050-QUEUE-DELETE - A DELETE WAITS ON APPRQUE FOR A SECOND
030806*          OPERATOR; ONE FOR A MISSING PART REJECTS NOW
030808*--------------------------------------------------------------
030810 5050-QUEUE-DELETE.
030812     MOVE PT-PART-NUMBER TO PM-PART-NUMBER
030814     READ PARTS-MASTER-FILE
030816        INVALID KEY
030818           ADD 1 TO WS-REJECTED-COUNT
030820           MOVE "PART NOT ON FILE" TO MD-RESULT
030822           GO TO 5050-QUEUE-DELETE-EXIT
030824     END-READ
030826     MOVE "Q" TO AQ-REQUEST
030828     MOVE "PARTMNT" TO AQ-PROGRAM
030830     MOVE WS-OPERATOR TO AQ-MAKER
030832     MOVE PART-TRANS-RECORD TO AQ-TRANS
030834     CALL "APPRQ" USING APPR-QUEUE-CONTROL
030836     IF AQ-OK
030838        ADD 1 TO WS-QUEUED-COUNT
030840        MOVE SPACES TO MD-RESULT
030842        STRING "QUEUED AS " DELIMITED BY SIZE
030844           AQ-ITEM-ID DELIMITED BY SIZE
030846           INTO MD-RESULT
030848        END-STRING
030850     ELSE
030852        ADD 1 TO WS-REJECTED-COUNT
030854        MOVE "APPROVAL QUEUE NOT WRITABLE" TO MD-RESULT
030856     END-IF.
030858 5050-QUEUE-DELETE-EXIT.
030860     EXIT.
030900*--------------------------------------------------------------
031000* 5500-RECEIPT-PART - POST A STOCK RECEIPT TO ON-HAND
031100*--------------------------------------------------------------
037700*--------------------------------------------------------------
037800* 6000-JOURNAL-TRANS - ONE BEFORE/AFTER IMAGE ROW PER APPLIED
037900*          TRANSACTION ON THE SHARED JOURNAL. A DELETE'S AFTER
037910*          IMAGE IS BLANK. A RELEASED ITEM CARRIES ITS MAKER AND
037920*          CHECKER; A DIRECT ONE THE RUNNING OPERATOR ALONE.
038100*--------------------------------------------------------------
038200 6000-JOURNAL-TRANS.
038300     OPEN EXTEND IMAGE-JOURNAL-FILE
039400        MOVE PARTS-MASTER-RECORD TO IJ-AFTER-IMAGE
039500     END-IF
039600     MOVE "PARTMNT" TO IJ-PROGRAM
039610     MOVE WS-JRNL-MAKER TO IJ-OPERATOR
039620     MOVE WS-JRNL-CHECKER TO IJ-CHECKER
039800     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
039900     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD
040000     CLOSE IMAGE-JOURNAL-FILE.
041500     MOVE "REJECTED    :" TO MT-LABEL
041600     MOVE WS-REJECTED-COUNT TO MT-COUNT
041700     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
041710     MOVE "QUEUED      :" TO MT-LABEL
041720     MOVE WS-QUEUED-COUNT TO MT-COUNT
041730     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
041740     MOVE "RELEASED    :" TO MT-LABEL
041750     MOVE WS-RELEASED-COUNT TO MT-COUNT
041760     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
041800     CLOSE MAINT-RPT-FILE
041900     OPEN EXTEND JOB-ACCT-FILE
042000     IF WS-JOBACCT-STATUS = "35"
