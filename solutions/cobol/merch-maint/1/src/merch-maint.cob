000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MERCH-MAINT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. GOVERNED MAINTENANCE FOR THE
001100*                 MERCHANT MASTER (MERCHMST), REPLACING DIRECT
001200*                 FILE EDITS ON THE ONE MASTER THAT SENDS MONEY
001300*                 OUT. DRIVEN BY A TRANSACTION FILE (MERCHTRN:
001400*                 ADD, CHANGE, DELETE, HOLD, OR RELEASE WITH THE
001500*                 MERCHANT ID AND NEW VALUES), RUN LIKE
001600*                 PARTS-MAINT: THE OPERATOR IS VERIFIED THROUGH
001700*                 OPERAUTH FOR THE MERCHMNT FUNCTION, EVERY
001800*                 TRANSACTION IS EDITED IN FULL, AND EVERY
001900*                 APPLIED CHANGE CUTS A BEFORE/AFTER ROW ON THE
002000*                 SHARED IMAGE JOURNAL (IMGJRNL). A NEW OR
002100*                 CHANGED BANK REFERENCE MUST PASS THE IBAN
002200*                 MOD-97 CHECK-DIGIT TEST. EVERY BANK-REFERENCE
002300*                 CHANGE IS LISTED AGAIN ON ITS OWN PAGE OF THE
002400*                 MAINTENANCE REPORT (MERCHRPT) FOR TREASURY
002500*                 SIGN-OFF. THE RUN LOGS TO JOBACCT LIKE ANY
002600*                 OTHER.
002610* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (229 BYTES,
002620*                 CHECKER ID) INTRODUCED FOR THE APPROVAL QUEUE.
002630* 2026-10-15 RLM  MERCHANT MASTER WIDENED TO 68 BYTES FOR THE
002640*                 ACQUIRER'S BUSINESS CALENDAR ID (MM-CALENDAR-ID,
002650*                 BLANK = SHOP CALENDAR), WHICH DISPUTE AGING
002660*                 COUNTS ON. MERCHTRN CARRIES IT AFTER THE BANK
002670*                 REFERENCE: SET ON ADD, CHANGED ON CHANGE WHEN
002680*                 SUPPLIED. TAKES THE WIDENED IMGJRNL RECORD (245
002690*                 BYTES, 68-BYTE IMAGES) SO THE CHANGE JOURNALS.
002692* 2026-10-15 RLM  DISCOUNT RATE ON ADD AND CHANGE NOW MOVES
002694*                 THROUGH ITS 9V9999 VIEW (MT-DISCOUNT-RATE-N);
002696*                 THE TEXT FIELD ARRIVED AS AN INTEGER AND GAVE
002698*                 EVERY MERCHANT A ZERO RATE.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MERCH-TRANS-FILE ASSIGN TO "MERCHTRN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-MERCHTRN-STATUS.
003700     SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS MM-MERCHANT-ID
004100         FILE STATUS IS WS-MERCHMST-STATUS.
004200     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-IMGJRNL-STATUS.
004500     SELECT MAINT-RPT-FILE ASSIGN TO "MERCHRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-MAINTRPT-STATUS.
004800     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-JOBACCT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  MERCH-TRANS-FILE.
005400 01  MERCH-TRANS-RECORD.
005500     05 MT-ACTION              PIC X(07).
005600     05 FILLER                 PIC X(01).
005700     05 MT-MERCHANT-ID         PIC X(08).
005800     05 FILLER                 PIC X(01).
005900     05 MT-NAME                PIC X(30).
006000     05 FILLER                 PIC X(01).
006100     05 MT-DISCOUNT-RATE       PIC X(05).
006110     05 MT-DISCOUNT-RATE-N REDEFINES MT-DISCOUNT-RATE
006120                               PIC 9V9999.
006200     05 FILLER                 PIC X(01).
006300     05 MT-BANK-REF            PIC X(16).
006310     05 FILLER                 PIC X(01).
006320     05 MT-CALENDAR-ID         PIC X(08).
006400 FD  MERCHANT-MASTER-FILE.
006500 01  MERCHANT-MASTER-RECORD.
006600     05 MM-MERCHANT-ID         PIC X(08).
006700     05 MM-NAME                PIC X(30).
006800     05 MM-DISCOUNT-RATE       PIC 9V9999.
006900     05 MM-HOLD-FLAG           PIC X(01).
007000        88 MERCHANT-ON-HOLD    VALUE "Y".
007100     05 MM-BANK-REF            PIC X(16).
007110     05 MM-CALENDAR-ID         PIC X(08).
007200 FD  IMAGE-JOURNAL-FILE.
007300 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
007400 FD  MAINT-RPT-FILE.
007500 01  MAINT-RPT-RECORD          PIC X(100).
007600 FD  JOB-ACCT-FILE.
007700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
007800 WORKING-STORAGE SECTION.
007900*--------------------------------------------------------------
008000* FILE STATUS AND RUN CONTROLS
008100*--------------------------------------------------------------
008200 77  WS-MERCHTRN-STATUS        PIC XX.
008300 77  WS-MERCHMST-STATUS        PIC XX.
008400 77  WS-IMGJRNL-STATUS         PIC XX.
008500 77  WS-MAINTRPT-STATUS        PIC XX.
008600 77  WS-JOBACCT-STATUS         PIC XX.
008700 77  WS-TRANS-EOF-SW           PIC X VALUE "N".
008800     88 END-OF-TRANS           VALUE "Y".
008900 77  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.
009000 77  WS-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
009100 77  WS-TRANS-READ             PIC 9(05) VALUE ZERO.
009110 77  WS-BEFORE-IMAGE           PIC X(68) VALUE SPACES.
009300 77  WS-OLD-BANK-REF           PIC X(16) VALUE SPACES.
009400 77  WS-JA-START-TIMESTAMP     PIC X(14).
009500 COPY JOBACCT.
009600 COPY RUNPARM.
009700 COPY OPERAUTH.
009800 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
009900 COPY IMGJRNL.
010000*--------------------------------------------------------------
010100* IBAN-STYLE MOD-97 CHECK: COUNTRY AND CHECK DIGITS MOVE TO THE
010200* END, LETTERS COUNT AS 10 THROUGH 35, AND THE WHOLE STRING
010300* TAKEN AS ONE NUMBER MUST LEAVE REMAINDER 1 BY 97
010400*--------------------------------------------------------------
010500 77  WS-IBAN-WORK              PIC X(16).
010600 77  WS-IBAN-REARRANGED        PIC X(16).
010700 77  WS-IBAN-LEN               PIC 9(02) BINARY.
010800 77  WS-IBAN-SCAN              PIC 9(02) BINARY.
010900 77  WS-IBAN-CHAR              PIC X(01).
011000 77  WS-IBAN-DIGIT             PIC 9(01).
011100 77  WS-IBAN-LETTER-POS        PIC 9(02).
011200 77  WS-IBAN-ACCUM             PIC 9(05).
011300 77  WS-IBAN-QUOTIENT          PIC 9(05).
011400 77  WS-IBAN-REMAINDER         PIC 9(02).
011500 77  WS-IBAN-LETTERS           PIC X(26)
011600                               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
011700 77  WS-IBAN-VALID-SW          PIC X(01) VALUE "N".
011800     88 BANK-REF-VALID         VALUE "Y".
011900*--------------------------------------------------------------
012000* BANK-REFERENCE CHANGES APPLIED THIS RUN, FOR THE TREASURY PAGE
012100*--------------------------------------------------------------
012200 01  WS-BANK-CHG-TABLE.
012300     05 WS-BANK-CHG-COUNT      PIC 9(04) BINARY VALUE ZERO.
012400     05 WS-BANK-CHG-ENTRY OCCURS 500 TIMES.
012500        10 WS-BC-ACTION        PIC X(07).
012600        10 WS-BC-MERCHANT-ID   PIC X(08).
012700        10 WS-BC-NAME          PIC X(30).
012800        10 WS-BC-OLD-REF       PIC X(16).
012900        10 WS-BC-NEW-REF       PIC X(16).
013000 77  WS-BANK-CHG-SCAN          PIC 9(04) BINARY.
013100 77  WS-BANK-CHG-DROPPED       PIC 9(05) VALUE ZERO.
013200*--------------------------------------------------------------
013300* REPORT LINES
013400*--------------------------------------------------------------
013500 01  WS-MAINT-DETAIL-LINE.
013600     05 MD-ACTION              PIC X(07).
013700     05 FILLER                 PIC X(02) VALUE SPACES.
013800     05 MD-MERCHANT-ID         PIC X(08).
013900     05 FILLER                 PIC X(02) VALUE SPACES.
014000     05 MD-RESULT              PIC X(40).
014100 01  WS-MAINT-TOTAL-LINE.
014200     05 MT-LABEL               PIC X(14).
014300     05 MT-COUNT               PIC ZZZZ9.
014400 01  WS-BANK-CHG-HEADING.
014500     05 FILLER                 PIC X(19)
014600                               VALUE "ACTION   MERCHANT  ".
014700     05 FILLER                 PIC X(32) VALUE "NAME".
014800     05 FILLER                 PIC X(18) VALUE "OLD REFERENCE".
014900     05 FILLER                 PIC X(13) VALUE "NEW REFERENCE".
015000 01  WS-BANK-CHG-LINE.
015100     05 BL-ACTION              PIC X(07).
015200     05 FILLER                 PIC X(02) VALUE SPACES.
015300     05 BL-MERCHANT-ID         PIC X(08).
015400     05 FILLER                 PIC X(02) VALUE SPACES.
015500     05 BL-NAME                PIC X(30).
015600     05 FILLER                 PIC X(02) VALUE SPACES.
015700     05 BL-OLD-REF             PIC X(16).
015800     05 FILLER                 PIC X(02) VALUE SPACES.
015900     05 BL-NEW-REF             PIC X(16).
016000 PROCEDURE DIVISION.
016100*--------------------------------------------------------------
016200* 0000-MAINLINE
016300*--------------------------------------------------------------
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016600     PERFORM 2000-APPLY-ONE-TRANS
016700        THRU 2000-APPLY-ONE-TRANS-EXIT
016800        UNTIL END-OF-TRANS
016900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
017000     IF WS-REJECTED-COUNT > ZERO
017100        MOVE 4 TO RETURN-CODE
017200     END-IF
017300     STOP RUN.
017400*--------------------------------------------------------------
017500* 1000-INITIALIZE
017600*--------------------------------------------------------------
017700 1000-INITIALIZE.
017800     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
017900     OPEN OUTPUT MAINT-RPT-FILE
018000*    WHO IS RUNNING THIS, AND ARE THEY ALLOWED TO
018100     MOVE "MRCHMNT" TO RP-PROGRAM-ID
018200     MOVE "OPERATOR" TO RP-KEYWORD
018300     MOVE "BATCH" TO RP-DEFAULT
018400     CALL "RUNPARM" USING RUN-PARM-CONTROL
018500     MOVE RP-VALUE(1:8) TO WS-OPERATOR
018600     MOVE WS-OPERATOR TO OA-OPERATOR
018700     MOVE "MERCHMNT" TO OA-FUNCTION
018800     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
018900     EVALUATE TRUE
019000        WHEN OA-AUTHORIZED
019100           CONTINUE
019200        WHEN OA-NO-SECURITY
019300           MOVE "NO OPERSEC FILE - AUTHORITY NOT VERIFIED"
019400              TO MAINT-RPT-RECORD
019500           WRITE MAINT-RPT-RECORD
019600        WHEN OTHER
019700           MOVE "OPERATOR NOT AUTHORIZED FOR MERCHMNT - RUN ENDED"
019800              TO MAINT-RPT-RECORD
019900           WRITE MAINT-RPT-RECORD
020000           CLOSE MAINT-RPT-FILE
020100           MOVE 8 TO RETURN-CODE
020200           STOP RUN
020300     END-EVALUATE
020400     MOVE SPACES TO MAINT-RPT-RECORD
020500     STRING "OPERATOR: " DELIMITED BY SIZE
020600        WS-OPERATOR DELIMITED BY SIZE
020700        INTO MAINT-RPT-RECORD
020800     END-STRING
020900     WRITE MAINT-RPT-RECORD
021000     OPEN I-O MERCHANT-MASTER-FILE
021100     IF WS-MERCHMST-STATUS = "35"
021200        OPEN OUTPUT MERCHANT-MASTER-FILE
021300        CLOSE MERCHANT-MASTER-FILE
021400        OPEN I-O MERCHANT-MASTER-FILE
021500     END-IF
021600     OPEN INPUT MERCH-TRANS-FILE
021700     IF WS-MERCHTRN-STATUS NOT = "00"
021800        SET END-OF-TRANS TO TRUE
021900     ELSE
022000        PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT
022100     END-IF.
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* 2000-APPLY-ONE-TRANS - FULL EDITS FIRST, THEN THE MASTER
022600*          UPDATE, THEN THE BEFORE/AFTER AUDIT ROW
022700*--------------------------------------------------------------
022800 2000-APPLY-ONE-TRANS.
022900     ADD 1 TO WS-TRANS-READ
023000     MOVE SPACES TO WS-MAINT-DETAIL-LINE
023100     MOVE MT-ACTION TO MD-ACTION
023200     MOVE MT-MERCHANT-ID TO MD-MERCHANT-ID
023300     IF MT-MERCHANT-ID = SPACES
023400        ADD 1 TO WS-REJECTED-COUNT
023500        MOVE "MERCHANT ID MISSING" TO MD-RESULT
023600        GO TO 2000-APPLY-ONE-TRANS-NEXT
023700     END-IF
023800     EVALUATE FUNCTION UPPER-CASE(MT-ACTION)
023900        WHEN "ADD"
024000           PERFORM 3000-ADD-MERCHANT THRU 3000-ADD-MERCHANT-EXIT
024100        WHEN "CHANGE"
024200           PERFORM 4000-CHANGE-MERCHANT
024300              THRU 4000-CHANGE-MERCHANT-EXIT
024400        WHEN "DELETE"
024500           PERFORM 5000-DELETE-MERCHANT
024600              THRU 5000-DELETE-MERCHANT-EXIT
024700        WHEN "HOLD"
024800           PERFORM 5500-HOLD-MERCHANT THRU 5500-HOLD-MERCHANT-EXIT
024900        WHEN "RELEASE"
025000           PERFORM 5600-RELEASE-MERCHANT
025100              THRU 5600-RELEASE-MERCHANT-EXIT
025200        WHEN OTHER
025300           ADD 1 TO WS-REJECTED-COUNT
025400           MOVE "UNKNOWN ACTION" TO MD-RESULT
025500     END-EVALUATE.
025600 2000-APPLY-ONE-TRANS-NEXT.
025700     WRITE MAINT-RPT-RECORD FROM WS-MAINT-DETAIL-LINE
025800     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
025900 2000-APPLY-ONE-TRANS-EXIT.
026000     EXIT.
026100 2100-READ-TRANS.
026200     READ MERCH-TRANS-FILE
026300        AT END SET END-OF-TRANS TO TRUE
026400     END-READ.
026500 2100-READ-TRANS-EXIT.
026600     EXIT.
026700*--------------------------------------------------------------
026800* 3000-ADD-MERCHANT - A DUPLICATE ADD REJECTS; A NEW MERCHANT
026900*          NEEDS A NAME, A NUMERIC RATE, AND A BANK REFERENCE
027000*          THAT PASSES THE CHECK DIGITS. IT STARTS OFF HOLD.
027100*--------------------------------------------------------------
027200 3000-ADD-MERCHANT.
027300     IF MT-NAME = SPACES
027400        ADD 1 TO WS-REJECTED-COUNT
027500        MOVE "MERCHANT NAME MISSING" TO MD-RESULT
027600        GO TO 3000-ADD-MERCHANT-EXIT
027700     END-IF
027800     IF MT-DISCOUNT-RATE IS NOT NUMERIC
027900        ADD 1 TO WS-REJECTED-COUNT
028000        MOVE "DISCOUNT RATE NOT NUMERIC" TO MD-RESULT
028100        GO TO 3000-ADD-MERCHANT-EXIT
028200     END-IF
028300     PERFORM 7000-CHECK-BANK-REF THRU 7000-CHECK-BANK-REF-EXIT
028400     IF NOT BANK-REF-VALID
028500        ADD 1 TO WS-REJECTED-COUNT
028600        MOVE "BANK REFERENCE FAILS CHECK DIGITS" TO MD-RESULT
028700        GO TO 3000-ADD-MERCHANT-EXIT
028800     END-IF
028900     MOVE MT-MERCHANT-ID TO MM-MERCHANT-ID
029000     MOVE MT-NAME TO MM-NAME
029010     MOVE MT-DISCOUNT-RATE-N TO MM-DISCOUNT-RATE
029020     MOVE "N" TO MM-HOLD-FLAG
029300     MOVE MT-BANK-REF TO MM-BANK-REF
029310     MOVE MT-CALENDAR-ID TO MM-CALENDAR-ID
029400     WRITE MERCHANT-MASTER-RECORD
029500        INVALID KEY
029600           ADD 1 TO WS-REJECTED-COUNT
029700           MOVE "DUPLICATE - MERCHANT ALREADY ON FILE"
029800              TO MD-RESULT
029900        NOT INVALID KEY
030000           ADD 1 TO WS-APPLIED-COUNT
030100           MOVE "ADDED" TO MD-RESULT
030200           MOVE SPACES TO WS-BEFORE-IMAGE
030300           MOVE "WRITE" TO IJ-ACTION
030400           PERFORM 6000-JOURNAL-TRANS
030500              THRU 6000-JOURNAL-TRANS-EXIT
030600           MOVE SPACES TO WS-OLD-BANK-REF
030700           PERFORM 6100-NOTE-BANK-CHANGE
030800              THRU 6100-NOTE-BANK-CHANGE-EXIT
030900     END-WRITE.
031000 3000-ADD-MERCHANT-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------
031300* 4000-CHANGE-MERCHANT - A CHANGE TO A MISSING MERCHANT REJECTS.
031400*          ONLY THE FIELDS SUPPLIED CHANGE; THE HOLD FLAG MOVES
031500*          ONLY THROUGH HOLD AND RELEASE. THE AUDIT ROW CARRIES
031600*          THE TRUE BEFORE IMAGE.
031700*--------------------------------------------------------------
031800 4000-CHANGE-MERCHANT.
031900     IF MT-DISCOUNT-RATE NOT = SPACES
032000        AND MT-DISCOUNT-RATE IS NOT NUMERIC
032100        ADD 1 TO WS-REJECTED-COUNT
032200        MOVE "DISCOUNT RATE NOT NUMERIC" TO MD-RESULT
032300        GO TO 4000-CHANGE-MERCHANT-EXIT
032400     END-IF
032500     IF MT-BANK-REF NOT = SPACES
032600        PERFORM 7000-CHECK-BANK-REF THRU 7000-CHECK-BANK-REF-EXIT
032700        IF NOT BANK-REF-VALID
032800           ADD 1 TO WS-REJECTED-COUNT
032900           MOVE "BANK REFERENCE FAILS CHECK DIGITS" TO MD-RESULT
033000           GO TO 4000-CHANGE-MERCHANT-EXIT
033100        END-IF
033200     END-IF
033300     MOVE MT-MERCHANT-ID TO MM-MERCHANT-ID
033400     READ MERCHANT-MASTER-FILE
033500        INVALID KEY
033600           ADD 1 TO WS-REJECTED-COUNT
033700           MOVE "MERCHANT NOT ON FILE" TO MD-RESULT
033800           GO TO 4000-CHANGE-MERCHANT-EXIT
033900     END-READ
034000     MOVE MERCHANT-MASTER-RECORD TO WS-BEFORE-IMAGE
034100     MOVE MM-BANK-REF TO WS-OLD-BANK-REF
034200     IF MT-NAME NOT = SPACES
034300        MOVE MT-NAME TO MM-NAME
034400     END-IF
034500     IF MT-DISCOUNT-RATE IS NUMERIC
034510        MOVE MT-DISCOUNT-RATE-N TO MM-DISCOUNT-RATE
034700     END-IF
034800     IF MT-BANK-REF NOT = SPACES
034900        MOVE MT-BANK-REF TO MM-BANK-REF
035000     END-IF
035010     IF MT-CALENDAR-ID NOT = SPACES
035020        MOVE MT-CALENDAR-ID TO MM-CALENDAR-ID
035030     END-IF
035100     REWRITE MERCHANT-MASTER-RECORD
035200        INVALID KEY
035300           ADD 1 TO WS-REJECTED-COUNT
035400           MOVE "REWRITE FAILED" TO MD-RESULT
035500        NOT INVALID KEY
035600           ADD 1 TO WS-APPLIED-COUNT
035700           MOVE "CHANGED" TO MD-RESULT
035800           MOVE "REWRITE" TO IJ-ACTION
035900           PERFORM 6000-JOURNAL-TRANS
036000              THRU 6000-JOURNAL-TRANS-EXIT
036100           IF MM-BANK-REF NOT = WS-OLD-BANK-REF
036200              MOVE "CHANGED - BANK REFERENCE ON SIGN-OFF PAGE"
036300                 TO MD-RESULT
036400              PERFORM 6100-NOTE-BANK-CHANGE
036500                 THRU 6100-NOTE-BANK-CHANGE-EXIT
036600           END-IF
036700     END-REWRITE.
036800 4000-CHANGE-MERCHANT-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------
037100* 5000-DELETE-MERCHANT - A DELETE OF A MISSING MERCHANT REJECTS.
037200*          THE BANK REFERENCE GOING AWAY IS A BANK CHANGE TOO.
037300*--------------------------------------------------------------
037400 5000-DELETE-MERCHANT.
037500     MOVE MT-MERCHANT-ID TO MM-MERCHANT-ID
037600     READ MERCHANT-MASTER-FILE
037700        INVALID KEY
037800           ADD 1 TO WS-REJECTED-COUNT
037900           MOVE "MERCHANT NOT ON FILE" TO MD-RESULT
038000           GO TO 5000-DELETE-MERCHANT-EXIT
038100     END-READ
038200     MOVE MERCHANT-MASTER-RECORD TO WS-BEFORE-IMAGE
038300     MOVE MM-BANK-REF TO WS-OLD-BANK-REF
038400     DELETE MERCHANT-MASTER-FILE RECORD
038500        INVALID KEY
038600           ADD 1 TO WS-REJECTED-COUNT
038700           MOVE "DELETE FAILED" TO MD-RESULT
038800        NOT INVALID KEY
038900           ADD 1 TO WS-APPLIED-COUNT
039000           MOVE "DELETED" TO MD-RESULT
039100           MOVE "DELETE" TO IJ-ACTION
039200           MOVE SPACES TO MERCHANT-MASTER-RECORD
039300           MOVE MT-MERCHANT-ID TO MM-MERCHANT-ID
039400           PERFORM 6000-JOURNAL-TRANS
039500              THRU 6000-JOURNAL-TRANS-EXIT
039600           MOVE WS-BEFORE-IMAGE(9:30) TO MM-NAME
039700           PERFORM 6100-NOTE-BANK-CHANGE
039800              THRU 6100-NOTE-BANK-CHANGE-EXIT
039900     END-DELETE.
040000 5000-DELETE-MERCHANT-EXIT.
040100     EXIT.
040200*--------------------------------------------------------------
040300* 5500-HOLD-MERCHANT - STOP PAYMENT; SETTLEMENT CARRIES THE
040400*          MERCHANT'S NET ON THE HELD-FUNDS LEDGER FROM TONIGHT
040500*--------------------------------------------------------------
040600 5500-HOLD-MERCHANT.
040700     MOVE MT-MERCHANT-ID TO MM-MERCHANT-ID
040800     READ MERCHANT-MASTER-FILE
040900        INVALID KEY
041000           ADD 1 TO WS-REJECTED-COUNT
041100           MOVE "MERCHANT NOT ON FILE" TO MD-RESULT
041200           GO TO 5500-HOLD-MERCHANT-EXIT
041300     END-READ
041400     IF MERCHANT-ON-HOLD
041500        ADD 1 TO WS-REJECTED-COUNT
041600        MOVE "MERCHANT ALREADY ON HOLD" TO MD-RESULT
041700        GO TO 5500-HOLD-MERCHANT-EXIT
041800     END-IF
041900     MOVE MERCHANT-MASTER-RECORD TO WS-BEFORE-IMAGE
042000     MOVE "Y" TO MM-HOLD-FLAG
042100     REWRITE MERCHANT-MASTER-RECORD
042200        INVALID KEY
042300           ADD 1 TO WS-REJECTED-COUNT
042400           MOVE "REWRITE FAILED" TO MD-RESULT
042500        NOT INVALID KEY
042600           ADD 1 TO WS-APPLIED-COUNT
042700           MOVE "PLACED ON HOLD" TO MD-RESULT
042800           MOVE "REWRITE" TO IJ-ACTION
042900           PERFORM 6000-JOURNAL-TRANS
043000              THRU 6000-JOURNAL-TRANS-EXIT
043100     END-REWRITE.
043200 5500-HOLD-MERCHANT-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------
043500* 5600-RELEASE-MERCHANT - CLEAR THE HOLD; THE NEXT SETTLEMENT
043600*          RELEASES EVERYTHING HELD
043700*--------------------------------------------------------------
043800 5600-RELEASE-MERCHANT.
043900     MOVE MT-MERCHANT-ID TO MM-MERCHANT-ID
044000     READ MERCHANT-MASTER-FILE
044100        INVALID KEY
044200           ADD 1 TO WS-REJECTED-COUNT
044300           MOVE "MERCHANT NOT ON FILE" TO MD-RESULT
044400           GO TO 5600-RELEASE-MERCHANT-EXIT
044500     END-READ
044600     IF NOT MERCHANT-ON-HOLD
044700        ADD 1 TO WS-REJECTED-COUNT
044800        MOVE "MERCHANT NOT ON HOLD" TO MD-RESULT
044900        GO TO 5600-RELEASE-MERCHANT-EXIT
045000     END-IF
045100     MOVE MERCHANT-MASTER-RECORD TO WS-BEFORE-IMAGE
045200     MOVE "N" TO MM-HOLD-FLAG
045300     REWRITE MERCHANT-MASTER-RECORD
045400        INVALID KEY
045500           ADD 1 TO WS-REJECTED-COUNT
045600           MOVE "REWRITE FAILED" TO MD-RESULT
045700        NOT INVALID KEY
045800           ADD 1 TO WS-APPLIED-COUNT
045900           MOVE "HOLD RELEASED" TO MD-RESULT
046000           MOVE "REWRITE" TO IJ-ACTION
046100           PERFORM 6000-JOURNAL-TRANS
046200              THRU 6000-JOURNAL-TRANS-EXIT
046300     END-REWRITE.
046400 5600-RELEASE-MERCHANT-EXIT.
046500     EXIT.
046600*--------------------------------------------------------------
046700* 6000-JOURNAL-TRANS - ONE BEFORE/AFTER IMAGE ROW PER APPLIED
046800*          TRANSACTION ON THE SHARED JOURNAL. A DELETE'S AFTER
046900*          IMAGE IS BLANK.
047000*--------------------------------------------------------------
047100 6000-JOURNAL-TRANS.
047200     OPEN EXTEND IMAGE-JOURNAL-FILE
047300     IF WS-IMGJRNL-STATUS = "35"
047400        OPEN OUTPUT IMAGE-JOURNAL-FILE
047500     END-IF
047600     MOVE SPACES TO IMAGE-JOURNAL-RECORD
047700     MOVE "MERCHMST" TO IJ-FILE-NAME
047800     MOVE MT-MERCHANT-ID TO IJ-RECORD-KEY
047900     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
048000     IF IJ-ACTION = "DELETE"
048100        MOVE SPACES TO IJ-AFTER-IMAGE
048200     ELSE
048300        MOVE MERCHANT-MASTER-RECORD TO IJ-AFTER-IMAGE
048400     END-IF
048500     MOVE "MRCHMNT" TO IJ-PROGRAM
048600     MOVE WS-OPERATOR TO IJ-OPERATOR
048700     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
048800     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD
048900     CLOSE IMAGE-JOURNAL-FILE.
049000 6000-JOURNAL-TRANS-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------
049300* 6100-NOTE-BANK-CHANGE - HOLD AN APPLIED BANK-REFERENCE CHANGE
049400*          FOR THE TREASURY SIGN-OFF PAGE
049500*--------------------------------------------------------------
049600 6100-NOTE-BANK-CHANGE.
049700     IF WS-BANK-CHG-COUNT NOT < 500
049800        ADD 1 TO WS-BANK-CHG-DROPPED
049900        GO TO 6100-NOTE-BANK-CHANGE-EXIT
050000     END-IF
050100     ADD 1 TO WS-BANK-CHG-COUNT
050200     MOVE FUNCTION UPPER-CASE(MT-ACTION)
050300        TO WS-BC-ACTION(WS-BANK-CHG-COUNT)
050400     MOVE MT-MERCHANT-ID TO WS-BC-MERCHANT-ID(WS-BANK-CHG-COUNT)
050500     MOVE MM-NAME TO WS-BC-NAME(WS-BANK-CHG-COUNT)
050600     MOVE WS-OLD-BANK-REF TO WS-BC-OLD-REF(WS-BANK-CHG-COUNT)
050700     MOVE MM-BANK-REF TO WS-BC-NEW-REF(WS-BANK-CHG-COUNT).
050800 6100-NOTE-BANK-CHANGE-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------
051100* 7000-CHECK-BANK-REF - IBAN-STYLE CHECK OF MT-BANK-REF: TWO
051200*          LETTERS, TWO CHECK DIGITS, THEN LETTERS OR DIGITS
051300*          WITH NO EMBEDDED BLANKS, AND THE MOD-97 TEST
051400*--------------------------------------------------------------
051500 7000-CHECK-BANK-REF.
051600     MOVE "N" TO WS-IBAN-VALID-SW
051700     MOVE FUNCTION UPPER-CASE(MT-BANK-REF) TO WS-IBAN-WORK
051800     MOVE ZERO TO WS-IBAN-LEN
051900     INSPECT WS-IBAN-WORK TALLYING WS-IBAN-LEN
052000        FOR CHARACTERS BEFORE INITIAL SPACE
052100     IF WS-IBAN-LEN < 5
052200        GO TO 7000-CHECK-BANK-REF-EXIT
052300     END-IF
052400     IF WS-IBAN-LEN < 16
052500        IF WS-IBAN-WORK(WS-IBAN-LEN + 1:) NOT = SPACES
052600           GO TO 7000-CHECK-BANK-REF-EXIT
052700        END-IF
052800     END-IF
052900     IF WS-IBAN-WORK(1:2) IS NOT ALPHABETIC-UPPER
053000        OR WS-IBAN-WORK(3:2) IS NOT NUMERIC
053100        GO TO 7000-CHECK-BANK-REF-EXIT
053200     END-IF
053300     MOVE SPACES TO WS-IBAN-REARRANGED
053400     STRING WS-IBAN-WORK(5:WS-IBAN-LEN - 4) DELIMITED BY SIZE
053500        WS-IBAN-WORK(1:4) DELIMITED BY SIZE
053600        INTO WS-IBAN-REARRANGED
053700     END-STRING
053800     MOVE ZERO TO WS-IBAN-REMAINDER
053900     SET BANK-REF-VALID TO TRUE
054000     PERFORM 7100-MOD97-ONE-CHAR THRU 7100-MOD97-ONE-CHAR-EXIT
054100        VARYING WS-IBAN-SCAN FROM 1 BY 1
054200        UNTIL WS-IBAN-SCAN > WS-IBAN-LEN
054300           OR NOT BANK-REF-VALID
054400     IF WS-IBAN-REMAINDER NOT = 1
054500        MOVE "N" TO WS-IBAN-VALID-SW
054600     END-IF.
054700 7000-CHECK-BANK-REF-EXIT.
054800     EXIT.
054900*--------------------------------------------------------------
055000* 7100-MOD97-ONE-CHAR - FOLD ONE CHARACTER INTO THE RUNNING
055100*          REMAINDER: A DIGIT SHIFTS ONE PLACE, A LETTER (10-35)
055200*          SHIFTS TWO. ANY OTHER CHARACTER FAILS THE REFERENCE.
055300*--------------------------------------------------------------
055400 7100-MOD97-ONE-CHAR.
055500     MOVE WS-IBAN-REARRANGED(WS-IBAN-SCAN:1) TO WS-IBAN-CHAR
055600     IF WS-IBAN-CHAR IS NUMERIC
055700        MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
055800        COMPUTE WS-IBAN-ACCUM =
055900           WS-IBAN-REMAINDER * 10 + WS-IBAN-DIGIT
056000     ELSE
056100        IF WS-IBAN-CHAR IS NOT ALPHABETIC-UPPER
056200           OR WS-IBAN-CHAR = SPACE
056300           MOVE "N" TO WS-IBAN-VALID-SW
056400           GO TO 7100-MOD97-ONE-CHAR-EXIT
056500        END-IF
056600        MOVE ZERO TO WS-IBAN-LETTER-POS
056700        INSPECT WS-IBAN-LETTERS TALLYING WS-IBAN-LETTER-POS
056800           FOR CHARACTERS BEFORE INITIAL WS-IBAN-CHAR
056900        COMPUTE WS-IBAN-ACCUM =
057000           WS-IBAN-REMAINDER * 100 + WS-IBAN-LETTER-POS + 10
057100     END-IF
057200     DIVIDE WS-IBAN-ACCUM BY 97 GIVING WS-IBAN-QUOTIENT
057300        REMAINDER WS-IBAN-REMAINDER.
057400 7100-MOD97-ONE-CHAR-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------
057700* 8000-WRITE-BANK-PAGE - THE TREASURY SIGN-OFF PAGE: EVERY BANK
057800*          REFERENCE ADDED, CHANGED, OR REMOVED THIS RUN, OLD
057900*          AND NEW, WITH THE SIGN-OFF LINES
058000*--------------------------------------------------------------
058100 8000-WRITE-BANK-PAGE.
058200     MOVE SPACES TO MAINT-RPT-RECORD
058300     STRING "BANK REFERENCE CHANGES - TREASURY SIGN-OFF  RUN "
058400           DELIMITED BY SIZE
058500        WS-JA-START-TIMESTAMP(1:8) DELIMITED BY SIZE
058600        "  OPERATOR " DELIMITED BY SIZE
058700        WS-OPERATOR DELIMITED BY SIZE
058800        INTO MAINT-RPT-RECORD
058900     END-STRING
059000     WRITE MAINT-RPT-RECORD AFTER ADVANCING PAGE
059100     WRITE MAINT-RPT-RECORD FROM WS-BANK-CHG-HEADING
059200     IF WS-BANK-CHG-COUNT = ZERO
059300        MOVE "NO BANK REFERENCE CHANGES THIS RUN"
059400           TO MAINT-RPT-RECORD
059500        WRITE MAINT-RPT-RECORD
059600     END-IF
059700     PERFORM 8100-WRITE-ONE-BANK-CHG
059800        THRU 8100-WRITE-ONE-BANK-CHG-EXIT
059900        VARYING WS-BANK-CHG-SCAN FROM 1 BY 1
060000        UNTIL WS-BANK-CHG-SCAN > WS-BANK-CHG-COUNT
060100     IF WS-BANK-CHG-DROPPED > ZERO
060200        MOVE SPACES TO WS-MAINT-TOTAL-LINE
060300        MOVE "NOT LISTED  :" TO MT-LABEL
060400        MOVE WS-BANK-CHG-DROPPED TO MT-COUNT
060500        WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
060600     END-IF
060700     MOVE SPACES TO MAINT-RPT-RECORD
060800     WRITE MAINT-RPT-RECORD
060900     MOVE "REVIEWED BY TREASURY: ____________________"
061000        TO MAINT-RPT-RECORD
061100     WRITE MAINT-RPT-RECORD
061200     MOVE "DATE REVIEWED       : ____________________"
061300        TO MAINT-RPT-RECORD
061400     WRITE MAINT-RPT-RECORD.
061500 8000-WRITE-BANK-PAGE-EXIT.
061600     EXIT.
061700*--------------------------------------------------------------
061800* 8100-WRITE-ONE-BANK-CHG
061900*--------------------------------------------------------------
062000 8100-WRITE-ONE-BANK-CHG.
062100     MOVE SPACES TO WS-BANK-CHG-LINE
062200     MOVE WS-BC-ACTION(WS-BANK-CHG-SCAN) TO BL-ACTION
062300     MOVE WS-BC-MERCHANT-ID(WS-BANK-CHG-SCAN) TO BL-MERCHANT-ID
062400     MOVE WS-BC-NAME(WS-BANK-CHG-SCAN) TO BL-NAME
062500     MOVE WS-BC-OLD-REF(WS-BANK-CHG-SCAN) TO BL-OLD-REF
062600     MOVE WS-BC-NEW-REF(WS-BANK-CHG-SCAN) TO BL-NEW-REF
062700     WRITE MAINT-RPT-RECORD FROM WS-BANK-CHG-LINE.
062800 8100-WRITE-ONE-BANK-CHG-EXIT.
062900     EXIT.
063000*--------------------------------------------------------------
063100* 9000-FINISH - SUMMARY, TREASURY PAGE, CLOSE, JOB-ACCOUNTING ROW
063200*--------------------------------------------------------------
063300 9000-FINISH.
063400     IF WS-MERCHTRN-STATUS = "00" OR WS-MERCHTRN-STATUS = "10"
063500        CLOSE MERCH-TRANS-FILE
063600     END-IF
063700     CLOSE MERCHANT-MASTER-FILE
063800     MOVE SPACES TO WS-MAINT-TOTAL-LINE
063900     MOVE "APPLIED     :" TO MT-LABEL
064000     MOVE WS-APPLIED-COUNT TO MT-COUNT
064100     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
064200     MOVE "REJECTED    :" TO MT-LABEL
064300     MOVE WS-REJECTED-COUNT TO MT-COUNT
064400     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
064500     MOVE "BANK CHANGES:" TO MT-LABEL
064600     MOVE WS-BANK-CHG-COUNT TO MT-COUNT
064700     WRITE MAINT-RPT-RECORD FROM WS-MAINT-TOTAL-LINE
064800     PERFORM 8000-WRITE-BANK-PAGE THRU 8000-WRITE-BANK-PAGE-EXIT
064900     CLOSE MAINT-RPT-FILE
065000     OPEN EXTEND JOB-ACCT-FILE
065100     IF WS-JOBACCT-STATUS = "35"
065200        OPEN OUTPUT JOB-ACCT-FILE
065300        CLOSE JOB-ACCT-FILE
065400        OPEN EXTEND JOB-ACCT-FILE
065500     END-IF
065600     MOVE "MRCHMNT" TO JA-PROGRAM-NAME
065700     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
065800     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
065900     MOVE "COMPLETED" TO JA-RETURN-STATUS
066000     MOVE WS-TRANS-READ TO JA-RECORD-COUNT
066100     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
066200     CLOSE JOB-ACCT-FILE.
066300 9000-FINISH-EXIT.
066400     EXIT.
