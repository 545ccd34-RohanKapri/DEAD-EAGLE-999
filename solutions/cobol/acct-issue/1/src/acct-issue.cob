000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCT-ISSUE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. ISSUES A BLOCK OF CHECK-DIGITED
001100*                 MEMBER ACCOUNT NUMBERS FOR THE LOYALTY TEAM.
001200*                 EACH BASE NUMBER (RUNCTL ACCTISSU PREFIX
001300*                 FOLLOWED BY THE 10-DIGIT SERIAL) IS DRAWN FROM
001400*                 THE SERRANGE SERVICE UNDER THE NAMED RANGE
001500*                 (RUNCTL RANGE, DEFAULT LOYALTY), RUNCTL COUNT
001600*                 NUMBERS PER RUN. THE CHECK DIGIT IS APPENDED
001700*                 BY THE LUHN PROGRAM'S OWN ROUTINE THROUGH ITS
001800*                 LUHN-CHECK-DIGIT ENTRY POINT, BY THE METHOD
001900*                 NAMED ON RUNCTL METHOD (LUHN OR ALTWGT, AS ON
002000*                 THE LUHN RUN), AND EVERY NUMBER IS THEN PUT
002100*                 BACK THROUGH THE SAME CHECK AS A SELF-PROOF
002200*                 BEFORE IT IS RELEASED TO THE ISSUED-NUMBERS
002300*                 FILE (ACCTISS). THE REGISTER (ACCTREG) LISTS
002400*                 EVERY SERIAL DRAWN. A RANGE THAT RUNS OUT
002500*                 BEFORE THE COUNT IS MET ENDS WITH RETURN CODE
002600*                 4; AN UNKNOWN RANGE OR METHOD, OR ANY NUMBER
002700*                 THAT FAILS ITS PROOF, ENDS WITH 8.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 REPOSITORY.
003200     FUNCTION ALL INTRINSIC.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ISSUED-OUT-FILE ASSIGN TO "ACCTISS"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ACCTISS-STATUS.
003800     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-JOBACCT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ISSUED-OUT-FILE
004400     RECORDING MODE IS F.
004500 01  ISSUED-OUT-RECORD.
004600     05 IO-ACCOUNT-NO          PIC X(20).
004700     05 FILLER                 PIC X(01).
004800     05 IO-RANGE-NAME          PIC X(12).
004900     05 FILLER                 PIC X(01).
005000     05 IO-SERIAL              PIC 9(10).
005100     05 FILLER                 PIC X(01).
005200     05 IO-METHOD              PIC X(08).
005300     05 FILLER                 PIC X(01).
005400     05 IO-ISSUE-DATE          PIC X(08).
005500 FD  JOB-ACCT-FILE
005600     RECORDING MODE IS F.
005700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
005800 WORKING-STORAGE SECTION.
005900*--------------------------------------------------------------
006000* FILE STATUS AND RUN CONTROLS
006100*--------------------------------------------------------------
006200 77  WS-ACCTISS-STATUS         PIC XX.
006300 77  WS-JOBACCT-STATUS         PIC XX.
006400 77  WS-ABANDON-SW             PIC X(01) VALUE "N".
006500     88 RUN-ABANDONED          VALUE "Y".
006600 77  WS-STOP-SW                PIC X(01) VALUE "N".
006700     88 ISSUE-STOPPED          VALUE "Y".
006800 77  WS-WARN-SW                PIC X(01) VALUE "N".
006900     88 RANGE-AT-WARNING       VALUE "Y".
007000 77  WS-JA-START-TIMESTAMP     PIC X(14).
007100 77  WS-RUN-DATE               PIC X(08).
007200*--------------------------------------------------------------
007300* RUNCTL SETTINGS - ACCTISSU RANGE, COUNT, METHOD, PREFIX
007400*--------------------------------------------------------------
007500 77  WS-RANGE-NAME             PIC X(12) VALUE "LOYALTY".
007600 77  WS-ISSUE-COUNT            PIC 9(05) VALUE 100.
007700 77  WS-METHOD                 PIC X(08) VALUE "LUHN".
007800     88 METHOD-KNOWN           VALUE "LUHN" "ALTWGT".
007900 77  WS-PREFIX                 PIC X(06) VALUE SPACES.
008000 77  WS-PREFIX-LENGTH          PIC 9(02) BINARY.
008010 77  WS-PREFIX-OK-SW           PIC X(01) VALUE "Y".
008020     88 PREFIX-VALID           VALUE "Y".
008100 77  WS-ISSUE-SEQ              PIC 9(05) BINARY.
008200*--------------------------------------------------------------
008300* CHECK-DIGIT SERVICE LINKAGE (LUHN-CHECK-DIGIT ENTRY POINT)
008400*--------------------------------------------------------------
008500 01  CHECK-DIGIT-LINKAGE-RECORD.
008600     05 CD-FUNCTION            PIC X(01).
008700        88 CD-GENERATE         VALUE "G".
008800        88 CD-VALIDATE         VALUE "V".
008900     05 CD-METHOD              PIC X(08).
009000     05 CD-NUMBER              PIC X(32).
009100     05 CD-CHECK-DIGIT         PIC X(01).
009200     05 CD-RESULT              PIC X(01).
009300 77  WS-ACCOUNT-NO             PIC X(32).
009400 77  WS-CHECK-DIGIT            PIC X(01).
009500 77  WS-PROOF-SW               PIC X(01).
009600     88 PROOF-PASSED           VALUE "Y".
009700 COPY JOBACCT.
009800 COPY RUNPARM.
009900 COPY SERRANGE.
010000 COPY RPTWRITE.
010100 01  WS-RPT-DETAIL             PIC X(100).
010200*--------------------------------------------------------------
010300* RUN TOTALS
010400*--------------------------------------------------------------
010500 77  WS-DRAWN                  PIC 9(05) BINARY VALUE ZERO.
010600 77  WS-ISSUED                 PIC 9(05) BINARY VALUE ZERO.
010700 77  WS-FAILED-PROOF           PIC 9(05) BINARY VALUE ZERO.
010800 77  WS-NOT-ISSUED             PIC 9(05) BINARY VALUE ZERO.
010900*--------------------------------------------------------------
011000* REPORT LINES
011100*--------------------------------------------------------------
011200 01  WS-ISSUE-LINE.
011300     05 IL-SEQ                 PIC ZZZZ9.
011400     05 FILLER                 PIC X(02) VALUE SPACES.
011500     05 IL-SERIAL              PIC 9(10).
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 IL-ACCOUNT-NO          PIC X(20).
011800     05 FILLER                 PIC X(02) VALUE SPACES.
011900     05 IL-CHECK-DIGIT         PIC X(01).
012000     05 FILLER                 PIC X(05) VALUE SPACES.
012100     05 IL-STATUS              PIC X(20).
012200 01  WS-TOTAL-LINE.
012300     05 TT-LABEL               PIC X(20).
012400     05 TT-COUNT               PIC ZZZZ9.
012500 PROCEDURE DIVISION.
012600*--------------------------------------------------------------
012700* 0000-MAINLINE
012800*--------------------------------------------------------------
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013100     IF RUN-ABANDONED
013200        PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
013300        MOVE 8 TO RETURN-CODE
013400        STOP RUN
013500     END-IF
013600     PERFORM 2000-ISSUE-ONE THRU 2000-ISSUE-ONE-EXIT
013700        VARYING WS-ISSUE-SEQ FROM 1 BY 1
013800        UNTIL WS-ISSUE-SEQ > WS-ISSUE-COUNT
013900           OR ISSUE-STOPPED
014000     PERFORM 6000-WRITE-TOTALS THRU 6000-WRITE-TOTALS-EXIT
014100     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
014200     IF WS-NOT-ISSUED > ZERO
014300        MOVE 4 TO RETURN-CODE
014400     END-IF
014500     IF RUN-ABANDONED OR WS-FAILED-PROOF > ZERO
014600        MOVE 8 TO RETURN-CODE
014700     END-IF
014800     STOP RUN.
014900*--------------------------------------------------------------
015000* 1000-INITIALIZE - RUN SETTINGS, REPORT AND OUTPUT FILE
015100*--------------------------------------------------------------
015200 1000-INITIALIZE.
015300     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
015400     MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-RUN-DATE
015500     MOVE "O" TO RPT-REQUEST
015600     MOVE "ACCTISSU" TO RPT-PROGRAM-ID
015700     MOVE "ACCTREG" TO RPT-REPORT-NAME
015800     MOVE "ACCOUNT NUMBER ISSUANCE REGISTER" TO RPT-TITLE
015900     MOVE "  SEQ  SERIAL      ACCOUNT NUMBER        CD     PROOF"
016000        TO RPT-COL-HEADING
016100     MOVE 60 TO RPT-LINES-PER-PAGE
016200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
016300     MOVE "D" TO RPT-REQUEST
016400     OPEN OUTPUT ISSUED-OUT-FILE
016500     PERFORM 1100-LOAD-SETTINGS THRU 1100-LOAD-SETTINGS-EXIT
016600     IF NOT METHOD-KNOWN
016700        STRING "UNKNOWN CHECK-DIGIT METHOD " DELIMITED BY SIZE
016800           WS-METHOD DELIMITED BY SPACE
016900           " - NOTHING ISSUED" DELIMITED BY SIZE
017000           INTO WS-RPT-DETAIL
017100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
017200        SET RUN-ABANDONED TO TRUE
017300        GO TO 1000-INITIALIZE-EXIT
017400     END-IF
017410     IF NOT PREFIX-VALID
017420        MOVE "ACCOUNT PREFIX IS NOT ALL DIGITS - NOTHING ISSUED"
018400           TO WS-RPT-DETAIL
018500        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
018600        SET RUN-ABANDONED TO TRUE
018700        GO TO 1000-INITIALIZE-EXIT
018800     END-IF
018900     MOVE SPACES TO WS-RPT-DETAIL
019000     STRING "RANGE=" DELIMITED BY SIZE
019100        WS-RANGE-NAME DELIMITED BY SPACE
019200        "  COUNT=" DELIMITED BY SIZE
019300        WS-ISSUE-COUNT DELIMITED BY SIZE
019400        "  METHOD=" DELIMITED BY SIZE
019500        WS-METHOD DELIMITED BY SPACE
019600        "  PREFIX=" DELIMITED BY SIZE
019700        WS-PREFIX DELIMITED BY SIZE
019800        INTO WS-RPT-DETAIL
019900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020000     MOVE SPACES TO WS-RPT-DETAIL
020100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
020200 1000-INITIALIZE-EXIT.
020300     EXIT.
020400*--------------------------------------------------------------
020500* 1100-LOAD-SETTINGS - RUNCTL ACCTISSU RANGE, COUNT, METHOD
020600*          AND PREFIX
020700*--------------------------------------------------------------
020800 1100-LOAD-SETTINGS.
020900     MOVE "ACCTISSU" TO RP-PROGRAM-ID
021000     MOVE "RANGE" TO RP-KEYWORD
021100     MOVE "LOYALTY" TO RP-DEFAULT
021200     CALL "RUNPARM" USING RUN-PARM-CONTROL
021300     IF RP-VALUE-FOUND
021400        MOVE RP-VALUE(1:12) TO WS-RANGE-NAME
021500     END-IF
021600     MOVE "COUNT" TO RP-KEYWORD
021700     MOVE SPACES TO RP-DEFAULT
021800     CALL "RUNPARM" USING RUN-PARM-CONTROL
021900     IF RP-VALUE-FOUND AND RP-VALUE(1:5) IS NUMERIC
022000        MOVE RP-VALUE(1:5) TO WS-ISSUE-COUNT
022100     END-IF
022200     MOVE "METHOD" TO RP-KEYWORD
022300     MOVE "LUHN" TO RP-DEFAULT
022400     CALL "RUNPARM" USING RUN-PARM-CONTROL
022500     IF RP-VALUE-FOUND
022600        MOVE RP-VALUE(1:8) TO WS-METHOD
022700     END-IF
022800     MOVE "PREFIX" TO RP-KEYWORD
022900     MOVE SPACES TO RP-DEFAULT
023000     CALL "RUNPARM" USING RUN-PARM-CONTROL
023100     IF RP-VALUE-FOUND
023200        MOVE RP-VALUE(1:6) TO WS-PREFIX
023300     END-IF
023400     MOVE ZERO TO WS-PREFIX-LENGTH
023500     INSPECT WS-PREFIX TALLYING WS-PREFIX-LENGTH
023505        FOR CHARACTERS BEFORE INITIAL SPACE
023510*    THE PREFIX MUST BE DIGITS ONLY, LEFT-JUSTIFIED, NO EMBEDDED
023515*    BLANKS
023520     MOVE "Y" TO WS-PREFIX-OK-SW
023525     IF WS-PREFIX = SPACES
023530        GO TO 1100-LOAD-SETTINGS-EXIT
023535     END-IF
023540     IF WS-PREFIX-LENGTH = ZERO
023545        MOVE "N" TO WS-PREFIX-OK-SW
023550        GO TO 1100-LOAD-SETTINGS-EXIT
023555     END-IF
023560     IF WS-PREFIX(1:WS-PREFIX-LENGTH) IS NOT NUMERIC
023565        MOVE "N" TO WS-PREFIX-OK-SW
023570        GO TO 1100-LOAD-SETTINGS-EXIT
023575     END-IF
023580     IF WS-PREFIX-LENGTH < 6
023585        IF WS-PREFIX(WS-PREFIX-LENGTH + 1:) NOT = SPACES
023590           MOVE "N" TO WS-PREFIX-OK-SW
023595        END-IF
023600     END-IF.
023700 1100-LOAD-SETTINGS-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------
024000* 2000-ISSUE-ONE - DRAW THE NEXT SERIAL, APPEND ITS CHECK
024100*          DIGIT, PROVE IT, AND RELEASE IT ONLY IF THE PROOF
024200*          PASSES. A SERIAL DRAWN BUT NOT RELEASED IS VOID - THE
024300*          RANGE HAS ALREADY MOVED PAST IT.
024400*--------------------------------------------------------------
024500 2000-ISSUE-ONE.
024600     MOVE WS-RANGE-NAME TO SR-RANGE-NAME
024700     MOVE "N" TO SR-REQUEST
024800     CALL "SERRANGE" USING SERIAL-RANGE-CONTROL
024900     EVALUATE SR-STATUS
025000        WHEN "00"
025100           CONTINUE
025200        WHEN "WN"
025300           SET RANGE-AT-WARNING TO TRUE
025400        WHEN "EX"
025500           COMPUTE WS-NOT-ISSUED =
025600              WS-ISSUE-COUNT - WS-ISSUE-SEQ + 1
025700           MOVE SPACES TO WS-RPT-DETAIL
025800           STRING "RANGE " DELIMITED BY SIZE
025900              WS-RANGE-NAME DELIMITED BY SPACE
026000              " EXHAUSTED - ISSUE STOPPED SHORT"
026100              DELIMITED BY SIZE
026200              INTO WS-RPT-DETAIL
026300           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
026400           SET ISSUE-STOPPED TO TRUE
026500           GO TO 2000-ISSUE-ONE-EXIT
026600        WHEN OTHER
026700           MOVE SPACES TO WS-RPT-DETAIL
026800           STRING "RANGE " DELIMITED BY SIZE
026900              WS-RANGE-NAME DELIMITED BY SPACE
027000              " NOT ON THE RANGE MASTER - NOTHING ISSUED"
027100              DELIMITED BY SIZE
027200              INTO WS-RPT-DETAIL
027300           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027400           SET RUN-ABANDONED TO TRUE
027500           SET ISSUE-STOPPED TO TRUE
027600           GO TO 2000-ISSUE-ONE-EXIT
027700     END-EVALUATE
027800     ADD 1 TO WS-DRAWN
027900     PERFORM 2100-BUILD-NUMBER THRU 2100-BUILD-NUMBER-EXIT
028000     PERFORM 2200-PROVE-NUMBER THRU 2200-PROVE-NUMBER-EXIT
028100     MOVE SPACES TO WS-ISSUE-LINE
028200     MOVE WS-ISSUE-SEQ TO IL-SEQ
028300     MOVE SR-SERIAL TO IL-SERIAL
028400     MOVE WS-ACCOUNT-NO TO IL-ACCOUNT-NO
028500     MOVE WS-CHECK-DIGIT TO IL-CHECK-DIGIT
028600     IF PROOF-PASSED
028700        MOVE "PASSED - ISSUED" TO IL-STATUS
028800        PERFORM 2300-WRITE-ISSUED THRU 2300-WRITE-ISSUED-EXIT
028900     ELSE
029000        MOVE "FAILED - VOID" TO IL-STATUS
029100        ADD 1 TO WS-FAILED-PROOF
029200     END-IF
029300     MOVE WS-ISSUE-LINE TO WS-RPT-DETAIL
029400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
029500 2000-ISSUE-ONE-EXIT.
029600     EXIT.
029700*--------------------------------------------------------------
029800* 2100-BUILD-NUMBER - PREFIX AND SERIAL, CHECK DIGIT APPENDED
029900*          BY THE LUHN ROUTINE
030000*--------------------------------------------------------------
030100 2100-BUILD-NUMBER.
030200     MOVE SPACES TO CHECK-DIGIT-LINKAGE-RECORD
030300     SET CD-GENERATE TO TRUE
030400     MOVE WS-METHOD TO CD-METHOD
030500     STRING WS-PREFIX DELIMITED BY SPACE
030600        SR-SERIAL DELIMITED BY SIZE
030700        INTO CD-NUMBER
030800     CALL "LUHN-CHECK-DIGIT" USING CHECK-DIGIT-LINKAGE-RECORD
030900     MOVE CD-NUMBER TO WS-ACCOUNT-NO
031000     MOVE CD-CHECK-DIGIT TO WS-CHECK-DIGIT
031100     IF CD-RESULT NOT = "Y"
031200        MOVE SPACE TO WS-CHECK-DIGIT
031300     END-IF.
031400 2100-BUILD-NUMBER-EXIT.
031500     EXIT.
031600*--------------------------------------------------------------
031700* 2200-PROVE-NUMBER - THE FINISHED NUMBER MUST PASS THE SAME
031800*          CHECK THE LUHN RUN APPLIES BEFORE IT IS RELEASED
031900*--------------------------------------------------------------
032000 2200-PROVE-NUMBER.
032100     MOVE "N" TO WS-PROOF-SW
032200     IF WS-CHECK-DIGIT = SPACE
032300        GO TO 2200-PROVE-NUMBER-EXIT
032400     END-IF
032500     MOVE SPACES TO CHECK-DIGIT-LINKAGE-RECORD
032600     SET CD-VALIDATE TO TRUE
032700     MOVE WS-METHOD TO CD-METHOD
032800     MOVE WS-ACCOUNT-NO TO CD-NUMBER
032900     CALL "LUHN-CHECK-DIGIT" USING CHECK-DIGIT-LINKAGE-RECORD
033000     IF CD-RESULT = "Y"
033100        SET PROOF-PASSED TO TRUE
033200     END-IF.
033300 2200-PROVE-NUMBER-EXIT.
033400     EXIT.
033500*--------------------------------------------------------------
033600* 2300-WRITE-ISSUED - RELEASE ONE PROVEN NUMBER
033700*--------------------------------------------------------------
033800 2300-WRITE-ISSUED.
033900     MOVE SPACES TO ISSUED-OUT-RECORD
034000     MOVE WS-ACCOUNT-NO TO IO-ACCOUNT-NO
034100     MOVE WS-RANGE-NAME TO IO-RANGE-NAME
034200     MOVE SR-SERIAL TO IO-SERIAL
034300     MOVE WS-METHOD TO IO-METHOD
034400     MOVE WS-RUN-DATE TO IO-ISSUE-DATE
034500     WRITE ISSUED-OUT-RECORD
034600     ADD 1 TO WS-ISSUED.
034700 2300-WRITE-ISSUED-EXIT.
034800     EXIT.
034900*--------------------------------------------------------------
035000* 6000-WRITE-TOTALS
035100*--------------------------------------------------------------
035200 6000-WRITE-TOTALS.
035300     MOVE SPACES TO WS-RPT-DETAIL
035400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035500     MOVE "NUMBERS REQUESTED" TO TT-LABEL
035600     MOVE WS-ISSUE-COUNT TO TT-COUNT
035700     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
035800     MOVE "SERIALS DRAWN" TO TT-LABEL
035900     MOVE WS-DRAWN TO TT-COUNT
036000     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
036100     MOVE "NUMBERS ISSUED" TO TT-LABEL
036200     MOVE WS-ISSUED TO TT-COUNT
036300     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
036400     MOVE "FAILED PROOF (VOID)" TO TT-LABEL
036500     MOVE WS-FAILED-PROOF TO TT-COUNT
036600     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
036700     MOVE "NOT ISSUED" TO TT-LABEL
036800     MOVE WS-NOT-ISSUED TO TT-COUNT
036900     PERFORM 6900-WRITE-TOTAL THRU 6900-WRITE-TOTAL-EXIT
037000     IF RANGE-AT-WARNING
037100        MOVE SPACES TO WS-RPT-DETAIL
037200        STRING "WARNING: RANGE " DELIMITED BY SIZE
037300           WS-RANGE-NAME DELIMITED BY SPACE
037400           " IS PAST ITS WARNING LEVEL" DELIMITED BY SIZE
037500           INTO WS-RPT-DETAIL
037600        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037700     END-IF.
037800 6000-WRITE-TOTALS-EXIT.
037900     EXIT.
038000*--------------------------------------------------------------
038100* 6900-WRITE-TOTAL
038200*--------------------------------------------------------------
038300 6900-WRITE-TOTAL.
038400     MOVE WS-TOTAL-LINE TO WS-RPT-DETAIL
038500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
038600 6900-WRITE-TOTAL-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------
038900* 9000-FINISH - CLOSE AND LOG
039000*--------------------------------------------------------------
039100 9000-FINISH.
039200     MOVE "C" TO RPT-REQUEST
039300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039400     CLOSE ISSUED-OUT-FILE
039500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
039600 9000-FINISH-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------
039900* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
040000*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
040100*--------------------------------------------------------------
040200 9100-LOG-JOB-ACCT.
040300     OPEN EXTEND JOB-ACCT-FILE
040400     IF WS-JOBACCT-STATUS = "35"
040500        OPEN OUTPUT JOB-ACCT-FILE
040600        CLOSE JOB-ACCT-FILE
040700        OPEN EXTEND JOB-ACCT-FILE
040800     END-IF
040900     MOVE "ACCTISSU" TO JA-PROGRAM-NAME
041000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
041100     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
041200     MOVE "COMPLETED" TO JA-RETURN-STATUS
041300     MOVE WS-ISSUED TO JA-RECORD-COUNT
041400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
041500     CLOSE JOB-ACCT-FILE.
041600 9100-LOG-JOB-ACCT-EXIT.
041700     EXIT.
