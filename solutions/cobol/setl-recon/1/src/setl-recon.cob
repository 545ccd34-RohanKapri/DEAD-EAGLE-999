000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SETL-RECON.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. CLEARING-TO-SETTLEMENT
001100*                 RECONCILIATION, RUN AFTER MERCH-SETTLE AND
001200*                 AHEAD OF THE PAYMENT TRANSMISSION STEP. LUHN
001300*                 PROVES ITS OWN PATHS; THIS PROVES THAT WHAT
001400*                 CLEARED IS WHAT SETTLEMENT HANDLED. THE
001500*                 CLEARED HISTORY (LUHNCLRD) FOR THE SETTLEMENT
001600*                 BUSINESS DATE (RUNCTL MRCHSETL ASOFDATE, THE
001700*                 SAME DATE MERCH-SETTLE USED) MUST EQUAL THE
001800*                 GROSS ON THE SETTLEMENT REGISTER (SETLREG) FOR
001900*                 SETTLED MERCHANTS PLUS THE NOT-ON-MASTER
002000*                 ITEMS ON THE SETTLEMENT EXCEPTION REPORT
002100*                 (SETLEXCP), MERCHANT BY MERCHANT AND IN TOTAL.
002200*                 EACH BREAK PRINTS WITH THE MERCHANT AND THE
002300*                 DIFFERENCE ON THE RECONCILIATION REPORT
002400*                 (SETLRCN); ANY BREAK CUTS A SEVERITY-8 ROW TO
002500*                 ALERTS AND ENDS RC 8 SO THE TRANSMISSION IS
002600*                 HELD.
002610* 2026-10-15 RLM  LUHNCLRD ROWS NOW END WITH THE PAN TOKEN;
002620*                 LAYOUT WIDENED TO MATCH.
002630* 2026-10-15 RLM  A MERCHANT SETTLED WITHOUT A BANK REFERENCE
002640*                 (SETLREG STATUS NOBANK) IS PART OF THE SETTLED
002650*                 SIDE LIKE PAID AND HELD, SO IT NO LONGER BREAKS
002660*                 THE PROOF; ITS GROSS IS SHOWN ON ITS OWN
002670*                 NOBANK LINE UNDER THE TOTALS.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CLEARED-FILE ASSIGN TO "LUHNCLRD"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CLEARED-STATUS.
003700     SELECT SETL-REG-FILE ASSIGN TO "SETLREG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SETLREG-STATUS.
004000     SELECT SETL-EXCP-FILE ASSIGN TO "SETLEXCP"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SETLEXCP-STATUS.
004300     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SHALERT-STATUS.
004600     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-JOBACCT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CLEARED-FILE
005200     RECORDING MODE IS F.
005300 01  CLEARED-IN-RECORD.
005400     05 CLRD-IN-RUN-DATE       PIC X(08).
005500     05 FILLER                 PIC X(02).
005600     05 CLRD-IN-CARD           PIC X(32).
005700     05 FILLER                 PIC X(02).
005800     05 CLRD-IN-MERCHANT       PIC X(08).
005900     05 FILLER                 PIC X(02).
006000     05 CLRD-IN-AMOUNT         PIC 9(07)V99.
006100     05 FILLER                 PIC X(02).
006200     05 CLRD-IN-BRAND          PIC X(10).
006210     05 FILLER                 PIC X(02).
006220     05 CLRD-IN-TOKEN          PIC X(16).
006300*    SETTLEMENT REGISTER DETAIL AS MERCH-SETTLE PRINTS IT
006400 FD  SETL-REG-FILE
006500     RECORDING MODE IS F.
006600 01  SETL-REG-RECORD.
006700     05 RR-MERCHANT            PIC X(08).
006800     05 FILLER                 PIC X(02).
006900     05 RR-CARDS               PIC X(07).
007000     05 FILLER                 PIC X(02).
007100     05 RR-GROSS               PIC X(14).
007200     05 FILLER                 PIC X(02).
007300     05 RR-DISCOUNT            PIC X(14).
007400     05 FILLER                 PIC X(02).
007500     05 RR-ADJUST              PIC X(14).
007600     05 FILLER                 PIC X(02).
007700     05 RR-NET                 PIC X(14).
007800     05 FILLER                 PIC X(02).
007900     05 RR-STATUS              PIC X(08).
008000     05 FILLER                 PIC X(40).
008100*    SETTLEMENT EXCEPTION DETAIL AS MERCH-SETTLE PRINTS IT
008200 FD  SETL-EXCP-FILE
008300     RECORDING MODE IS F.
008400 01  SETL-EXCP-RECORD.
008500     05 RX-MERCHANT            PIC X(08).
008600     05 FILLER                 PIC X(02).
008700     05 RX-CARDS               PIC X(07).
008800     05 FILLER                 PIC X(02).
008900     05 RX-AMOUNT              PIC X(14).
009000     05 FILLER                 PIC X(02).
009100     05 RX-REASON              PIC X(30).
009200     05 FILLER                 PIC X(67).
009300 FD  SHARED-ALERT-FILE.
009400 01  SHARED-ALERT-RECORD       PIC X(120).
009500 FD  JOB-ACCT-FILE
009600     RECORDING MODE IS F.
009700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
009800 WORKING-STORAGE SECTION.
009900*--------------------------------------------------------------
010000* FILE STATUS AND RUN CONTROLS
010100*--------------------------------------------------------------
010200 77  WS-CLEARED-STATUS         PIC XX.
010300 77  WS-SETLREG-STATUS         PIC XX.
010400 77  WS-SETLEXCP-STATUS        PIC XX.
010500 77  WS-SHALERT-STATUS         PIC XX.
010600 77  WS-JOBACCT-STATUS         PIC XX.
010700 77  WS-INPUT-EOF-SW           PIC X(01) VALUE "N".
010800     88 END-OF-INPUT           VALUE "Y".
010900 77  WS-CARDS-READ             PIC 9(07) BINARY VALUE ZERO.
011000 77  WS-CARDS-SELECTED         PIC 9(07) BINARY VALUE ZERO.
011100 77  WS-BREAK-COUNT            PIC 9(05) BINARY VALUE ZERO.
011200 77  WS-AS-OF-DATE             PIC X(08) VALUE SPACES.
011300 77  WS-JA-START-TIMESTAMP     PIC X(14).
011400 77  WS-SETLREG-SW             PIC X(01) VALUE "N".
011500     88 REGISTER-FOUND         VALUE "Y".
011600 77  WS-SETLEXCP-SW            PIC X(01) VALUE "N".
011700     88 EXCEPTIONS-FOUND       VALUE "Y".
011800 COPY JOBACCT.
011900 COPY RUNPARM.
012000 COPY RPTWRITE.
012100 COPY ALERTMSG.
012200 01  WS-RPT-DETAIL             PIC X(100).
012300*--------------------------------------------------------------
012400* RECONCILIATION TABLE - ONE ROW PER MERCHANT SEEN ON ANY SIDE
012500*--------------------------------------------------------------
012600 01  WS-RECON-TABLE.
012700     05 WS-RCN-COUNT           PIC 9(04) BINARY VALUE ZERO.
012800     05 WS-RCN-ENTRY OCCURS 500 TIMES.
012900        10 WS-RCN-MERCHANT     PIC X(08).
013000        10 WS-RCN-CLEARED      PIC 9(11)V99.
013100        10 WS-RCN-REGISTER     PIC 9(11)V99.
013200        10 WS-RCN-EXCEPTION    PIC 9(11)V99.
013300 77  WS-RCN-SCAN               PIC 9(04) BINARY.
013400 77  WS-RCN-SLOT               PIC 9(04) BINARY.
013500 77  WS-RCN-FOUND-SW           PIC X(01) VALUE "N".
013600     88 RECON-SLOT-FOUND       VALUE "Y".
013700 77  WS-RCN-OVERFLOW           PIC 9(05) BINARY VALUE ZERO.
013800 77  WS-RCN-KEY                PIC X(08).
013900 77  WS-PARSED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
014000 77  WS-DIFFERENCE             PIC S9(13)V99 VALUE ZERO.
014100*--------------------------------------------------------------
014200* CONTROL TOTALS - CLEARED, REGISTER DETAIL, REGISTER FOOTING,
014300* AND EXCEPTION ITEMS
014400*--------------------------------------------------------------
014500 77  WS-TOT-CLEARED            PIC 9(13)V99 VALUE ZERO.
014600 77  WS-TOT-REGISTER           PIC 9(13)V99 VALUE ZERO.
014700 77  WS-TOT-REG-FOOTING        PIC 9(13)V99 VALUE ZERO.
014800 77  WS-TOT-EXCEPTION          PIC 9(13)V99 VALUE ZERO.
014810*    GROSS OF MERCHANTS SETTLED BUT NOT SENT FOR WANT OF A BANK
014820*    REFERENCE; ALREADY IN THE REGISTER TOTAL, SHOWN APART
014830 77  WS-TOT-NOBANK             PIC 9(13)V99 VALUE ZERO.
014840 77  WS-NOBANK-COUNT           PIC 9(05) BINARY VALUE ZERO.
014900*--------------------------------------------------------------
015000* REPORT LINES
015100*--------------------------------------------------------------
015200 01  WS-RECON-LINE.
015300     05 RL-MERCHANT            PIC X(08).
015400     05 FILLER                 PIC X(02) VALUE SPACES.
015500     05 RL-CLEARED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
015600     05 FILLER                 PIC X(02) VALUE SPACES.
015700     05 RL-REGISTER            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
015800     05 FILLER                 PIC X(02) VALUE SPACES.
015900     05 RL-EXCEPTION           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
016000     05 FILLER                 PIC X(02) VALUE SPACES.
016100     05 RL-DIFFERENCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
016200     05 FILLER                 PIC X(02) VALUE SPACES.
016300     05 RL-NOTE                PIC X(08).
016400 01  WS-RECON-HEADING.
016500     05 FILLER                 PIC X(10) VALUE "MERCHANT".
016600     05 FILLER                 PIC X(20)
016700                               VALUE "             CLEARED".
016800     05 FILLER                 PIC X(20)
016900                               VALUE "            REGISTER".
017000     05 FILLER                 PIC X(20)
017100                               VALUE "          EXCEPTIONS".
017200     05 FILLER                 PIC X(20)
017300                               VALUE "          DIFFERENCE".
017400 PROCEDURE DIVISION.
017500*--------------------------------------------------------------
017600* 0000-MAINLINE
017700*--------------------------------------------------------------
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018000     PERFORM 2000-LOAD-CLEARED THRU 2000-LOAD-CLEARED-EXIT
018100     PERFORM 3000-LOAD-REGISTER THRU 3000-LOAD-REGISTER-EXIT
018200     PERFORM 4000-LOAD-EXCEPTIONS THRU 4000-LOAD-EXCEPTIONS-EXIT
018300     PERFORM 5000-RECONCILE THRU 5000-RECONCILE-EXIT
018400     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
018500*    8 ON ANY BREAK, SO THE PAYMENT TRANSMISSION STEP IS HELD
018600     IF WS-BREAK-COUNT > ZERO
018700        MOVE 8 TO RETURN-CODE
018800        PERFORM 9200-WRITE-SHARED-ALERT
018900           THRU 9200-WRITE-SHARED-ALERT-EXIT
019000     END-IF
019100     STOP RUN.
019200*--------------------------------------------------------------
019300* 1000-INITIALIZE - RESOLVE THE SETTLEMENT BUSINESS DATE THE
019400*          SAME WAY MERCH-SETTLE DOES AND OPEN THE REPORT
019500*--------------------------------------------------------------
019600 1000-INITIALIZE.
019700     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
019800     MOVE "MRCHSETL" TO RP-PROGRAM-ID
019900     MOVE "ASOFDATE" TO RP-KEYWORD
020000     MOVE SPACES TO RP-DEFAULT
020100     CALL "RUNPARM" USING RUN-PARM-CONTROL
020200     IF RP-VALUE-FOUND AND RP-VALUE(1:8) IS NUMERIC
020300        MOVE RP-VALUE(1:8) TO WS-AS-OF-DATE
020400     ELSE
020500        MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-AS-OF-DATE
020600     END-IF
020700     MOVE "O" TO RPT-REQUEST
020800     MOVE "SETLRCN" TO RPT-PROGRAM-ID
020900     MOVE "SETLRCN" TO RPT-REPORT-NAME
021000     MOVE "CLEARING TO SETTLEMENT RECONCILIATION" TO RPT-TITLE
021100     MOVE WS-RECON-HEADING TO RPT-COL-HEADING
021200     MOVE 60 TO RPT-LINES-PER-PAGE
021300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
021400     MOVE SPACES TO WS-RPT-DETAIL
021500     STRING "BUSINESS DATE " DELIMITED BY SIZE
021600        WS-AS-OF-DATE DELIMITED BY SIZE
021700        INTO WS-RPT-DETAIL
021800     END-STRING
021900     MOVE "D" TO RPT-REQUEST
022000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
022100 1000-INITIALIZE-EXIT.
022200     EXIT.
022300*--------------------------------------------------------------
022400* 2000-LOAD-CLEARED - THE CLEARED SIDE: EVERY LUHNCLRD ROW FOR
022500*          THE BUSINESS DATE, BY MERCHANT. A NON-NUMERIC AMOUNT
022600*          COUNTS AS ZERO, AS IT DOES IN SETTLEMENT.
022700*--------------------------------------------------------------
022800 2000-LOAD-CLEARED.
022900     MOVE "N" TO WS-INPUT-EOF-SW
023000     OPEN INPUT CLEARED-FILE
023100     IF WS-CLEARED-STATUS NOT = "00"
023200        GO TO 2000-LOAD-CLEARED-EXIT
023300     END-IF
023400     PERFORM 2100-LOAD-ONE-CLEARED
023500        THRU 2100-LOAD-ONE-CLEARED-EXIT
023600        UNTIL END-OF-INPUT
023700     CLOSE CLEARED-FILE.
023800 2000-LOAD-CLEARED-EXIT.
023900     EXIT.
024000*--------------------------------------------------------------
024100* 2100-LOAD-ONE-CLEARED
024200*--------------------------------------------------------------
024300 2100-LOAD-ONE-CLEARED.
024400     READ CLEARED-FILE
024500        AT END
024600           SET END-OF-INPUT TO TRUE
024700           GO TO 2100-LOAD-ONE-CLEARED-EXIT
024800     END-READ
024900     ADD 1 TO WS-CARDS-READ
025000     IF CLRD-IN-RUN-DATE NOT = WS-AS-OF-DATE
025100        GO TO 2100-LOAD-ONE-CLEARED-EXIT
025200     END-IF
025300     ADD 1 TO WS-CARDS-SELECTED
025400     IF CLRD-IN-AMOUNT IS NOT NUMERIC
025500        GO TO 2100-LOAD-ONE-CLEARED-EXIT
025600     END-IF
025700     MOVE CLRD-IN-MERCHANT TO WS-RCN-KEY
025800     PERFORM 6000-FIND-RECON-SLOT THRU 6000-FIND-RECON-SLOT-EXIT
025900     IF WS-RCN-SLOT > ZERO
026000        ADD CLRD-IN-AMOUNT TO WS-RCN-CLEARED(WS-RCN-SLOT)
026100     END-IF
026200     ADD CLRD-IN-AMOUNT TO WS-TOT-CLEARED.
026300 2100-LOAD-ONE-CLEARED-EXIT.
026400     EXIT.
026500*--------------------------------------------------------------
026600* 3000-LOAD-REGISTER - THE SETTLED SIDE: GROSS FROM EACH PAID
026700*          OR HELD MERCHANT LINE ON SETLREG (A MERCHANT WHOSE
026800*          DEDUCTIONS EXCEED SALES PRINTS RECEIV, AND ONE WITH NO
026900*          BANK REFERENCE PRINTS NOBANK, BUT BOTH WERE SETTLED),
026910*          AND THE GROSS ON THE TOTALS FOOTING
027000*--------------------------------------------------------------
027100 3000-LOAD-REGISTER.
027200     MOVE "N" TO WS-INPUT-EOF-SW
027300     OPEN INPUT SETL-REG-FILE
027400     IF WS-SETLREG-STATUS NOT = "00"
027500        MOVE "SETTLEMENT REGISTER (SETLREG) NOT FOUND"
027600           TO WS-RPT-DETAIL
027700        MOVE "D" TO RPT-REQUEST
027800        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027900        GO TO 3000-LOAD-REGISTER-EXIT
028000     END-IF
028100     SET REGISTER-FOUND TO TRUE
028200     PERFORM 3100-LOAD-ONE-REG-LINE
028300        THRU 3100-LOAD-ONE-REG-LINE-EXIT
028400        UNTIL END-OF-INPUT
028500     CLOSE SETL-REG-FILE.
028600 3000-LOAD-REGISTER-EXIT.
028700     EXIT.
028800*--------------------------------------------------------------
028900* 3100-LOAD-ONE-REG-LINE - TITLE, HEADING, AND TRAILER LINES
029000*          CARRY NONE OF THE REGISTER STATUS WORDS AND FALL OUT
029100*--------------------------------------------------------------
029200 3100-LOAD-ONE-REG-LINE.
029300     READ SETL-REG-FILE
029400        AT END
029500           SET END-OF-INPUT TO TRUE
029600           GO TO 3100-LOAD-ONE-REG-LINE-EXIT
029700     END-READ
029800     IF RR-STATUS NOT = "PAID"
029900        AND RR-STATUS NOT = "HELD"
030000        AND RR-STATUS NOT = "RECEIV"
030010        AND RR-STATUS NOT = "NOBANK"
030100        GO TO 3100-LOAD-ONE-REG-LINE-EXIT
030200     END-IF
030300     IF RR-GROSS = SPACES
030400        GO TO 3100-LOAD-ONE-REG-LINE-EXIT
030500     END-IF
030600     COMPUTE WS-PARSED-AMOUNT = FUNCTION NUMVAL-C(RR-GROSS)
030700     IF RR-MERCHANT = "TOTALS"
030800        MOVE WS-PARSED-AMOUNT TO WS-TOT-REG-FOOTING
030900        GO TO 3100-LOAD-ONE-REG-LINE-EXIT
031000     END-IF
031100     MOVE RR-MERCHANT TO WS-RCN-KEY
031200     PERFORM 6000-FIND-RECON-SLOT THRU 6000-FIND-RECON-SLOT-EXIT
031300     IF WS-RCN-SLOT > ZERO
031400        ADD WS-PARSED-AMOUNT TO WS-RCN-REGISTER(WS-RCN-SLOT)
031500     END-IF
031510     IF RR-STATUS = "NOBANK"
031520        ADD WS-PARSED-AMOUNT TO WS-TOT-NOBANK
031530        ADD 1 TO WS-NOBANK-COUNT
031540     END-IF
031600     ADD WS-PARSED-AMOUNT TO WS-TOT-REGISTER.
031700 3100-LOAD-ONE-REG-LINE-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------
032000* 4000-LOAD-EXCEPTIONS - THE EXCLUDED SIDE: CLEARED AMOUNTS FOR
032100*          MERCHANTS NOT ON THE MASTER FROM SETLEXCP. THE
032200*          UNNETTED-DISPUTE LINE CARRIES NO CLEARED MONEY.
032300*--------------------------------------------------------------
032400 4000-LOAD-EXCEPTIONS.
032500     MOVE "N" TO WS-INPUT-EOF-SW
032600     OPEN INPUT SETL-EXCP-FILE
032700     IF WS-SETLEXCP-STATUS NOT = "00"
032800        MOVE "SETTLEMENT EXCEPTIONS (SETLEXCP) NOT FOUND"
032900           TO WS-RPT-DETAIL
033000        MOVE "D" TO RPT-REQUEST
033100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033200        GO TO 4000-LOAD-EXCEPTIONS-EXIT
033300     END-IF
033400     SET EXCEPTIONS-FOUND TO TRUE
033500     PERFORM 4100-LOAD-ONE-EXCP-LINE
033600        THRU 4100-LOAD-ONE-EXCP-LINE-EXIT
033700        UNTIL END-OF-INPUT
033800     CLOSE SETL-EXCP-FILE.
033900 4000-LOAD-EXCEPTIONS-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------
034200* 4100-LOAD-ONE-EXCP-LINE
034300*--------------------------------------------------------------
034400 4100-LOAD-ONE-EXCP-LINE.
034500     READ SETL-EXCP-FILE
034600        AT END
034700           SET END-OF-INPUT TO TRUE
034800           GO TO 4100-LOAD-ONE-EXCP-LINE-EXIT
034900     END-READ
035000     IF RX-REASON NOT = "MERCHANT NOT ON MASTER"
035100        OR RX-AMOUNT = SPACES
035200        GO TO 4100-LOAD-ONE-EXCP-LINE-EXIT
035300     END-IF
035400     COMPUTE WS-PARSED-AMOUNT = FUNCTION NUMVAL-C(RX-AMOUNT)
035500     MOVE RX-MERCHANT TO WS-RCN-KEY
035600     PERFORM 6000-FIND-RECON-SLOT THRU 6000-FIND-RECON-SLOT-EXIT
035700     IF WS-RCN-SLOT > ZERO
035800        ADD WS-PARSED-AMOUNT TO WS-RCN-EXCEPTION(WS-RCN-SLOT)
035900     END-IF
036000     ADD WS-PARSED-AMOUNT TO WS-TOT-EXCEPTION.
036100 4100-LOAD-ONE-EXCP-LINE-EXIT.
036200     EXIT.
036300*--------------------------------------------------------------
036400* 5000-RECONCILE - ONE LINE PER MERCHANT THAT BREAKS, THEN THE
036500*          TOTALS AND THE PROOF
036600*--------------------------------------------------------------
036700 5000-RECONCILE.
036800     PERFORM 5100-PROVE-ONE-MERCHANT
036900        THRU 5100-PROVE-ONE-MERCHANT-EXIT
037000        VARYING WS-RCN-SCAN FROM 1 BY 1
037100        UNTIL WS-RCN-SCAN > WS-RCN-COUNT
037200     IF WS-RCN-OVERFLOW > ZERO
037300        ADD 1 TO WS-BREAK-COUNT
037400        MOVE "MERCHANT TABLE FULL - NOT EVERY MERCHANT PROVED"
037500           TO WS-RPT-DETAIL
037600        MOVE "D" TO RPT-REQUEST
037700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037800     END-IF
037900     MOVE SPACES TO WS-RPT-DETAIL
038000     MOVE "D" TO RPT-REQUEST
038100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038200*    IN TOTAL: THE CLEARED TOTAL AGAINST THE REGISTER DETAIL
038300*    PLUS EXCEPTIONS, AND THE DETAIL AGAINST ITS OWN FOOTING
038400     COMPUTE WS-DIFFERENCE = WS-TOT-CLEARED
038500        - WS-TOT-REGISTER - WS-TOT-EXCEPTION
038600     MOVE SPACES TO WS-RECON-LINE
038700     MOVE "TOTALS" TO RL-MERCHANT
038800     MOVE WS-TOT-CLEARED TO RL-CLEARED
038900     MOVE WS-TOT-REGISTER TO RL-REGISTER
039000     MOVE WS-TOT-EXCEPTION TO RL-EXCEPTION
039100     MOVE WS-DIFFERENCE TO RL-DIFFERENCE
039200     IF WS-DIFFERENCE NOT = ZERO
039300        MOVE "BREAK" TO RL-NOTE
039400        ADD 1 TO WS-BREAK-COUNT
039500     END-IF
039600     MOVE WS-RECON-LINE TO WS-RPT-DETAIL
039700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039705*    SETTLED BUT NOT SENT (NO BANK REFERENCE): INCLUDED IN THE
039710*    REGISTER TOTAL ABOVE AND NOT A BREAK; MERCH-SETTLE LISTS
039715*    EACH ONE ON SETLEXCP
039720     IF WS-NOBANK-COUNT > ZERO
039725        MOVE SPACES TO WS-RECON-LINE
039730        MOVE "NOBANK" TO RL-MERCHANT
039735        MOVE WS-TOT-NOBANK TO RL-REGISTER
039740        MOVE "NOT SENT" TO RL-NOTE
039745        MOVE WS-RECON-LINE TO WS-RPT-DETAIL
039750        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039755     END-IF
039800     IF REGISTER-FOUND
039900        AND WS-TOT-REG-FOOTING NOT = WS-TOT-REGISTER
040000        ADD 1 TO WS-BREAK-COUNT
040100        COMPUTE WS-DIFFERENCE =
040200           WS-TOT-REG-FOOTING - WS-TOT-REGISTER
040300        MOVE SPACES TO WS-RECON-LINE
040400        MOVE "FOOTING" TO RL-MERCHANT
040500        MOVE WS-TOT-REG-FOOTING TO RL-REGISTER
040600        MOVE WS-DIFFERENCE TO RL-DIFFERENCE
040700        MOVE "BREAK" TO RL-NOTE
040800        MOVE WS-RECON-LINE TO WS-RPT-DETAIL
040900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
041000     END-IF
041100     IF NOT REGISTER-FOUND OR NOT EXCEPTIONS-FOUND
041200        ADD 1 TO WS-BREAK-COUNT
041300     END-IF
041400     IF WS-BREAK-COUNT = ZERO
041500        MOVE "CLEARED EQUALS SETTLED PLUS EXCEPTIONS - IN BALANCE"
041600           TO WS-RPT-DETAIL
041700     ELSE
041800        MOVE "OUT OF BALANCE - PAYMENT TRANSMISSION TO BE HELD"
041900           TO WS-RPT-DETAIL
042000     END-IF
042100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
042200 5000-RECONCILE-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------
042500* 5100-PROVE-ONE-MERCHANT
042600*--------------------------------------------------------------
042700 5100-PROVE-ONE-MERCHANT.
042800     COMPUTE WS-DIFFERENCE = WS-RCN-CLEARED(WS-RCN-SCAN)
042900        - WS-RCN-REGISTER(WS-RCN-SCAN)
043000        - WS-RCN-EXCEPTION(WS-RCN-SCAN)
043100     IF WS-DIFFERENCE = ZERO
043200        GO TO 5100-PROVE-ONE-MERCHANT-EXIT
043300     END-IF
043400     ADD 1 TO WS-BREAK-COUNT
043500     MOVE SPACES TO WS-RECON-LINE
043600     MOVE WS-RCN-MERCHANT(WS-RCN-SCAN) TO RL-MERCHANT
043700     MOVE WS-RCN-CLEARED(WS-RCN-SCAN) TO RL-CLEARED
043800     MOVE WS-RCN-REGISTER(WS-RCN-SCAN) TO RL-REGISTER
043900     MOVE WS-RCN-EXCEPTION(WS-RCN-SCAN) TO RL-EXCEPTION
044000     MOVE WS-DIFFERENCE TO RL-DIFFERENCE
044100     MOVE "BREAK" TO RL-NOTE
044200     MOVE "D" TO RPT-REQUEST
044300     MOVE WS-RECON-LINE TO WS-RPT-DETAIL
044400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
044500 5100-PROVE-ONE-MERCHANT-EXIT.
044600     EXIT.
044700*--------------------------------------------------------------
044800* 6000-FIND-RECON-SLOT - FIND OR ADD THE ROW FOR WS-RCN-KEY; A
044900*          FULL TABLE LEAVES THE SLOT ZERO AND BREAKS THE RUN
045000*--------------------------------------------------------------
045100 6000-FIND-RECON-SLOT.
045200     MOVE "N" TO WS-RCN-FOUND-SW
045300     MOVE ZERO TO WS-RCN-SLOT
045400     PERFORM 6100-SCAN-ONE-SLOT THRU 6100-SCAN-ONE-SLOT-EXIT
045500        VARYING WS-RCN-SCAN FROM 1 BY 1
045600        UNTIL WS-RCN-SCAN > WS-RCN-COUNT
045700           OR RECON-SLOT-FOUND
045800     IF NOT RECON-SLOT-FOUND
045900        IF WS-RCN-COUNT < 500
046000           ADD 1 TO WS-RCN-COUNT
046100           MOVE WS-RCN-COUNT TO WS-RCN-SLOT
046200           MOVE WS-RCN-KEY TO WS-RCN-MERCHANT(WS-RCN-SLOT)
046300           MOVE ZERO TO WS-RCN-CLEARED(WS-RCN-SLOT)
046400           MOVE ZERO TO WS-RCN-REGISTER(WS-RCN-SLOT)
046500           MOVE ZERO TO WS-RCN-EXCEPTION(WS-RCN-SLOT)
046600        ELSE
046700           ADD 1 TO WS-RCN-OVERFLOW
046800        END-IF
046900     END-IF.
047000 6000-FIND-RECON-SLOT-EXIT.
047100     EXIT.
047200 6100-SCAN-ONE-SLOT.
047300     IF WS-RCN-MERCHANT(WS-RCN-SCAN) = WS-RCN-KEY
047400        SET RECON-SLOT-FOUND TO TRUE
047500        MOVE WS-RCN-SCAN TO WS-RCN-SLOT
047600     END-IF.
047700 6100-SCAN-ONE-SLOT-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------
048000* 9000-FINISH - CLOSE THE REPORT AND CUT THE JOB-ACCOUNTING ROW
048100*--------------------------------------------------------------
048200 9000-FINISH.
048300     MOVE "C" TO RPT-REQUEST
048400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
048500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
048600 9000-FINISH-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------
048900* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
049000*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
049100*--------------------------------------------------------------
049200 9100-LOG-JOB-ACCT.
049300     OPEN EXTEND JOB-ACCT-FILE
049400     IF WS-JOBACCT-STATUS = "35"
049500        OPEN OUTPUT JOB-ACCT-FILE
049600        CLOSE JOB-ACCT-FILE
049700        OPEN EXTEND JOB-ACCT-FILE
049800     END-IF
049900     MOVE "SETLRCN" TO JA-PROGRAM-NAME
050000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
050100     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
050200     IF WS-BREAK-COUNT = ZERO
050300        MOVE "COMPLETED" TO JA-RETURN-STATUS
050400     ELSE
050500        MOVE "BREAKS" TO JA-RETURN-STATUS
050600     END-IF
050700     MOVE WS-CARDS-SELECTED TO JA-RECORD-COUNT
050800     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
050900     CLOSE JOB-ACCT-FILE.
051000 9100-LOG-JOB-ACCT-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------
051300* 9200-WRITE-SHARED-ALERT - A CLEARING-TO-SETTLEMENT BREAK
051400*          SURFACES ON THE SHOP-WIDE ALERTS FILE
051500*--------------------------------------------------------------
051600 9200-WRITE-SHARED-ALERT.
051700     OPEN EXTEND SHARED-ALERT-FILE
051800     IF WS-SHALERT-STATUS = "35"
051900        OPEN OUTPUT SHARED-ALERT-FILE
052000     END-IF
052100     MOVE SPACES TO ALERT-MSG-RECORD
052200     MOVE "SETLRCN" TO AM-PROGRAM
052300     MOVE "8" TO AM-SEVERITY
052400     MOVE "CLEARED DOES NOT TIE TO SETTLEMENT - XMIT HELD"
052500        TO AM-TEXT
052600     MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
052700     MOVE "N" TO AM-ACK-SW
052800     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
052900     CLOSE SHARED-ALERT-FILE.
053000 9200-WRITE-SHARED-ALERT-EXIT.
053100     EXIT.
