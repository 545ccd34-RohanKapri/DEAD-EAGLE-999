000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GL-IFACE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. GENERAL LEDGER INTERFACE. READS
001100*                 THE POSTING EVENTS THE MONEY-MOVING RUNS
001200*                 APPEND TO THE SHARED GL EVENT FILE (GLEVENT:
001300*                 MERCHANT PAYMENTS, FEES AND HELD FUNDS,
001400*                 VENUE REIMBURSEMENTS, SUSPENSE WRITE-OFFS,
001500*                 CHARGEBACKS), MAPS EACH SOURCE AND EVENT TYPE
001600*                 THROUGH THE KEYED GL ACCOUNT MAP (GLMAP) TO A
001700*                 DEBIT AND A CREDIT ACCOUNT, AND PROVES THE
001800*                 NIGHT ON A TRIAL-BALANCE CONTROL REPORT
001900*                 (GLTBAL): DEBITS AND CREDITS BY ACCOUNT, BOTH
002000*                 TIED TO THE EVENT TOTAL. ONLY A PROVEN NIGHT
002100*                 IS RELEASED AS THE GL INTERFACE FILE (GLIFACE)
002200*                 AND CLEARS THE EVENT FILE; AN UNMAPPED EVENT
002300*                 OR AN OUT-OF-BALANCE NIGHT WITHHOLDS THE FILE,
002400*                 KEEPS THE EVENTS FOR THE RERUN, ENDS RC 8,
002500*                 AND RAISES A SHARED ALERT.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 REPOSITORY.
003000     FUNCTION ALL INTRINSIC.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT GL-EVENT-FILE ASSIGN TO "GLEVENT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-GLEVENT-STATUS.
003600     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS GM-KEY
004000         FILE STATUS IS WS-GLMAP-STATUS.
004100     SELECT GL-IFACE-FILE ASSIGN TO "GLIFACE"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-GLIFACE-STATUS.
004400     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SHALERT-STATUS.
004700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-JOBACCT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  GL-EVENT-FILE
005300     RECORDING MODE IS F.
005400 01  GL-EVENT-FILE-RECORD      PIC X(80).
005500 FD  GL-MAP-FILE.
005600 01  GL-MAP-RECORD.
005700     05 GM-KEY.
005800        10 GM-SOURCE           PIC X(08).
005900        10 GM-EVENT-TYPE       PIC X(08).
006000     05 GM-DEBIT-ACCT          PIC X(12).
006100     05 GM-CREDIT-ACCT         PIC X(12).
006200     05 GM-DESCRIPTION         PIC X(30).
006300 FD  GL-IFACE-FILE
006400     RECORDING MODE IS F.
006500 01  GL-IFACE-RECORD.
006600     05 GI-DEBIT-ACCT          PIC X(12).
006700     05 FILLER                 PIC X(02).
006800     05 GI-CREDIT-ACCT         PIC X(12).
006900     05 FILLER                 PIC X(02).
007000     05 GI-AMOUNT              PIC 9(11)V99.
007100     05 FILLER                 PIC X(02).
007200     05 GI-BUS-DATE            PIC X(08).
007300     05 FILLER                 PIC X(02).
007400     05 GI-SOURCE              PIC X(08).
007500     05 FILLER                 PIC X(02).
007600     05 GI-EVENT-TYPE          PIC X(08).
007700     05 FILLER                 PIC X(02).
007800     05 GI-REFERENCE           PIC X(32).
007900 FD  SHARED-ALERT-FILE.
008000 01  SHARED-ALERT-RECORD       PIC X(120).
008100 FD  JOB-ACCT-FILE
008200     RECORDING MODE IS F.
008300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
008400 WORKING-STORAGE SECTION.
008500*--------------------------------------------------------------
008600* FILE STATUS AND RUN CONTROLS
008700*--------------------------------------------------------------
008800 77  WS-GLEVENT-STATUS         PIC XX.
008900 77  WS-GLMAP-STATUS           PIC XX.
009000 77  WS-GLIFACE-STATUS         PIC XX.
009100 77  WS-SHALERT-STATUS         PIC XX.
009200 77  WS-JOBACCT-STATUS         PIC XX.
009300 77  WS-EVENT-EOF-SW           PIC X(01) VALUE "N".
009400     88 END-OF-EVENTS          VALUE "Y".
009500 77  WS-MAP-OPEN-SW            PIC X(01) VALUE "N".
009600     88 GL-MAP-OPEN            VALUE "Y".
009700 77  WS-MAP-FOUND-SW           PIC X(01) VALUE "N".
009800     88 GL-MAPPING-FOUND       VALUE "Y".
009900 77  WS-PROOF-SW               PIC X(01) VALUE "N".
010000     88 GL-NIGHT-PROVEN        VALUE "Y".
010100 77  WS-EVENTS-READ            PIC 9(07) BINARY VALUE ZERO.
010200 77  WS-EVENTS-MAPPED          PIC 9(07) BINARY VALUE ZERO.
010300 77  WS-EVENTS-UNMAPPED        PIC 9(07) BINARY VALUE ZERO.
010400 77  WS-EVENTS-SKIPPED         PIC 9(07) BINARY VALUE ZERO.
010500 77  WS-ENTRIES-WRITTEN        PIC 9(07) BINARY VALUE ZERO.
010600 77  WS-EVENT-TOTAL            PIC 9(13)V99 VALUE ZERO.
010700 77  WS-TOT-DEBITS             PIC 9(13)V99 VALUE ZERO.
010800 77  WS-TOT-CREDITS            PIC 9(13)V99 VALUE ZERO.
010900 77  WS-JA-START-TIMESTAMP     PIC X(14).
011000 COPY JOBACCT.
011100 COPY RPTWRITE.
011200 COPY ALERTMSG.
011300 COPY GLEVENT.
011400 01  WS-RPT-DETAIL             PIC X(100).
011500*--------------------------------------------------------------
011600* TRIAL-BALANCE ACCOUNT TABLE - DEBITS AND CREDITS BY ACCOUNT
011700*--------------------------------------------------------------
011800 01  WS-ACCT-TABLE.
011900     05 WS-ACCT-COUNT          PIC 9(04) BINARY VALUE ZERO.
012000     05 WS-ACCT-ENTRY OCCURS 200 TIMES.
012100        10 WS-AC-ACCOUNT       PIC X(12).
012200        10 WS-AC-DEBITS        PIC 9(13)V99.
012300        10 WS-AC-CREDITS       PIC 9(13)V99.
012400 77  WS-ACCT-SCAN              PIC 9(04) BINARY.
012500 77  WS-ACCT-SLOT              PIC 9(04) BINARY.
012600 77  WS-ACCT-FOUND-SW          PIC X(01) VALUE "N".
012700     88 ACCT-SLOT-FOUND        VALUE "Y".
012800 77  WS-ACCT-OVERFLOW          PIC 9(05) BINARY VALUE ZERO.
012900 77  WS-POST-ACCOUNT           PIC X(12).
013000*--------------------------------------------------------------
013100* REPORT LINES
013200*--------------------------------------------------------------
013300 01  WS-EXCEPTION-LINE.
013400     05 FILLER                 PIC X(02) VALUE SPACES.
013500     05 EX-SOURCE              PIC X(08).
013600     05 FILLER                 PIC X(02) VALUE SPACES.
013700     05 EX-EVENT-TYPE          PIC X(08).
013800     05 FILLER                 PIC X(02) VALUE SPACES.
013900     05 EX-REFERENCE           PIC X(32).
014000     05 FILLER                 PIC X(02) VALUE SPACES.
014100     05 EX-REASON              PIC X(30).
014200 01  WS-BALANCE-HEADING.
014300     05 FILLER                 PIC X(14) VALUE "ACCOUNT".
014400     05 FILLER                 PIC X(22)
014500                               VALUE "              DEBITS".
014600     05 FILLER                 PIC X(20)
014700                               VALUE "             CREDITS".
014800 01  WS-BALANCE-LINE.
014900     05 TB-ACCOUNT             PIC X(12).
015000     05 FILLER                 PIC X(02) VALUE SPACES.
015100     05 TB-DEBITS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015200     05 FILLER                 PIC X(02) VALUE SPACES.
015300     05 TB-CREDITS             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015400 01  WS-COUNT-LINE.
015500     05 CL-LABEL               PIC X(30).
015600     05 CL-COUNT               PIC ZZZ,ZZ9.
015700 PROCEDURE DIVISION.
015800*--------------------------------------------------------------
015900* 0000-MAINLINE
016000*--------------------------------------------------------------
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016300     PERFORM 2000-MAP-ONE-EVENT THRU 2000-MAP-ONE-EVENT-EXIT
016400        UNTIL END-OF-EVENTS
016500     PERFORM 3000-TRIAL-BALANCE THRU 3000-TRIAL-BALANCE-EXIT
016600     PERFORM 4000-RELEASE-FILE THRU 4000-RELEASE-FILE-EXIT
016700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
016800*    8 WHEN THE NIGHT DOES NOT PROVE, SO THE LEDGER LOAD IS HELD
016900     IF NOT GL-NIGHT-PROVEN
017000        MOVE 8 TO RETURN-CODE
017100        PERFORM 9200-WRITE-SHARED-ALERT
017200           THRU 9200-WRITE-SHARED-ALERT-EXIT
017300     END-IF
017400     STOP RUN.
017500*--------------------------------------------------------------
017600* 1000-INITIALIZE - OPEN THE MAP AND THE EVENTS AND START THE
017700*          CONTROL REPORT. A MISSING EVENT FILE IS A NIGHT
017800*          WITH NOTHING TO POST.
017900*--------------------------------------------------------------
018000 1000-INITIALIZE.
018100     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
018200     OPEN INPUT GL-MAP-FILE
018300     IF WS-GLMAP-STATUS = "00"
018400        SET GL-MAP-OPEN TO TRUE
018500     END-IF
018600     MOVE "O" TO RPT-REQUEST
018700     MOVE "GLIFACE" TO RPT-PROGRAM-ID
018800     MOVE "GLTBAL" TO RPT-REPORT-NAME
018900     MOVE "GL INTERFACE TRIAL BALANCE" TO RPT-TITLE
019000     MOVE SPACES TO RPT-COL-HEADING
019100     MOVE 60 TO RPT-LINES-PER-PAGE
019200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
019300     IF NOT GL-MAP-OPEN
019400        MOVE "GL ACCOUNT MAP (GLMAP) NOT AVAILABLE"
019500           TO WS-RPT-DETAIL
019600        MOVE "D" TO RPT-REQUEST
019700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
019800     END-IF
019900     OPEN INPUT GL-EVENT-FILE
020000     IF WS-GLEVENT-STATUS NOT = "00"
020100        SET END-OF-EVENTS TO TRUE
020200     ELSE
020300        PERFORM 2100-READ-EVENT THRU 2100-READ-EVENT-EXIT
020400     END-IF.
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700*--------------------------------------------------------------
020800* 2000-MAP-ONE-EVENT - PROOF PASS: MAP THE EVENT, POST IT TO
020900*          THE TRIAL BALANCE, AND LIST ANYTHING THAT CANNOT BE
021000*          MAPPED. A ZERO EVENT POSTS NOTHING.
021100*--------------------------------------------------------------
021200 2000-MAP-ONE-EVENT.
021300     ADD 1 TO WS-EVENTS-READ
021400     IF GE-AMOUNT IS NOT NUMERIC
021500        MOVE "AMOUNT NOT NUMERIC" TO EX-REASON
021600        PERFORM 2300-WRITE-EXCEPTION
021700           THRU 2300-WRITE-EXCEPTION-EXIT
021800        GO TO 2000-MAP-ONE-EVENT-NEXT
021900     END-IF
022000     IF GE-AMOUNT = ZERO
022100        ADD 1 TO WS-EVENTS-SKIPPED
022200        GO TO 2000-MAP-ONE-EVENT-NEXT
022300     END-IF
022400     ADD GE-AMOUNT TO WS-EVENT-TOTAL
022500     PERFORM 2200-FIND-MAPPING THRU 2200-FIND-MAPPING-EXIT
022600     IF NOT GL-MAPPING-FOUND
022700        MOVE "NO GL ACCOUNT MAPPING" TO EX-REASON
022800        PERFORM 2300-WRITE-EXCEPTION
022900           THRU 2300-WRITE-EXCEPTION-EXIT
023000        GO TO 2000-MAP-ONE-EVENT-NEXT
023100     END-IF
023200     ADD 1 TO WS-EVENTS-MAPPED
023300     MOVE GM-DEBIT-ACCT TO WS-POST-ACCOUNT
023400     PERFORM 2400-FIND-ACCT-SLOT THRU 2400-FIND-ACCT-SLOT-EXIT
023500     IF WS-ACCT-SLOT > ZERO
023600        ADD GE-AMOUNT TO WS-AC-DEBITS(WS-ACCT-SLOT)
023700        ADD GE-AMOUNT TO WS-TOT-DEBITS
023800     END-IF
023900     MOVE GM-CREDIT-ACCT TO WS-POST-ACCOUNT
024000     PERFORM 2400-FIND-ACCT-SLOT THRU 2400-FIND-ACCT-SLOT-EXIT
024100     IF WS-ACCT-SLOT > ZERO
024200        ADD GE-AMOUNT TO WS-AC-CREDITS(WS-ACCT-SLOT)
024300        ADD GE-AMOUNT TO WS-TOT-CREDITS
024400     END-IF.
024500 2000-MAP-ONE-EVENT-NEXT.
024600     PERFORM 2100-READ-EVENT THRU 2100-READ-EVENT-EXIT.
024700 2000-MAP-ONE-EVENT-EXIT.
024800     EXIT.
024900*--------------------------------------------------------------
025000* 2100-READ-EVENT
025100*--------------------------------------------------------------
025200 2100-READ-EVENT.
025300     READ GL-EVENT-FILE INTO GL-EVENT-RECORD
025400        AT END SET END-OF-EVENTS TO TRUE
025500     END-READ.
025600 2100-READ-EVENT-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------
025900* 2200-FIND-MAPPING - SOURCE PLUS EVENT TYPE GIVES THE DEBIT
026000*          AND CREDIT ACCOUNTS; A ROW MISSING EITHER SIDE IS NO
026100*          MAPPING AT ALL
026200*--------------------------------------------------------------
026300 2200-FIND-MAPPING.
026400     MOVE "N" TO WS-MAP-FOUND-SW
026500     IF NOT GL-MAP-OPEN
026600        GO TO 2200-FIND-MAPPING-EXIT
026700     END-IF
026800     MOVE GE-SOURCE TO GM-SOURCE
026900     MOVE GE-EVENT-TYPE TO GM-EVENT-TYPE
027000     READ GL-MAP-FILE
027100        INVALID KEY
027200           GO TO 2200-FIND-MAPPING-EXIT
027300     END-READ
027400     IF GM-DEBIT-ACCT NOT = SPACES
027500        AND GM-CREDIT-ACCT NOT = SPACES
027600        SET GL-MAPPING-FOUND TO TRUE
027700     END-IF.
027800 2200-FIND-MAPPING-EXIT.
027900     EXIT.
028000*--------------------------------------------------------------
028100* 2300-WRITE-EXCEPTION - AN EVENT THAT CANNOT POST
028200*--------------------------------------------------------------
028300 2300-WRITE-EXCEPTION.
028400     ADD 1 TO WS-EVENTS-UNMAPPED
028500     MOVE GE-SOURCE TO EX-SOURCE
028600     MOVE GE-EVENT-TYPE TO EX-EVENT-TYPE
028700     MOVE GE-REFERENCE TO EX-REFERENCE
028800     MOVE "D" TO RPT-REQUEST
028900     MOVE WS-EXCEPTION-LINE TO WS-RPT-DETAIL
029000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
029100 2300-WRITE-EXCEPTION-EXIT.
029200     EXIT.
029300*--------------------------------------------------------------
029400* 2400-FIND-ACCT-SLOT - FIND OR ADD THE TRIAL-BALANCE ROW FOR
029500*          WS-POST-ACCOUNT; A FULL TABLE LEAVES THE SLOT ZERO
029600*          AND THE NIGHT CANNOT PROVE
029700*--------------------------------------------------------------
029800 2400-FIND-ACCT-SLOT.
029900     MOVE "N" TO WS-ACCT-FOUND-SW
030000     MOVE ZERO TO WS-ACCT-SLOT
030100     PERFORM 2410-SCAN-ONE-ACCT THRU 2410-SCAN-ONE-ACCT-EXIT
030200        VARYING WS-ACCT-SCAN FROM 1 BY 1
030300        UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT
030400           OR ACCT-SLOT-FOUND
030500     IF NOT ACCT-SLOT-FOUND
030600        IF WS-ACCT-COUNT < 200
030700           ADD 1 TO WS-ACCT-COUNT
030800           MOVE WS-ACCT-COUNT TO WS-ACCT-SLOT
030900           MOVE WS-POST-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCT-SLOT)
031000           MOVE ZERO TO WS-AC-DEBITS(WS-ACCT-SLOT)
031100           MOVE ZERO TO WS-AC-CREDITS(WS-ACCT-SLOT)
031200        ELSE
031300           ADD 1 TO WS-ACCT-OVERFLOW
031400        END-IF
031500     END-IF.
031600 2400-FIND-ACCT-SLOT-EXIT.
031700     EXIT.
031800 2410-SCAN-ONE-ACCT.
031900     IF WS-AC-ACCOUNT(WS-ACCT-SCAN) = WS-POST-ACCOUNT
032000        SET ACCT-SLOT-FOUND TO TRUE
032100        MOVE WS-ACCT-SCAN TO WS-ACCT-SLOT
032200     END-IF.
032300 2410-SCAN-ONE-ACCT-EXIT.
032400     EXIT.
032500*--------------------------------------------------------------
032600* 3000-TRIAL-BALANCE - DEBITS AND CREDITS BY ACCOUNT, THE
032700*          TOTALS, AND THE PROOF: BOTH SIDES EQUAL EACH OTHER
032800*          AND THE EVENT TOTAL, WITH NOTHING LEFT UNMAPPED
032900*--------------------------------------------------------------
033000 3000-TRIAL-BALANCE.
033100     MOVE SPACES TO WS-RPT-DETAIL
033200     MOVE "D" TO RPT-REQUEST
033300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033400     MOVE WS-BALANCE-HEADING TO WS-RPT-DETAIL
033500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
033600     PERFORM 3100-WRITE-ONE-ACCT THRU 3100-WRITE-ONE-ACCT-EXIT
033700        VARYING WS-ACCT-SCAN FROM 1 BY 1
033800        UNTIL WS-ACCT-SCAN > WS-ACCT-COUNT
033900     MOVE SPACES TO WS-BALANCE-LINE
034000     MOVE "TOTAL" TO TB-ACCOUNT
034100     MOVE WS-TOT-DEBITS TO TB-DEBITS
034200     MOVE WS-TOT-CREDITS TO TB-CREDITS
034300     MOVE WS-BALANCE-LINE TO WS-RPT-DETAIL
034400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
034500     MOVE SPACES TO WS-BALANCE-LINE
034600     MOVE "EVENT TOTAL" TO TB-ACCOUNT
034700     MOVE WS-EVENT-TOTAL TO TB-DEBITS
034800     MOVE WS-EVENT-TOTAL TO TB-CREDITS
034900     MOVE WS-BALANCE-LINE TO WS-RPT-DETAIL
035000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035100     MOVE SPACES TO WS-RPT-DETAIL
035200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035300     MOVE SPACES TO WS-COUNT-LINE
035400     MOVE "EVENTS READ" TO CL-LABEL
035500     MOVE WS-EVENTS-READ TO CL-COUNT
035600     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
035700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035800     MOVE "EVENTS MAPPED" TO CL-LABEL
035900     MOVE WS-EVENTS-MAPPED TO CL-COUNT
036000     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
036100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
036200     MOVE "EVENTS NOT POSTABLE" TO CL-LABEL
036300     MOVE WS-EVENTS-UNMAPPED TO CL-COUNT
036400     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
036500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
036600     MOVE "ZERO EVENTS SKIPPED" TO CL-LABEL
036700     MOVE WS-EVENTS-SKIPPED TO CL-COUNT
036800     MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
036900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037000     IF WS-ACCT-OVERFLOW > ZERO
037100        MOVE "ACCOUNT TABLE FULL - NOT SHOWN" TO CL-LABEL
037200        MOVE WS-ACCT-OVERFLOW TO CL-COUNT
037300        MOVE WS-COUNT-LINE TO WS-RPT-DETAIL
037400        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037500     END-IF
037600     IF WS-TOT-DEBITS = WS-TOT-CREDITS
037700        AND WS-TOT-DEBITS = WS-EVENT-TOTAL
037800        AND WS-EVENTS-UNMAPPED = ZERO
037900        AND WS-ACCT-OVERFLOW = ZERO
038000        SET GL-NIGHT-PROVEN TO TRUE
038100        MOVE "PROOF: DEBITS EQUAL CREDITS - GL FILE RELEASED"
038200           TO WS-RPT-DETAIL
038300     ELSE
038400        MOVE "PROOF FAILED - GL FILE WITHHELD, EVENTS KEPT"
038500           TO WS-RPT-DETAIL
038600     END-IF
038700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
038800 3000-TRIAL-BALANCE-EXIT.
038900     EXIT.
039000*--------------------------------------------------------------
039100* 3100-WRITE-ONE-ACCT
039200*--------------------------------------------------------------
039300 3100-WRITE-ONE-ACCT.
039400     MOVE SPACES TO WS-BALANCE-LINE
039500     MOVE WS-AC-ACCOUNT(WS-ACCT-SCAN) TO TB-ACCOUNT
039600     MOVE WS-AC-DEBITS(WS-ACCT-SCAN) TO TB-DEBITS
039700     MOVE WS-AC-CREDITS(WS-ACCT-SCAN) TO TB-CREDITS
039800     MOVE "D" TO RPT-REQUEST
039900     MOVE WS-BALANCE-LINE TO WS-RPT-DETAIL
040000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040100 3100-WRITE-ONE-ACCT-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------
040400* 4000-RELEASE-FILE - A PROVEN NIGHT IS WRITTEN AS ONE BALANCED
040500*          JOURNAL ENTRY PER EVENT AND THE EVENT FILE IS CLEARED.
040600*          A WITHHELD NIGHT LEAVES AN EMPTY INTERFACE FILE SO
040700*          NOTHING STALE REACHES THE LEDGER.
040800*--------------------------------------------------------------
040900 4000-RELEASE-FILE.
041000     IF WS-GLEVENT-STATUS = "00" OR WS-GLEVENT-STATUS = "10"
041100        CLOSE GL-EVENT-FILE
041200     END-IF
041300     OPEN OUTPUT GL-IFACE-FILE
041400     IF NOT GL-NIGHT-PROVEN OR WS-EVENTS-READ = ZERO
041500        CLOSE GL-IFACE-FILE
041600        GO TO 4000-RELEASE-FILE-EXIT
041700     END-IF
041800     MOVE "N" TO WS-EVENT-EOF-SW
041900     OPEN INPUT GL-EVENT-FILE
042000     PERFORM 2100-READ-EVENT THRU 2100-READ-EVENT-EXIT
042100     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-WRITE-ONE-ENTRY-EXIT
042200        UNTIL END-OF-EVENTS
042300     CLOSE GL-EVENT-FILE
042400     CLOSE GL-IFACE-FILE
042500     OPEN OUTPUT GL-EVENT-FILE
042600     CLOSE GL-EVENT-FILE.
042700 4000-RELEASE-FILE-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------
043000* 4100-WRITE-ONE-ENTRY
043100*--------------------------------------------------------------
043200 4100-WRITE-ONE-ENTRY.
043300     IF GE-AMOUNT = ZERO
043400        GO TO 4100-WRITE-ONE-ENTRY-NEXT
043500     END-IF
043600     PERFORM 2200-FIND-MAPPING THRU 2200-FIND-MAPPING-EXIT
043700     MOVE SPACES TO GL-IFACE-RECORD
043800     MOVE GM-DEBIT-ACCT TO GI-DEBIT-ACCT
043900     MOVE GM-CREDIT-ACCT TO GI-CREDIT-ACCT
044000     MOVE GE-AMOUNT TO GI-AMOUNT
044100     MOVE GE-BUS-DATE TO GI-BUS-DATE
044200     MOVE GE-SOURCE TO GI-SOURCE
044300     MOVE GE-EVENT-TYPE TO GI-EVENT-TYPE
044400     MOVE GE-REFERENCE TO GI-REFERENCE
044500     WRITE GL-IFACE-RECORD
044600     ADD 1 TO WS-ENTRIES-WRITTEN.
044700 4100-WRITE-ONE-ENTRY-NEXT.
044800     PERFORM 2100-READ-EVENT THRU 2100-READ-EVENT-EXIT.
044900 4100-WRITE-ONE-ENTRY-EXIT.
045000     EXIT.
045100*--------------------------------------------------------------
045200* 9000-FINISH - CLOSE FILES AND CUT THE JOB-ACCOUNTING ROW
045300*--------------------------------------------------------------
045400 9000-FINISH.
045500     IF GL-MAP-OPEN
045600        CLOSE GL-MAP-FILE
045700     END-IF
045800     MOVE "C" TO RPT-REQUEST
045900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
046000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
046100 9000-FINISH-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------
046400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
046500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
046600*--------------------------------------------------------------
046700 9100-LOG-JOB-ACCT.
046800     OPEN EXTEND JOB-ACCT-FILE
046900     IF WS-JOBACCT-STATUS = "35"
047000        OPEN OUTPUT JOB-ACCT-FILE
047100        CLOSE JOB-ACCT-FILE
047200        OPEN EXTEND JOB-ACCT-FILE
047300     END-IF
047400     MOVE "GLIFACE" TO JA-PROGRAM-NAME
047500     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
047600     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
047700     IF GL-NIGHT-PROVEN
047800        MOVE "COMPLETED" TO JA-RETURN-STATUS
047900     ELSE
048000        MOVE "WITHHELD" TO JA-RETURN-STATUS
048100     END-IF
048200     MOVE WS-EVENTS-READ TO JA-RECORD-COUNT
048300     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
048400     CLOSE JOB-ACCT-FILE.
048500 9100-LOG-JOB-ACCT-EXIT.
048600     EXIT.
048700*--------------------------------------------------------------
048800* 9200-WRITE-SHARED-ALERT - A WITHHELD GL FILE SURFACES ON THE
048900*          SHOP-WIDE ALERTS FILE
049000*--------------------------------------------------------------
049100 9200-WRITE-SHARED-ALERT.
049200     OPEN EXTEND SHARED-ALERT-FILE
049300     IF WS-SHALERT-STATUS = "35"
049400        OPEN OUTPUT SHARED-ALERT-FILE
049500     END-IF
049600     MOVE SPACES TO ALERT-MSG-RECORD
049700     MOVE "GLIFACE" TO AM-PROGRAM
049800     MOVE "8" TO AM-SEVERITY
049900     MOVE "GL INTERFACE OUT OF BALANCE - FILE WITHHELD"
050000        TO AM-TEXT
050100     MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
050200     MOVE "N" TO AM-ACK-SW
050300     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
050400     CLOSE SHARED-ALERT-FILE.
050500 9200-WRITE-SHARED-ALERT-EXIT.
050600     EXIT.
