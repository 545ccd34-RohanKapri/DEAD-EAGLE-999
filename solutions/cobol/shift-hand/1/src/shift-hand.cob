000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SHIFT-HAND.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. SHIFT HANDOVER LOG. PULLS EVERY
001100*                 OPEN ITEM INTO ONE CARRIED-FORWARD REGISTER
001200*                 (HANDITEM): THE OUTGOING OPERATOR'S NOTES
001300*                 (HANDNOTE), UNACKNOWLEDGED ALERTS ROWS, OPEN
001400*                 AND ASSIGNED TICKMST TICKETS, TONIGHT'S
001500*                 SCHDFAIL FAILURE PACKETS, AND SUSP-AGE'S
001600*                 SUPERVISOR ESCALATIONS (SUSPESC). AN ITEM
001700*                 STAYS ON THE HANDOVER REPORT (SHFTHAND), EVEN
001800*                 AFTER IT CLEARS AT ITS SOURCE, UNTIL THE
001900*                 INCOMING OPERATOR SIGNS IT OFF ON HANDSIGN.
002000*                 EACH SIGN-OFF IS CHECKED THROUGH OPERAUTH
002100*                 (FUNCTION HANDOVER) AND WRITTEN WITH ITS
002200*                 TIMESTAMP TO THE SIGN-OFF LOG (HANDLOG), SO
002300*                 THERE IS A RECORD OF WHO TOOK OWNERSHIP.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HAND-ITEM-FILE ASSIGN TO "HANDITEM"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-HANDITEM-STATUS.
003400     SELECT HAND-CTL-FILE ASSIGN TO "SHFTCTL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SHFTCTL-STATUS.
003700     SELECT HAND-NOTE-FILE ASSIGN TO "HANDNOTE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-HANDNOTE-STATUS.
004000     SELECT HAND-SIGN-FILE ASSIGN TO "HANDSIGN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-HANDSIGN-STATUS.
004300     SELECT HAND-LOG-FILE ASSIGN TO "HANDLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-HANDLOG-STATUS.
004600     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SHALERT-STATUS.
004900     SELECT TICKET-MASTER-FILE ASSIGN TO "TICKMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS TM-TICKET-NO
005300         FILE STATUS IS WS-TICKMST-STATUS.
005400     SELECT FAIL-PACKET-FILE ASSIGN TO "SCHDFAIL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SCHDFAIL-STATUS.
005700     SELECT SUSP-ESC-FILE ASSIGN TO "SUSPESC"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SUSPESC-STATUS.
006000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-JOBACCT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*--------------------------------------------------------------
006600* HANDITEM - THE CARRIED-FORWARD REGISTER OF OPEN ITEMS,
006700* REWRITTEN WHOLE AT THE END OF EVERY RUN WITHOUT THE ITEMS
006800* SIGNED OFF IN IT
006900*--------------------------------------------------------------
007000 FD  HAND-ITEM-FILE
007100     RECORDING MODE IS F.
007200 01  HAND-ITEM-RECORD.
007300     05 HI-ITEM-NO             PIC 9(05).
007400     05 FILLER                 PIC X(02).
007500     05 HI-SOURCE              PIC X(04).
007600     05 FILLER                 PIC X(02).
007700     05 HI-KEY                 PIC X(48).
007800     05 FILLER                 PIC X(02).
007900     05 HI-FIRST-SEEN          PIC X(14).
008000     05 FILLER                 PIC X(02).
008100     05 HI-AT-SOURCE-SW        PIC X(01).
008200     05 FILLER                 PIC X(02).
008300     05 HI-TEXT                PIC X(60).
008400*--------------------------------------------------------------
008500* SHFTCTL - ONE RECORD: THE WINDOW START OF THE NEWEST SCHDFAIL
008600* PACKET ALREADY TAKEN (SCHDFAIL IS NEVER EMPTIED) AND THE
008700* LAST RUN
008800*--------------------------------------------------------------
008900 FD  HAND-CTL-FILE
009000     RECORDING MODE IS F.
009100 01  HAND-CTL-RECORD.
009200     05 HC-FAIL-MARK           PIC X(14).
009300     05 FILLER                 PIC X(02).
009400     05 HC-LAST-RUN            PIC X(14).
009500*--------------------------------------------------------------
009600* HANDNOTE - THE OUTGOING OPERATOR'S NOTES, ONE PER LINE
009700*--------------------------------------------------------------
009800 FD  HAND-NOTE-FILE
009900     RECORDING MODE IS F.
010000 01  HAND-NOTE-RECORD.
010100     05 HN-OPERATOR            PIC X(08).
010200     05 FILLER                 PIC X(01).
010300     05 HN-TEXT                PIC X(60).
010400*--------------------------------------------------------------
010500* HANDSIGN - THE INCOMING OPERATOR'S SIGN-OFFS: OPERATOR ID
010600* AND AN ITEM NUMBER FROM THE REPORT, OR "ALL"
010700*--------------------------------------------------------------
010800 FD  HAND-SIGN-FILE
010900     RECORDING MODE IS F.
011000 01  HAND-SIGN-RECORD.
011100     05 HS-OPERATOR            PIC X(08).
011200     05 FILLER                 PIC X(01).
011300     05 HS-ITEM                PIC X(05).
011400*--------------------------------------------------------------
011500* HANDLOG - ONE ROW PER ITEM SIGNED OFF. HL-VERIFIED IS "N"
011600* ONLY WHEN NO OPERSEC FILE WAS THERE TO CHECK AGAINST.
011700*--------------------------------------------------------------
011800 FD  HAND-LOG-FILE
011900     RECORDING MODE IS F.
012000 01  HAND-LOG-RECORD.
012100     05 HL-SIGNED-TS           PIC X(14).
012200     05 FILLER                 PIC X(02).
012300     05 HL-OPERATOR            PIC X(08).
012400     05 FILLER                 PIC X(02).
012500     05 HL-OPER-NAME           PIC X(20).
012600     05 FILLER                 PIC X(02).
012700     05 HL-VERIFIED            PIC X(01).
012800     05 FILLER                 PIC X(02).
012900     05 HL-ITEM-NO             PIC 9(05).
013000     05 FILLER                 PIC X(02).
013100     05 HL-SOURCE              PIC X(04).
013200     05 FILLER                 PIC X(02).
013300     05 HL-FIRST-SEEN          PIC X(14).
013400     05 FILLER                 PIC X(02).
013500     05 HL-TEXT                PIC X(60).
013600 FD  SHARED-ALERT-FILE.
013700 01  SHARED-ALERT-RECORD       PIC X(120).
013800 FD  TICKET-MASTER-FILE.
013900 01  TICKET-MASTER-RECORD.
014000     05 TM-TICKET-NO           PIC 9(07).
014100     05 TM-REQUESTER           PIC X(04).
014200     05 TM-TEXT                PIC X(60).
014300     05 TM-OPENED-TS           PIC X(14).
014400     05 TM-STATUS              PIC X(08).
014500        88 TICKET-OPEN         VALUE "OPEN".
014600        88 TICKET-ASSIGNED     VALUE "ASSIGNED".
014700        88 TICKET-CLOSED       VALUE "CLOSED".
014800     05 TM-OPERATOR            PIC X(08).
014900     05 TM-CLOSED-TS           PIC X(14).
015000*--------------------------------------------------------------
015100* SCHDFAIL - BATCH-SCHEDULER FAILURE PACKETS. EACH PACKET OPENS
015200* WITH A RULE OF "=", A "FAILURE PACKET" LINE, AND A "PARM"
015300* LINE CARRYING THE STEP'S WINDOW.
015400*--------------------------------------------------------------
015500 FD  FAIL-PACKET-FILE.
015600 01  FAIL-PACKET-RECORD.
015700     05 FP-LINE-TAG            PIC X(20).
015800     05 FILLER                 PIC X(112).
015900 01  FAIL-HEADER-LINE.
016000     05 FILLER                 PIC X(21).
016100     05 FH-STEP-NO             PIC X(03).
016200     05 FILLER                 PIC X(02).
016300     05 FH-PROGRAM             PIC X(20).
016400     05 FILLER                 PIC X(09).
016500     05 FH-STATUS              PIC X(09).
016600     05 FILLER                 PIC X(68).
016700 01  FAIL-PARM-LINE.
016800     05 FL-LINE-TAG            PIC X(05).
016900     05 FILLER                 PIC X(49).
017000     05 FL-START-TS            PIC X(14).
017100     05 FILLER                 PIC X(64).
017200 FD  SUSP-ESC-FILE
017300     RECORDING MODE IS F.
017400 01  SUSP-ESC-RECORD.
017500     05 SE-TOKEN               PIC X(16).
017600     05 FILLER                 PIC X(02).
017700     05 SE-CARD-LAST4          PIC X(04).
017800     05 FILLER                 PIC X(02).
017900     05 SE-REASON              PIC X(10).
018000     05 FILLER                 PIC X(02).
018100     05 SE-MERCHANT            PIC X(08).
018200     05 FILLER                 PIC X(02).
018300     05 SE-AMOUNT              PIC X(10).
018400     05 FILLER                 PIC X(02).
018500     05 SE-FIRST-SEEN          PIC X(08).
018600     05 FILLER                 PIC X(02).
018700     05 SE-AGE                 PIC 9(05).
018800     05 FILLER                 PIC X(02).
018900     05 SE-RUN-DATE            PIC X(08).
019000 FD  JOB-ACCT-FILE
019100     RECORDING MODE IS F.
019200 01  JOB-ACCT-FILE-RECORD      PIC X(60).
019300 WORKING-STORAGE SECTION.
019400*--------------------------------------------------------------
019500* FILE STATUS AND RUN CONTROLS
019600*--------------------------------------------------------------
019700 77  WS-HANDITEM-STATUS        PIC XX.
019800 77  WS-SHFTCTL-STATUS         PIC XX.
019900 77  WS-HANDNOTE-STATUS        PIC XX.
020000 77  WS-HANDSIGN-STATUS        PIC XX.
020100 77  WS-HANDLOG-STATUS         PIC XX.
020200 77  WS-SHALERT-STATUS         PIC XX.
020300 77  WS-TICKMST-STATUS         PIC XX.
020400 77  WS-SCHDFAIL-STATUS        PIC XX.
020500 77  WS-SUSPESC-STATUS         PIC XX.
020600 77  WS-JOBACCT-STATUS         PIC XX.
020700 77  WS-FILE-EOF-SW            PIC X VALUE "N".
020800     88 END-OF-CURRENT-FILE    VALUE "Y".
020900 77  WS-PACKET-SW              PIC X VALUE "N".
021000     88 PACKET-HEADER-HELD     VALUE "Y".
021100 77  WS-NOTE-OPENED-SW         PIC X VALUE "N".
021200     88 NOTES-CONSUMED         VALUE "Y".
021300 77  WS-SIGN-OPENED-SW         PIC X VALUE "N".
021400     88 SIGN-OFFS-CONSUMED     VALUE "Y".
021500 77  WS-OVERFLOW-SW            PIC X VALUE "N".
021600     88 REGISTER-OVERFLOW      VALUE "Y".
021700 77  WS-NOTE-SEQ               PIC 9(03) VALUE ZERO.
021800 77  WS-SOURCE-ROWS            PIC 9(07) BINARY VALUE ZERO.
021900 77  WS-SIGNED-COUNT           PIC 9(05) BINARY VALUE ZERO.
022000 77  WS-REJECT-COUNT           PIC 9(05) BINARY VALUE ZERO.
022100 77  WS-OPEN-COUNT             PIC 9(05) BINARY VALUE ZERO.
022200 77  WS-NEW-COUNT              PIC 9(05) BINARY VALUE ZERO.
022300 77  WS-CLEARED-COUNT          PIC 9(05) BINARY VALUE ZERO.
022400 77  WS-COUNT-ED               PIC ZZZZ9.
022500 77  WS-RUN-TS                 PIC X(14).
022600 77  WS-JA-START-TIMESTAMP     PIC X(14).
022700 77  WS-FAIL-MARK              PIC X(14).
022800 77  WS-NEW-FAIL-MARK          PIC X(14).
022900 77  WS-HELD-STEP-NO           PIC X(03).
023000 77  WS-HELD-PROGRAM           PIC X(20).
023100 77  WS-HELD-STATUS            PIC X(09).
023200 77  WS-NEXT-ITEM-NO           PIC 9(05) VALUE ZERO.
023300 77  WS-SIGN-ITEM-NO           PIC 9(05).
023400 77  WS-SIGN-VERIFIED          PIC X(01).
023500 77  WS-SOURCE-NAME            PIC X(04).
023600 COPY JOBACCT.
023700 COPY ALERTMSG.
023800 COPY OPERAUTH.
023900 COPY SERRANGE.
024000 COPY RPTWRITE.
024100 01  WS-RPT-DETAIL             PIC X(100).
024200*--------------------------------------------------------------
024300* THE ITEM BEING POSTED FROM A SOURCE
024400*--------------------------------------------------------------
024500 01  WS-POST-ITEM.
024600     05 WS-PI-SOURCE           PIC X(04).
024700     05 WS-PI-KEY              PIC X(48).
024800     05 WS-PI-TEXT             PIC X(60).
024900*--------------------------------------------------------------
025000* THE REGISTER IN STORAGE. AN ITEM SIGNED OFF THIS RUN IS
025100* MARKED AND LEFT OUT WHEN THE REGISTER IS WRITTEN BACK.
025200*--------------------------------------------------------------
025300 01  WS-ITEM-TABLE.
025400     05 WS-IT-COUNT            PIC 9(04) BINARY VALUE ZERO.
025500     05 WS-IT-ENTRY OCCURS 1000 TIMES.
025600        10 WS-IT-ITEM-NO       PIC 9(05).
025700        10 WS-IT-SOURCE        PIC X(04).
025800        10 WS-IT-KEY           PIC X(48).
025900        10 WS-IT-FIRST-SEEN    PIC X(14).
026000        10 WS-IT-AT-SOURCE-SW  PIC X(01).
026100           88 IT-AT-SOURCE     VALUE "Y".
026200           88 IT-CLEARED       VALUE "N".
026300        10 WS-IT-SIGNED-SW     PIC X(01).
026400           88 IT-SIGNED        VALUE "Y".
026500        10 WS-IT-TEXT          PIC X(60).
026600 77  WS-IT-IDX                 PIC 9(04) BINARY.
026700 77  WS-IT-SCAN                PIC 9(04) BINARY.
026800*--------------------------------------------------------------
026900* REPORT ORDER OF THE SOURCES
027000*--------------------------------------------------------------
027100 01  WS-SOURCE-ORDER-VALUES.
027200     05 FILLER                 PIC X(36) VALUE
027300        "NOTEOPERATOR NOTES                 ".
027400     05 FILLER                 PIC X(36) VALUE
027500        "ALRTUNACKNOWLEDGED ALERTS          ".
027600     05 FILLER                 PIC X(36) VALUE
027700        "FAILSCHEDULER FAILURE PACKETS      ".
027800     05 FILLER                 PIC X(36) VALUE
027900        "TICKOPEN AND ASSIGNED TICKETS      ".
028000     05 FILLER                 PIC X(36) VALUE
028100        "SUSPSUSPENSE ESCALATIONS           ".
028200 01  WS-SOURCE-ORDER REDEFINES WS-SOURCE-ORDER-VALUES.
028300     05 WS-SO-ENTRY OCCURS 5 TIMES.
028400        10 WS-SO-SOURCE        PIC X(04).
028500        10 WS-SO-TITLE         PIC X(32).
028600 77  WS-SO-IDX                 PIC 9(02) BINARY.
028700 77  WS-LINES-IN-SOURCE        PIC 9(04) BINARY.
028800*--------------------------------------------------------------
028900* REPORT LINES
029000*--------------------------------------------------------------
029100 01  WS-ITEM-LINE.
029200     05 IL-ITEM-NO             PIC ZZZZ9.
029300     05 FILLER                 PIC X(02) VALUE SPACES.
029400     05 IL-SOURCE              PIC X(04).
029500     05 FILLER                 PIC X(02) VALUE SPACES.
029600     05 IL-FIRST-SEEN          PIC X(12).
029700     05 FILLER                 PIC X(02) VALUE SPACES.
029800     05 IL-STATE               PIC X(07).
029900     05 FILLER                 PIC X(02) VALUE SPACES.
030000     05 IL-TEXT                PIC X(60).
030100 01  WS-SIGN-LINE.
030200     05 SL-ITEM-NO             PIC ZZZZ9.
030300     05 FILLER                 PIC X(02) VALUE SPACES.
030400     05 SL-SOURCE              PIC X(04).
030500     05 FILLER                 PIC X(02) VALUE SPACES.
030600     05 SL-OPERATOR            PIC X(08).
030700     05 FILLER                 PIC X(02) VALUE SPACES.
030800     05 SL-OPER-NAME           PIC X(20).
030900     05 FILLER                 PIC X(02) VALUE SPACES.
031000     05 SL-SIGNED-TS           PIC X(14).
031100     05 FILLER                 PIC X(02) VALUE SPACES.
031200     05 SL-VERIFIED            PIC X(14).
031300 PROCEDURE DIVISION.
031400*--------------------------------------------------------------
031500* 0000-MAINLINE
031600*--------------------------------------------------------------
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
031900     PERFORM 2000-TAKE-NOTES THRU 2000-TAKE-NOTES-EXIT
032000     PERFORM 2100-TAKE-ALERTS THRU 2100-TAKE-ALERTS-EXIT
032100     PERFORM 2200-TAKE-FAILURES THRU 2200-TAKE-FAILURES-EXIT
032200     PERFORM 2300-TAKE-TICKETS THRU 2300-TAKE-TICKETS-EXIT
032300     PERFORM 2400-TAKE-ESCALATIONS
032400        THRU 2400-TAKE-ESCALATIONS-EXIT
032500     PERFORM 3000-APPLY-SIGN-OFFS THRU 3000-APPLY-SIGN-OFFS-EXIT
032600     PERFORM 4000-LIST-OPEN-ITEMS THRU 4000-LIST-OPEN-ITEMS-EXIT
032700     PERFORM 5000-SAVE-REGISTER THRU 5000-SAVE-REGISTER-EXIT
032800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
032900*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN A SIGN-OFF
033000*    WAS REFUSED OR THE REGISTER WAS FULL.
033100     IF WS-REJECT-COUNT > ZERO
033200        OR REGISTER-OVERFLOW
033300        MOVE 4 TO RETURN-CODE
033400     END-IF
033500     STOP RUN.
033600*--------------------------------------------------------------
033700* 1000-INITIALIZE - LOAD THE CONTROL RECORD AND THE REGISTER,
033800*          AND OPEN THE REPORT
033900*--------------------------------------------------------------
034000 1000-INITIALIZE.
034100     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
034200     MOVE WS-JA-START-TIMESTAMP TO WS-RUN-TS
034300*    WITH NO CONTROL RECORD YET, TONIGHT'S PACKETS ARE THOSE
034400*    WHOSE WINDOW OPENED SINCE THE START OF YESTERDAY
034500     MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(NUMVAL(WS-RUN-TS(1:8)))
034600        - 1) TO WS-FAIL-MARK(1:8)
034700     MOVE "000000" TO WS-FAIL-MARK(9:6)
034800     OPEN INPUT HAND-CTL-FILE
034900     IF WS-SHFTCTL-STATUS = "00"
035000        READ HAND-CTL-FILE
035100           AT END
035200              CONTINUE
035300           NOT AT END
035400              IF HC-FAIL-MARK IS NUMERIC
035500                 MOVE HC-FAIL-MARK TO WS-FAIL-MARK
035600              END-IF
035700        END-READ
035800        CLOSE HAND-CTL-FILE
035900     END-IF
036000     MOVE WS-FAIL-MARK TO WS-NEW-FAIL-MARK
036100     MOVE "N" TO WS-FILE-EOF-SW
036200     OPEN INPUT HAND-ITEM-FILE
036300     IF WS-HANDITEM-STATUS = "00"
036400        PERFORM 1100-LOAD-ONE-ITEM THRU 1100-LOAD-ONE-ITEM-EXIT
036500           UNTIL END-OF-CURRENT-FILE
036600        CLOSE HAND-ITEM-FILE
036700     END-IF
036800     MOVE "O" TO RPT-REQUEST
036900     MOVE "SHFTHAND" TO RPT-PROGRAM-ID
037000     MOVE "SHFTHAND" TO RPT-REPORT-NAME
037100     MOVE "SHIFT HANDOVER - OPEN ITEMS" TO RPT-TITLE
037200     MOVE SPACES TO RPT-COL-HEADING
037300     STRING " ITEM  SRC   FIRST SEEN    STATE    DESCRIPTION"
037400           DELIMITED BY SIZE
037500        INTO RPT-COL-HEADING
037600     END-STRING
037700     MOVE 60 TO RPT-LINES-PER-PAGE
037800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
037900 1000-INITIALIZE-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------
038200* 1100-LOAD-ONE-ITEM - AN ITEM WITH A SOURCE TO CHECK STARTS
038300*          OUT CLEARED AND IS SET BACK TO OPEN WHEN TONIGHT'S
038400*          PASS OVER ITS SOURCE FINDS IT. NOTES AND FAILURE
038500*          PACKETS HAVE NOTHING TO CLEAR THEM BUT A SIGN-OFF.
038600*--------------------------------------------------------------
038700 1100-LOAD-ONE-ITEM.
038800     READ HAND-ITEM-FILE
038900        AT END
039000           SET END-OF-CURRENT-FILE TO TRUE
039100           GO TO 1100-LOAD-ONE-ITEM-EXIT
039200     END-READ
039300     IF HI-ITEM-NO IS NOT NUMERIC
039400        GO TO 1100-LOAD-ONE-ITEM-EXIT
039500     END-IF
039600     IF WS-IT-COUNT NOT < 1000
039700        SET REGISTER-OVERFLOW TO TRUE
039800        GO TO 1100-LOAD-ONE-ITEM-EXIT
039900     END-IF
040000     ADD 1 TO WS-IT-COUNT
040100     MOVE HI-ITEM-NO TO WS-IT-ITEM-NO(WS-IT-COUNT)
040200     MOVE HI-SOURCE TO WS-IT-SOURCE(WS-IT-COUNT)
040300     MOVE HI-KEY TO WS-IT-KEY(WS-IT-COUNT)
040400     MOVE HI-FIRST-SEEN TO WS-IT-FIRST-SEEN(WS-IT-COUNT)
040500     MOVE HI-TEXT TO WS-IT-TEXT(WS-IT-COUNT)
040600     MOVE "N" TO WS-IT-SIGNED-SW(WS-IT-COUNT)
040700     IF HI-SOURCE = "NOTE" OR HI-SOURCE = "FAIL"
040800        SET IT-AT-SOURCE(WS-IT-COUNT) TO TRUE
040900     ELSE
041000        SET IT-CLEARED(WS-IT-COUNT) TO TRUE
041100     END-IF
041200     IF HI-ITEM-NO > WS-NEXT-ITEM-NO
041300        MOVE HI-ITEM-NO TO WS-NEXT-ITEM-NO
041400     END-IF.
041500 1100-LOAD-ONE-ITEM-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------
041800* 2000-TAKE-NOTES - EVERY NOTE LINE BECOMES AN ITEM OF ITS OWN
041900*--------------------------------------------------------------
042000 2000-TAKE-NOTES.
042100     MOVE "N" TO WS-FILE-EOF-SW
042200     OPEN INPUT HAND-NOTE-FILE
042300     IF WS-HANDNOTE-STATUS NOT = "00"
042400        GO TO 2000-TAKE-NOTES-EXIT
042500     END-IF
042600     SET NOTES-CONSUMED TO TRUE
042700     PERFORM 2010-TAKE-ONE-NOTE THRU 2010-TAKE-ONE-NOTE-EXIT
042800        UNTIL END-OF-CURRENT-FILE
042900     CLOSE HAND-NOTE-FILE.
043000 2000-TAKE-NOTES-EXIT.
043100     EXIT.
043200 2010-TAKE-ONE-NOTE.
043300     READ HAND-NOTE-FILE
043400        AT END
043500           SET END-OF-CURRENT-FILE TO TRUE
043600           GO TO 2010-TAKE-ONE-NOTE-EXIT
043700     END-READ
043800     ADD 1 TO WS-SOURCE-ROWS
043900     IF HN-TEXT = SPACES
044000        GO TO 2010-TAKE-ONE-NOTE-EXIT
044100     END-IF
044200     ADD 1 TO WS-NOTE-SEQ
044300     MOVE SPACES TO WS-POST-ITEM
044400     MOVE "NOTE" TO WS-PI-SOURCE
044500     STRING HN-OPERATOR DELIMITED BY SIZE
044600        WS-RUN-TS DELIMITED BY SIZE
044700        WS-NOTE-SEQ DELIMITED BY SIZE
044800        INTO WS-PI-KEY
044900     END-STRING
045000     STRING HN-OPERATOR DELIMITED BY SPACE
045100        ": " DELIMITED BY SIZE
045200        HN-TEXT DELIMITED BY SIZE
045300        INTO WS-PI-TEXT
045400     END-STRING
045500     PERFORM 2900-POST-ITEM THRU 2900-POST-ITEM-EXIT.
045600 2010-TAKE-ONE-NOTE-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------
045900* 2100-TAKE-ALERTS - EVERY ALERTS ROW NOT YET ACKNOWLEDGED
046000*--------------------------------------------------------------
046100 2100-TAKE-ALERTS.
046200     MOVE "N" TO WS-FILE-EOF-SW
046300     OPEN INPUT SHARED-ALERT-FILE
046400     IF WS-SHALERT-STATUS NOT = "00"
046500        GO TO 2100-TAKE-ALERTS-EXIT
046600     END-IF
046700     PERFORM 2110-TAKE-ONE-ALERT THRU 2110-TAKE-ONE-ALERT-EXIT
046800        UNTIL END-OF-CURRENT-FILE
046900     CLOSE SHARED-ALERT-FILE.
047000 2100-TAKE-ALERTS-EXIT.
047100     EXIT.
047200 2110-TAKE-ONE-ALERT.
047300     READ SHARED-ALERT-FILE
047400        AT END
047500           SET END-OF-CURRENT-FILE TO TRUE
047600           GO TO 2110-TAKE-ONE-ALERT-EXIT
047700     END-READ
047800     ADD 1 TO WS-SOURCE-ROWS
047900     MOVE SHARED-ALERT-RECORD TO ALERT-MSG-RECORD
048000     IF AM-ACKNOWLEDGED OR AM-PROGRAM = SPACES
048100        GO TO 2110-TAKE-ONE-ALERT-EXIT
048200     END-IF
048300     MOVE SPACES TO WS-POST-ITEM
048400     MOVE "ALRT" TO WS-PI-SOURCE
048500     STRING AM-PROGRAM DELIMITED BY SIZE
048600        AM-TIMESTAMP DELIMITED BY SIZE
048700        INTO WS-PI-KEY
048800     END-STRING
048900     STRING "SEV " DELIMITED BY SIZE
049000        AM-SEVERITY DELIMITED BY SIZE
049100        " " DELIMITED BY SIZE
049200        AM-PROGRAM DELIMITED BY SPACE
049300        ": " DELIMITED BY SIZE
049400        AM-TEXT DELIMITED BY SIZE
049500        INTO WS-PI-TEXT
049600     END-STRING
049700     PERFORM 2900-POST-ITEM THRU 2900-POST-ITEM-EXIT.
049800 2110-TAKE-ONE-ALERT-EXIT.
049900     EXIT.
050000*--------------------------------------------------------------
050100* 2200-TAKE-FAILURES - PACKETS WHOSE WINDOW OPENED AFTER THE
050200*          NEWEST ONE ALREADY TAKEN. THE HEADER LINE IS HELD
050300*          UNTIL ITS PARM LINE GIVES THE WINDOW START.
050400*--------------------------------------------------------------
050500 2200-TAKE-FAILURES.
050600     MOVE "N" TO WS-FILE-EOF-SW
050700     MOVE "N" TO WS-PACKET-SW
050800     OPEN INPUT FAIL-PACKET-FILE
050900     IF WS-SCHDFAIL-STATUS NOT = "00"
051000        GO TO 2200-TAKE-FAILURES-EXIT
051100     END-IF
051200     PERFORM 2210-TAKE-ONE-PACKET-LINE
051300        THRU 2210-TAKE-ONE-PACKET-LINE-EXIT
051400        UNTIL END-OF-CURRENT-FILE
051500     CLOSE FAIL-PACKET-FILE.
051600 2200-TAKE-FAILURES-EXIT.
051700     EXIT.
051800 2210-TAKE-ONE-PACKET-LINE.
051900     READ FAIL-PACKET-FILE
052000        AT END
052100           SET END-OF-CURRENT-FILE TO TRUE
052200           GO TO 2210-TAKE-ONE-PACKET-LINE-EXIT
052300     END-READ
052400     IF FP-LINE-TAG = "FAILURE PACKET  STEP"
052500        ADD 1 TO WS-SOURCE-ROWS
052600        MOVE FH-STEP-NO TO WS-HELD-STEP-NO
052700        MOVE FH-PROGRAM TO WS-HELD-PROGRAM
052800        MOVE FH-STATUS TO WS-HELD-STATUS
052900        SET PACKET-HEADER-HELD TO TRUE
053000        GO TO 2210-TAKE-ONE-PACKET-LINE-EXIT
053100     END-IF
053200     IF NOT PACKET-HEADER-HELD OR FL-LINE-TAG NOT = "PARM "
053300        GO TO 2210-TAKE-ONE-PACKET-LINE-EXIT
053400     END-IF
053500     MOVE "N" TO WS-PACKET-SW
053600     IF FL-START-TS NOT > WS-FAIL-MARK
053700        GO TO 2210-TAKE-ONE-PACKET-LINE-EXIT
053800     END-IF
053900     IF FL-START-TS > WS-NEW-FAIL-MARK
054000        MOVE FL-START-TS TO WS-NEW-FAIL-MARK
054100     END-IF
054200     MOVE SPACES TO WS-POST-ITEM
054300     MOVE "FAIL" TO WS-PI-SOURCE
054400     STRING WS-HELD-STEP-NO DELIMITED BY SIZE
054500        FL-START-TS DELIMITED BY SIZE
054600        WS-HELD-PROGRAM DELIMITED BY SIZE
054700        INTO WS-PI-KEY
054800     END-STRING
054900     STRING "STEP " DELIMITED BY SIZE
055000        WS-HELD-STEP-NO DELIMITED BY SIZE
055100        " " DELIMITED BY SIZE
055200        WS-HELD-PROGRAM DELIMITED BY SPACE
055300        " " DELIMITED BY SIZE
055400        WS-HELD-STATUS DELIMITED BY SPACE
055410        ", WINDOW FROM " DELIMITED BY SIZE
055600        FL-START-TS DELIMITED BY SIZE
055800        INTO WS-PI-TEXT
055900     END-STRING
056000     PERFORM 2900-POST-ITEM THRU 2900-POST-ITEM-EXIT.
056100 2210-TAKE-ONE-PACKET-LINE-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------
056400* 2300-TAKE-TICKETS - OPEN AND ASSIGNED TICKETS ON TICKMST
056500*--------------------------------------------------------------
056600 2300-TAKE-TICKETS.
056700     MOVE "N" TO WS-FILE-EOF-SW
056800     OPEN INPUT TICKET-MASTER-FILE
056900     IF WS-TICKMST-STATUS NOT = "00"
057000        GO TO 2300-TAKE-TICKETS-EXIT
057100     END-IF
057200     PERFORM 2310-TAKE-ONE-TICKET THRU 2310-TAKE-ONE-TICKET-EXIT
057300        UNTIL END-OF-CURRENT-FILE
057400     CLOSE TICKET-MASTER-FILE.
057500 2300-TAKE-TICKETS-EXIT.
057600     EXIT.
057700 2310-TAKE-ONE-TICKET.
057800     READ TICKET-MASTER-FILE NEXT RECORD
057900        AT END
058000           SET END-OF-CURRENT-FILE TO TRUE
058100           GO TO 2310-TAKE-ONE-TICKET-EXIT
058200     END-READ
058300     ADD 1 TO WS-SOURCE-ROWS
058400     IF NOT TICKET-OPEN AND NOT TICKET-ASSIGNED
058500        GO TO 2310-TAKE-ONE-TICKET-EXIT
058600     END-IF
058700     MOVE SPACES TO WS-POST-ITEM
058800     MOVE "TICK" TO WS-PI-SOURCE
058900     MOVE TM-TICKET-NO TO WS-PI-KEY
059000     IF TICKET-ASSIGNED
059100        STRING "TICKET " DELIMITED BY SIZE
059200           TM-TICKET-NO DELIMITED BY SIZE
059300           " ASSIGNED " DELIMITED BY SIZE
059400           TM-OPERATOR DELIMITED BY SPACE
059500           ": " DELIMITED BY SIZE
059600           TM-TEXT DELIMITED BY SIZE
059700           INTO WS-PI-TEXT
059800        END-STRING
059900     ELSE
060000        STRING "TICKET " DELIMITED BY SIZE
060100           TM-TICKET-NO DELIMITED BY SIZE
060200           " OPEN: " DELIMITED BY SIZE
060300           TM-TEXT DELIMITED BY SIZE
060400           INTO WS-PI-TEXT
060500        END-STRING
060600     END-IF
060700     PERFORM 2900-POST-ITEM THRU 2900-POST-ITEM-EXIT.
060800 2310-TAKE-ONE-TICKET-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------
061100* 2400-TAKE-ESCALATIONS - SUSP-AGE'S SUPERVISOR ESCALATIONS.
061200*          AN ITEM IS KNOWN BY ITS TOKEN; ONE FROM BEFORE THE
061300*          VAULT BY MERCHANT, REASON, FIRST-SEEN, AND LAST FOUR.
061400*--------------------------------------------------------------
061500 2400-TAKE-ESCALATIONS.
061600     MOVE "N" TO WS-FILE-EOF-SW
061700     OPEN INPUT SUSP-ESC-FILE
061800     IF WS-SUSPESC-STATUS NOT = "00"
061900        GO TO 2400-TAKE-ESCALATIONS-EXIT
062000     END-IF
062100     PERFORM 2410-TAKE-ONE-ESCALATION
062200        THRU 2410-TAKE-ONE-ESCALATION-EXIT
062300        UNTIL END-OF-CURRENT-FILE
062400     CLOSE SUSP-ESC-FILE.
062500 2400-TAKE-ESCALATIONS-EXIT.
062600     EXIT.
062700 2410-TAKE-ONE-ESCALATION.
062800     READ SUSP-ESC-FILE
062900        AT END
063000           SET END-OF-CURRENT-FILE TO TRUE
063100           GO TO 2410-TAKE-ONE-ESCALATION-EXIT
063200     END-READ
063300     ADD 1 TO WS-SOURCE-ROWS
063400     MOVE SPACES TO WS-POST-ITEM
063500     MOVE "SUSP" TO WS-PI-SOURCE
063600     IF SE-TOKEN NOT = SPACES
063700        MOVE SE-TOKEN TO WS-PI-KEY
063800     ELSE
063900        STRING SE-MERCHANT DELIMITED BY SIZE
064000           SE-REASON DELIMITED BY SIZE
064100           SE-FIRST-SEEN DELIMITED BY SIZE
064200           SE-CARD-LAST4 DELIMITED BY SIZE
064300           INTO WS-PI-KEY
064400        END-STRING
064500     END-IF
064510     STRING "SUSP " DELIMITED BY SIZE
064700        SE-REASON DELIMITED BY SPACE
064710        " " DELIMITED BY SIZE
064900        SE-MERCHANT DELIMITED BY SPACE
065000        " CARD ..." DELIMITED BY SIZE
065100        SE-CARD-LAST4 DELIMITED BY SIZE
065110        " " DELIMITED BY SIZE
065300        SE-AMOUNT DELIMITED BY SIZE
065400        " SINCE " DELIMITED BY SIZE
065500        SE-FIRST-SEEN DELIMITED BY SIZE
065600        INTO WS-PI-TEXT
065700     END-STRING
065800     PERFORM 2900-POST-ITEM THRU 2900-POST-ITEM-EXIT.
065900 2410-TAKE-ONE-ESCALATION-EXIT.
066000     EXIT.
066100*--------------------------------------------------------------
066200* 2900-POST-ITEM - AN ITEM ALREADY ON THE REGISTER IS STILL
066300*          OPEN AT ITS SOURCE; ANYTHING ELSE IS NEW TONIGHT AND
066400*          TAKES THE NEXT ITEM NUMBER
066500*--------------------------------------------------------------
066600 2900-POST-ITEM.
066700     MOVE ZERO TO WS-IT-IDX
066800     PERFORM 2910-MATCH-ONE-ITEM THRU 2910-MATCH-ONE-ITEM-EXIT
066900        VARYING WS-IT-SCAN FROM 1 BY 1
067000        UNTIL WS-IT-SCAN > WS-IT-COUNT
067100           OR WS-IT-IDX > ZERO
067200     IF WS-IT-IDX > ZERO
067300        SET IT-AT-SOURCE(WS-IT-IDX) TO TRUE
067400        MOVE WS-PI-TEXT TO WS-IT-TEXT(WS-IT-IDX)
067500        GO TO 2900-POST-ITEM-EXIT
067600     END-IF
067700     IF WS-IT-COUNT NOT < 1000
067800        SET REGISTER-OVERFLOW TO TRUE
067900        GO TO 2900-POST-ITEM-EXIT
068000     END-IF
068100*    ITEM NUMBERS COME FROM THE CENTRAL RANGE SERVICE; A
068200*    RANGE NOT YET ON THE MASTER FALLS BACK TO MAX-PLUS-ONE
068300     MOVE "HANDITEM" TO SR-RANGE-NAME
068400     MOVE "N" TO SR-REQUEST
068500     CALL "SERRANGE" USING SERIAL-RANGE-CONTROL
068600     IF SR-STATUS = "00" OR SR-STATUS = "WN"
068700        MOVE SR-SERIAL TO WS-NEXT-ITEM-NO
068800     ELSE
068900        ADD 1 TO WS-NEXT-ITEM-NO
069000     END-IF
069100     ADD 1 TO WS-IT-COUNT
069200     MOVE WS-NEXT-ITEM-NO TO WS-IT-ITEM-NO(WS-IT-COUNT)
069300     MOVE WS-PI-SOURCE TO WS-IT-SOURCE(WS-IT-COUNT)
069400     MOVE WS-PI-KEY TO WS-IT-KEY(WS-IT-COUNT)
069500     MOVE WS-RUN-TS TO WS-IT-FIRST-SEEN(WS-IT-COUNT)
069600     MOVE WS-PI-TEXT TO WS-IT-TEXT(WS-IT-COUNT)
069700     SET IT-AT-SOURCE(WS-IT-COUNT) TO TRUE
069800     MOVE "N" TO WS-IT-SIGNED-SW(WS-IT-COUNT).
069900 2900-POST-ITEM-EXIT.
070000     EXIT.
070100 2910-MATCH-ONE-ITEM.
070200     IF WS-IT-SOURCE(WS-IT-SCAN) = WS-PI-SOURCE
070300        AND WS-IT-KEY(WS-IT-SCAN) = WS-PI-KEY
070400        MOVE WS-IT-SCAN TO WS-IT-IDX
070500     END-IF.
070600 2910-MATCH-ONE-ITEM-EXIT.
070700     EXIT.
070800*--------------------------------------------------------------
070900* 3000-APPLY-SIGN-OFFS - THE INCOMING OPERATOR TAKES OWNERSHIP.
071000*          EACH SIGN-OFF IS CHECKED THROUGH OPERAUTH; A MISSING
071100*          OPERSEC FILE IS NOTED ON THE LOG ROW AND THE SIGN-OFF
071200*          STANDS, AS EVERYWHERE ELSE IN THE SHOP.
071300*--------------------------------------------------------------
071400 3000-APPLY-SIGN-OFFS.
071500     MOVE "N" TO WS-FILE-EOF-SW
071600     OPEN INPUT HAND-SIGN-FILE
071700     IF WS-HANDSIGN-STATUS NOT = "00"
071800        GO TO 3000-APPLY-SIGN-OFFS-EXIT
071900     END-IF
072000     SET SIGN-OFFS-CONSUMED TO TRUE
072100     OPEN EXTEND HAND-LOG-FILE
072200     IF WS-HANDLOG-STATUS = "35"
072300        OPEN OUTPUT HAND-LOG-FILE
072400        CLOSE HAND-LOG-FILE
072500        OPEN EXTEND HAND-LOG-FILE
072600     END-IF
072700     MOVE SPACES TO WS-RPT-DETAIL
072800     MOVE "SIGN-OFFS RECORDED THIS RUN" TO WS-RPT-DETAIL
072900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
073000     PERFORM 3100-APPLY-ONE-SIGN-OFF
073100        THRU 3100-APPLY-ONE-SIGN-OFF-EXIT
073200        UNTIL END-OF-CURRENT-FILE
073300     IF WS-SIGNED-COUNT = ZERO AND WS-REJECT-COUNT = ZERO
073400        MOVE "  NONE" TO WS-RPT-DETAIL
073500        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
073600     END-IF
073700     MOVE SPACES TO WS-RPT-DETAIL
073800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
073900     CLOSE HAND-LOG-FILE
074000     CLOSE HAND-SIGN-FILE.
074100 3000-APPLY-SIGN-OFFS-EXIT.
074200     EXIT.
074300 3100-APPLY-ONE-SIGN-OFF.
074400     READ HAND-SIGN-FILE
074500        AT END
074600           SET END-OF-CURRENT-FILE TO TRUE
074700           GO TO 3100-APPLY-ONE-SIGN-OFF-EXIT
074800     END-READ
074900     ADD 1 TO WS-SOURCE-ROWS
075000     IF HS-OPERATOR = SPACES
075100        GO TO 3100-APPLY-ONE-SIGN-OFF-EXIT
075200     END-IF
075300     MOVE HS-OPERATOR TO OA-OPERATOR
075400     MOVE "HANDOVER" TO OA-FUNCTION
075500     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
075600     EVALUATE TRUE
075700        WHEN OA-AUTHORIZED
075800           MOVE "Y" TO WS-SIGN-VERIFIED
075900        WHEN OA-NO-SECURITY
076000           MOVE "N" TO WS-SIGN-VERIFIED
076100        WHEN OTHER
076200           ADD 1 TO WS-REJECT-COUNT
076300           MOVE SPACES TO WS-RPT-DETAIL
076400           STRING "  REFUSED - " DELIMITED BY SIZE
076500              HS-OPERATOR DELIMITED BY SPACE
076600              " NOT AUTHORIZED FOR HANDOVER (STATUS "
076700                 DELIMITED BY SIZE
076800              OA-STATUS DELIMITED BY SIZE
076900              ") ITEM " DELIMITED BY SIZE
077000              HS-ITEM DELIMITED BY SIZE
077100              INTO WS-RPT-DETAIL
077200           END-STRING
077300           PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
077400           GO TO 3100-APPLY-ONE-SIGN-OFF-EXIT
077500     END-EVALUATE
077600     IF UPPER-CASE(HS-ITEM) = "ALL"
077700        PERFORM 3200-SIGN-ONE-ITEM THRU 3200-SIGN-ONE-ITEM-EXIT
077800           VARYING WS-IT-IDX FROM 1 BY 1
077900           UNTIL WS-IT-IDX > WS-IT-COUNT
078000        GO TO 3100-APPLY-ONE-SIGN-OFF-EXIT
078100     END-IF
078200     MOVE ZERO TO WS-IT-IDX
078300     IF TEST-NUMVAL(HS-ITEM) = ZERO
078400        MOVE NUMVAL(HS-ITEM) TO WS-SIGN-ITEM-NO
078500        PERFORM 3110-FIND-ONE-NUMBER
078600           THRU 3110-FIND-ONE-NUMBER-EXIT
078700           VARYING WS-IT-SCAN FROM 1 BY 1
078800           UNTIL WS-IT-SCAN > WS-IT-COUNT
078900              OR WS-IT-IDX > ZERO
079000     END-IF
079100     IF WS-IT-IDX = ZERO
079200        ADD 1 TO WS-REJECT-COUNT
079300        MOVE SPACES TO WS-RPT-DETAIL
079400        STRING "  REFUSED - ITEM " DELIMITED BY SIZE
079500           HS-ITEM DELIMITED BY SIZE
079600           " IS NOT AN OPEN ITEM (SIGN-OFF BY " DELIMITED BY SIZE
079700           HS-OPERATOR DELIMITED BY SPACE
079800           ")" DELIMITED BY SIZE
079900           INTO WS-RPT-DETAIL
080000        END-STRING
080100        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
080200        GO TO 3100-APPLY-ONE-SIGN-OFF-EXIT
080300     END-IF
080400     PERFORM 3200-SIGN-ONE-ITEM THRU 3200-SIGN-ONE-ITEM-EXIT.
080500 3100-APPLY-ONE-SIGN-OFF-EXIT.
080600     EXIT.
080700 3110-FIND-ONE-NUMBER.
080800     IF WS-IT-ITEM-NO(WS-IT-SCAN) = WS-SIGN-ITEM-NO
080900        AND NOT IT-SIGNED(WS-IT-SCAN)
081000        MOVE WS-IT-SCAN TO WS-IT-IDX
081100     END-IF.
081200 3110-FIND-ONE-NUMBER-EXIT.
081300     EXIT.
081400*--------------------------------------------------------------
081500* 3200-SIGN-ONE-ITEM - STAMP THE ITEM SIGNED, LOG WHO AND WHEN
081600*--------------------------------------------------------------
081700 3200-SIGN-ONE-ITEM.
081800     IF IT-SIGNED(WS-IT-IDX)
081900        GO TO 3200-SIGN-ONE-ITEM-EXIT
082000     END-IF
082100     SET IT-SIGNED(WS-IT-IDX) TO TRUE
082200     ADD 1 TO WS-SIGNED-COUNT
082300     MOVE SPACES TO HAND-LOG-RECORD
082400     MOVE CURRENT-DATE(1:14) TO HL-SIGNED-TS
082500     MOVE HS-OPERATOR TO HL-OPERATOR
082600     MOVE OA-NAME TO HL-OPER-NAME
082700     MOVE WS-SIGN-VERIFIED TO HL-VERIFIED
082800     MOVE WS-IT-ITEM-NO(WS-IT-IDX) TO HL-ITEM-NO
082900     MOVE WS-IT-SOURCE(WS-IT-IDX) TO HL-SOURCE
083000     MOVE WS-IT-FIRST-SEEN(WS-IT-IDX) TO HL-FIRST-SEEN
083100     MOVE WS-IT-TEXT(WS-IT-IDX) TO HL-TEXT
083200     WRITE HAND-LOG-RECORD
083300     MOVE SPACES TO WS-SIGN-LINE
083400     MOVE HL-ITEM-NO TO SL-ITEM-NO
083500     MOVE HL-SOURCE TO SL-SOURCE
083600     MOVE HL-OPERATOR TO SL-OPERATOR
083700     MOVE HL-OPER-NAME TO SL-OPER-NAME
083800     MOVE HL-SIGNED-TS TO SL-SIGNED-TS
083900     IF HL-VERIFIED = "Y"
084000        MOVE "VERIFIED" TO SL-VERIFIED
084100     ELSE
084200        MOVE "NOT VERIFIED" TO SL-VERIFIED
084300     END-IF
084400     MOVE WS-SIGN-LINE TO WS-RPT-DETAIL
084500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
084600 3200-SIGN-ONE-ITEM-EXIT.
084700     EXIT.
084800*--------------------------------------------------------------
084900* 4000-LIST-OPEN-ITEMS - WHAT THE INCOMING SHIFT STILL OWES A
085000*          SIGN-OFF, A SECTION PER SOURCE. NEW = FIRST SEEN
085100*          THIS RUN, CARRIED = FROM AN EARLIER HANDOVER,
085200*          CLEARED = GONE AT ITS SOURCE BUT NOT YET SIGNED OFF.
085300*--------------------------------------------------------------
085400 4000-LIST-OPEN-ITEMS.
085500     PERFORM 4100-LIST-ONE-SOURCE THRU 4100-LIST-ONE-SOURCE-EXIT
085600        VARYING WS-SO-IDX FROM 1 BY 1
085700        UNTIL WS-SO-IDX > 5
085800     MOVE SPACES TO WS-RPT-DETAIL
085900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
086000     MOVE WS-OPEN-COUNT TO WS-COUNT-ED
086100     MOVE SPACES TO WS-RPT-DETAIL
086200     STRING "ITEMS AWAITING SIGN-OFF " DELIMITED BY SIZE
086300        WS-COUNT-ED DELIMITED BY SIZE
086400        INTO WS-RPT-DETAIL
086500     END-STRING
086600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
086700     MOVE WS-NEW-COUNT TO WS-COUNT-ED
086800     MOVE SPACES TO WS-RPT-DETAIL
086900     STRING "  NEW THIS RUN          " DELIMITED BY SIZE
087000        WS-COUNT-ED DELIMITED BY SIZE
087100        INTO WS-RPT-DETAIL
087200     END-STRING
087300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
087400     MOVE WS-CLEARED-COUNT TO WS-COUNT-ED
087500     MOVE SPACES TO WS-RPT-DETAIL
087600     STRING "  CLEARED AT SOURCE     " DELIMITED BY SIZE
087700        WS-COUNT-ED DELIMITED BY SIZE
087800        INTO WS-RPT-DETAIL
087900     END-STRING
088000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
088100     MOVE WS-SIGNED-COUNT TO WS-COUNT-ED
088200     MOVE SPACES TO WS-RPT-DETAIL
088300     STRING "ITEMS SIGNED OFF        " DELIMITED BY SIZE
088400        WS-COUNT-ED DELIMITED BY SIZE
088500        INTO WS-RPT-DETAIL
088600     END-STRING
088700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
088800     MOVE WS-REJECT-COUNT TO WS-COUNT-ED
088900     MOVE SPACES TO WS-RPT-DETAIL
089000     STRING "SIGN-OFFS REFUSED       " DELIMITED BY SIZE
089100        WS-COUNT-ED DELIMITED BY SIZE
089200        INTO WS-RPT-DETAIL
089300     END-STRING
089400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
089500     IF REGISTER-OVERFLOW
089600        MOVE "REGISTER FULL AT 1000 ITEMS - LATER ITEMS NOT TAKEN"
089700           TO WS-RPT-DETAIL
089800        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
089900     END-IF.
090000 4000-LIST-OPEN-ITEMS-EXIT.
090100     EXIT.
090200 4100-LIST-ONE-SOURCE.
090300     MOVE WS-SO-SOURCE(WS-SO-IDX) TO WS-SOURCE-NAME
090400     MOVE WS-SO-TITLE(WS-SO-IDX) TO WS-RPT-DETAIL
090500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
090600     MOVE ZERO TO WS-LINES-IN-SOURCE
090700     PERFORM 4200-LIST-ONE-ITEM THRU 4200-LIST-ONE-ITEM-EXIT
090800        VARYING WS-IT-SCAN FROM 1 BY 1
090900        UNTIL WS-IT-SCAN > WS-IT-COUNT
091000     IF WS-LINES-IN-SOURCE = ZERO
091100        MOVE "  NONE OPEN" TO WS-RPT-DETAIL
091200        PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
091300     END-IF
091400     MOVE SPACES TO WS-RPT-DETAIL
091500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
091600 4100-LIST-ONE-SOURCE-EXIT.
091700     EXIT.
091800 4200-LIST-ONE-ITEM.
091900     IF WS-IT-SOURCE(WS-IT-SCAN) NOT = WS-SOURCE-NAME
092000        OR IT-SIGNED(WS-IT-SCAN)
092100        GO TO 4200-LIST-ONE-ITEM-EXIT
092200     END-IF
092300     ADD 1 TO WS-LINES-IN-SOURCE
092400     ADD 1 TO WS-OPEN-COUNT
092500     MOVE SPACES TO WS-ITEM-LINE
092600     MOVE WS-IT-ITEM-NO(WS-IT-SCAN) TO IL-ITEM-NO
092700     MOVE WS-IT-SOURCE(WS-IT-SCAN) TO IL-SOURCE
092800     MOVE WS-IT-FIRST-SEEN(WS-IT-SCAN)(1:12) TO IL-FIRST-SEEN
092900     EVALUATE TRUE
093000        WHEN IT-CLEARED(WS-IT-SCAN)
093100           ADD 1 TO WS-CLEARED-COUNT
093200           MOVE "CLEARED" TO IL-STATE
093300        WHEN WS-IT-FIRST-SEEN(WS-IT-SCAN) = WS-RUN-TS
093400           ADD 1 TO WS-NEW-COUNT
093500           MOVE "NEW" TO IL-STATE
093600        WHEN OTHER
093700           MOVE "CARRIED" TO IL-STATE
093800     END-EVALUATE
093900     MOVE WS-IT-TEXT(WS-IT-SCAN) TO IL-TEXT
094000     MOVE WS-ITEM-LINE TO WS-RPT-DETAIL
094100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
094200 4200-LIST-ONE-ITEM-EXIT.
094300     EXIT.
094400*--------------------------------------------------------------
094500* 5000-SAVE-REGISTER - WRITE BACK EVERYTHING NOT SIGNED OFF,
094600*          AND THE NEW FAILURE-PACKET MARK
094700*--------------------------------------------------------------
094800 5000-SAVE-REGISTER.
094900     OPEN OUTPUT HAND-ITEM-FILE
095000     PERFORM 5100-SAVE-ONE-ITEM THRU 5100-SAVE-ONE-ITEM-EXIT
095100        VARYING WS-IT-SCAN FROM 1 BY 1
095200        UNTIL WS-IT-SCAN > WS-IT-COUNT
095300     CLOSE HAND-ITEM-FILE
095400     OPEN OUTPUT HAND-CTL-FILE
095500     MOVE SPACES TO HAND-CTL-RECORD
095600     MOVE WS-NEW-FAIL-MARK TO HC-FAIL-MARK
095700     MOVE WS-RUN-TS TO HC-LAST-RUN
095800     WRITE HAND-CTL-RECORD
095900     CLOSE HAND-CTL-FILE.
096000 5000-SAVE-REGISTER-EXIT.
096100     EXIT.
096200 5100-SAVE-ONE-ITEM.
096300     IF IT-SIGNED(WS-IT-SCAN)
096400        GO TO 5100-SAVE-ONE-ITEM-EXIT
096500     END-IF
096600     MOVE SPACES TO HAND-ITEM-RECORD
096700     MOVE WS-IT-ITEM-NO(WS-IT-SCAN) TO HI-ITEM-NO
096800     MOVE WS-IT-SOURCE(WS-IT-SCAN) TO HI-SOURCE
096900     MOVE WS-IT-KEY(WS-IT-SCAN) TO HI-KEY
097000     MOVE WS-IT-FIRST-SEEN(WS-IT-SCAN) TO HI-FIRST-SEEN
097100     MOVE WS-IT-AT-SOURCE-SW(WS-IT-SCAN) TO HI-AT-SOURCE-SW
097200     MOVE WS-IT-TEXT(WS-IT-SCAN) TO HI-TEXT
097300     WRITE HAND-ITEM-RECORD.
097400 5100-SAVE-ONE-ITEM-EXIT.
097500     EXIT.
097600*--------------------------------------------------------------
097700* 8000-WRITE-LINE
097800*--------------------------------------------------------------
097900 8000-WRITE-LINE.
098000     MOVE "D" TO RPT-REQUEST
098100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
098200 8000-WRITE-LINE-EXIT.
098300     EXIT.
098400*--------------------------------------------------------------
098500* 9000-FINISH - CLOSE THE REPORT, CLEAR THE CONSUMED NOTE AND
098600*          SIGN-OFF FILES SO A RERUN CANNOT TAKE THEM TWICE,
098700*          AND CUT THE JOB-ACCOUNTING ROW
098800*--------------------------------------------------------------
098900 9000-FINISH.
099000     MOVE "C" TO RPT-REQUEST
099100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
099200     IF NOTES-CONSUMED
099300        OPEN OUTPUT HAND-NOTE-FILE
099400        CLOSE HAND-NOTE-FILE
099500     END-IF
099600     IF SIGN-OFFS-CONSUMED
099700        OPEN OUTPUT HAND-SIGN-FILE
099800        CLOSE HAND-SIGN-FILE
099900     END-IF
100000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
100100 9000-FINISH-EXIT.
100200     EXIT.
100300*--------------------------------------------------------------
100400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
100500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
100600*--------------------------------------------------------------
100700 9100-LOG-JOB-ACCT.
100800     OPEN EXTEND JOB-ACCT-FILE
100900     IF WS-JOBACCT-STATUS = "35"
101000        OPEN OUTPUT JOB-ACCT-FILE
101100        CLOSE JOB-ACCT-FILE
101200        OPEN EXTEND JOB-ACCT-FILE
101300     END-IF
101400     MOVE SPACES TO JOB-ACCT-RECORD
101500     MOVE "SHFTHAND" TO JA-PROGRAM-NAME
101600     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
101700     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
101800     MOVE "COMPLETED" TO JA-RETURN-STATUS
101900     MOVE WS-SOURCE-ROWS TO JA-RECORD-COUNT
102000     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
102100     CLOSE JOB-ACCT-FILE.
102200 9100-LOG-JOB-ACCT-EXIT.
102300     EXIT.
