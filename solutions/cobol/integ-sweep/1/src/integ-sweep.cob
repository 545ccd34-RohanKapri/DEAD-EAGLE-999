000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTEG-SWEEP.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. NIGHTLY REFERENTIAL INTEGRITY
001100*                 SWEEP ACROSS THE KEYED MASTERS, WHICH GREW UP
001200*                 SEPARATELY AND WERE NEVER CHECKED AGAINST EACH
001300*                 OTHER. SIX PARENT/CHILD RELATIONSHIPS ARE
001400*                 WALKED: SCOREDAT AND RATINGMS PLAYERS AGAINST
001500*                 PLAYRMST, ROBOTEND STATE AGAINST ROBOTMST,
001600*                 PARTNDX ENTRIES AGAINST PARTSMST, SUSPMST ITEMS
001700*                 ALREADY RETIRED BY A REWKLOG REPAIR, AND
001800*                 DSPCASE CASES AGAINST MERCHMST. EVERY ORPHAN IS
001900*                 PRINTED ON INTGRPT WITH ITS KEY AND THE FILE IT
002000*                 POINTS AT, AND THE BREAKS ARE COUNTED PER
002100*                 RELATIONSHIP. TONIGHT'S COUNTS ARE KEPT ON
002200*                 INTGSNAP; A COUNT ABOVE LAST NIGHT'S RAISES A
002300*                 SEVERITY-4 ALERTS ROW AND RETURN CODE 4.
002310* 2026-10-15 RLM  MERCHANT MASTER WIDENED TO 68 BYTES FOR THE
002320*                 ACQUIRER'S BUSINESS CALENDAR ID (MM-CALENDAR-ID,
002330*                 BLANK = SHOP CALENDAR); LAYOUT MATCHED.
002340* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002350*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002360*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002370* 2026-10-15 RLM  ROBOTEND RECORD NOW ENDS WITH THE IN-FLIGHT
002380*                 TASK'S CUSTOMER ORDER REFERENCE (RE-ORDER-REF,
002390*                 111 BYTES); LAYOUT WIDENED.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 REPOSITORY.
002800     FUNCTION ALL INTRINSIC.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SCORES-FILE ASSIGN TO "SCOREDAT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS SCORE-KEY
003500         FILE STATUS IS WS-SCOREDAT-STATUS.
003600     SELECT RATING-MASTER-FILE ASSIGN TO "RATINGMS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS RT-PLAYER-ID
004000         FILE STATUS IS WS-RATINGMS-STATUS.
004100     SELECT END-STATE-FILE ASSIGN TO "ROBOTEND"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS RE-ROBOT-ID
004500         FILE STATUS IS WS-ROBOTEND-STATUS.
004600     SELECT PART-INDEX-FILE ASSIGN TO "PARTNDX"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS NX-KEY
005000         FILE STATUS IS WS-PARTNDX-STATUS.
005100     SELECT REPAIR-LOG-FILE ASSIGN TO "REWKLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REWKLOG-STATUS.
005400     SELECT DISPUTE-CASE-FILE ASSIGN TO "DSPCASE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS DC-CASE-NO
005800         FILE STATUS IS WS-DSPCASE-STATUS.
005900     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS PL-PLAYER-ID
006300         FILE STATUS IS WS-PLAYRMST-STATUS.
006400     SELECT ROBOT-MASTER-FILE ASSIGN TO "ROBOTMST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS RM-ROBOT-ID
006800         FILE STATUS IS WS-ROBOTMST-STATUS.
006900     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS PM-PART-NUMBER
007300         FILE STATUS IS WS-PARTSMST-STATUS.
007400     SELECT SUSP-MASTER-FILE ASSIGN TO "SUSPMST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS SM-CARD
007800         FILE STATUS IS WS-SUSPMST-STATUS.
007900     SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS MM-MERCHANT-ID
008300         FILE STATUS IS WS-MERCHMST-STATUS.
008400     SELECT SNAPSHOT-FILE ASSIGN TO "INTGSNAP"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-INTGSNAP-STATUS.
008700     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-SHALERT-STATUS.
009000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-JOBACCT-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  SCORES-FILE.
009600 01  SCORES-RECORD.
009700     05 SCORE-KEY.
009800        10 SCORE-PLAYER-ID     PIC X(10).
009900        10 SCORE-SEQ-NO        PIC 9(04).
010000     05 SCORE-VALUE            PIC 999.
010100     05 SCORE-DATE             PIC X(08).
010200 FD  RATING-MASTER-FILE.
010300 01  RATING-MASTER-RECORD.
010400     05 RT-PLAYER-ID           PIC X(10).
010500     05 RT-RATING              PIC 9(05).
010600     05 RT-GAMES               PIC 9(05).
010700 FD  END-STATE-FILE.
010800 01  END-STATE-RECORD.
010900     05 RE-ROBOT-ID            PIC X(05).
011000     05 RE-X                   PIC S999.
011100     05 RE-Y                   PIC S999.
011200     05 RE-DIR                 PIC X(05).
011300     05 RE-INSTR-REST          PIC X(60).
011400     05 RE-TASK-STATE          PIC 9.
011500     05 RE-PICK-X              PIC S999.
011600     05 RE-PICK-Y              PIC S999.
011700     05 RE-DROP-X              PIC S999.
011800     05 RE-DROP-Y              PIC S999.
011900     05 RE-PART-NUMBER         PIC X(06).
012000     05 RE-QTY                 PIC 9(05).
012010     05 RE-ORDER-REF           PIC X(11).
012100 FD  PART-INDEX-FILE.
012200 01  PART-INDEX-RECORD.
012300     05 NX-KEY.
012400        10 NX-WORD            PIC X(15).
012500        10 NX-PART            PIC 9(06).
012600     05 NX-DESCRIPTION        PIC X(30).
012700 FD  REPAIR-LOG-FILE
012800     RECORDING MODE IS F.
012900 01  REPAIR-LOG-RECORD.
013000     05 RL-TIMESTAMP           PIC X(14).
013100     05 FILLER                 PIC X(02).
013200     05 RL-OPERATOR            PIC X(08).
013300     05 FILLER                 PIC X(02).
013400     05 RL-ACTION              PIC X(09).
013500     05 FILLER                 PIC X(02).
013600     05 RL-ORIG-CARD           PIC X(32).
013700     05 FILLER                 PIC X(02).
013800     05 RL-ORIG-REASON         PIC X(10).
013900     05 FILLER                 PIC X(02).
014000     05 RL-CORRECTED-CARD      PIC X(32).
014100 FD  DISPUTE-CASE-FILE.
014200 01  DISPUTE-CASE-RECORD.
014300     05 DC-CASE-NO             PIC 9(07).
014400     05 DC-CARD                PIC X(32).
014500     05 DC-MERCHANT            PIC X(08).
014600     05 DC-AMOUNT              PIC 9(07)V99.
014700     05 DC-DISPUTE-DATE        PIC X(08).
014800     05 DC-REASON              PIC X(10).
014900     05 DC-STATUS              PIC X(10).
015000     05 DC-OPENED-DATE         PIC X(08).
015100     05 DC-STATUS-DATE         PIC X(08).
015200     05 DC-TOKEN               PIC X(16).
015300 FD  PLAYER-MASTER-FILE.
015400 01  PLAYER-MASTER-RECORD.
015500     05 PL-PLAYER-ID           PIC X(10).
015600     05 PL-DISPLAY-NAME        PIC X(20).
015700     05 PL-TEAM                PIC X(10).
015800     05 PL-STATUS              PIC X(01).
015900     05 PL-ENROLL-DATE         PIC X(08).
015910     05 PL-MERGED-INTO         PIC X(10).
016000 FD  ROBOT-MASTER-FILE.
016100 01  ROBOT-MASTER-RECORD.
016200     05 RM-ROBOT-ID            PIC X(05).
016300     05 RM-IN-SERVICE-DATE     PIC X(08).
016400     05 RM-CUM-MOVES           PIC 9(07).
016500     05 RM-LAST-SERVICE        PIC X(08).
016600     05 RM-STATUS              PIC X(01).
016700 FD  PARTS-MASTER-FILE.
016800 01  PARTS-MASTER-RECORD.
016900     05 PM-PART-NUMBER        PIC 9(6).
017000     05 PM-DESCRIPTION        PIC X(30).
017100     05 PM-ON-HAND            PIC 9(07).
017200     05 PM-REORDER-POINT      PIC 9(05).
017300     05 PM-REORDER-QTY        PIC 9(05).
017400 FD  SUSP-MASTER-FILE.
017500 01  SUSP-MASTER-RECORD.
017600     05 SM-CARD                PIC X(32).
017700     05 SM-REASON              PIC X(10).
017800     05 SM-MERCHANT            PIC X(08).
017900     05 SM-AMOUNT              PIC 9(07)V99.
018000     05 SM-CURRENCY            PIC X(03).
018100     05 SM-FIRST-SEEN          PIC X(08).
018200     05 SM-TOKEN               PIC X(16).
018300 FD  MERCHANT-MASTER-FILE.
018400 01  MERCHANT-MASTER-RECORD.
018500     05 MM-MERCHANT-ID         PIC X(08).
018600     05 MM-NAME                PIC X(30).
018700     05 MM-DISCOUNT-RATE       PIC 9V9999.
018800     05 MM-HOLD-FLAG           PIC X(01).
018900     05 MM-BANK-REF            PIC X(16).
018910     05 MM-CALENDAR-ID         PIC X(08).
019000 FD  SNAPSHOT-FILE
019100     RECORDING MODE IS F.
019200 01  SNAPSHOT-RECORD           PIC X(50).
019300 FD  SHARED-ALERT-FILE.
019400 01  SHARED-ALERT-RECORD       PIC X(120).
019500 FD  JOB-ACCT-FILE
019600     RECORDING MODE IS F.
019700 01  JOB-ACCT-FILE-RECORD      PIC X(60).
019800 WORKING-STORAGE SECTION.
019900*--------------------------------------------------------------
020000* FILE STATUS AND RUN CONTROLS
020100*--------------------------------------------------------------
020200 77  WS-SCOREDAT-STATUS        PIC XX.
020300 77  WS-RATINGMS-STATUS        PIC XX.
020400 77  WS-ROBOTEND-STATUS        PIC XX.
020500 77  WS-PARTNDX-STATUS         PIC XX.
020600 77  WS-REWKLOG-STATUS         PIC XX.
020700 77  WS-DSPCASE-STATUS         PIC XX.
020800 77  WS-PLAYRMST-STATUS        PIC XX.
020900 77  WS-ROBOTMST-STATUS        PIC XX.
021000 77  WS-PARTSMST-STATUS        PIC XX.
021100 77  WS-SUSPMST-STATUS         PIC XX.
021200 77  WS-MERCHMST-STATUS        PIC XX.
021300 77  WS-INTGSNAP-STATUS        PIC XX.
021400 77  WS-SHALERT-STATUS         PIC XX.
021500 77  WS-JOBACCT-STATUS         PIC XX.
021600 77  WS-FILE-EOF-SW            PIC X VALUE "N".
021700     88 END-OF-CURRENT-FILE    VALUE "Y".
021800 77  WS-SNAP-EOF-SW            PIC X VALUE "N".
021900     88 END-OF-SNAPSHOT        VALUE "Y".
022000 77  WS-ALERT-COUNT            PIC 9(03) BINARY VALUE ZERO.
022100 77  WS-RECORDS-SEEN           PIC 9(07) BINARY VALUE ZERO.
022200 77  WS-JA-START-TIMESTAMP     PIC X(14).
022300 77  WS-RUN-TS                 PIC X(14).
022400 COPY JOBACCT.
022500 COPY ALERTMSG.
022600 COPY RPTWRITE.
022700 01  WS-RPT-DETAIL             PIC X(100).
022800*--------------------------------------------------------------
022900* PARENT MASTERS - OPENED ONCE FOR RANDOM LOOKUP; A PARENT THAT
023000* WILL NOT OPEN LEAVES ITS RELATIONSHIPS UNCHECKED RATHER THAN
023100* REPORTING EVERY CHILD AS AN ORPHAN
023200*--------------------------------------------------------------
023300 77  WS-PLAYRMST-SW            PIC X VALUE "N".
023400     88 PLAYRMST-OPEN          VALUE "Y".
023500 77  WS-ROBOTMST-SW            PIC X VALUE "N".
023600     88 ROBOTMST-OPEN          VALUE "Y".
023700 77  WS-PARTSMST-SW            PIC X VALUE "N".
023800     88 PARTSMST-OPEN          VALUE "Y".
023900 77  WS-SUSPMST-SW             PIC X VALUE "N".
024000     88 SUSPMST-OPEN           VALUE "Y".
024100 77  WS-MERCHMST-SW            PIC X VALUE "N".
024200     88 MERCHMST-OPEN          VALUE "Y".
024300*--------------------------------------------------------------
024400* THE RELATIONSHIPS UNDER CHECK - CHILD FILE, THE PARENT FILE IT
024500* POINTS AT, AND WHAT A BREAK MEANS. SUSPMST AGAINST REWKLOG IS
024600* THE ONE INVERTED PAIR: A REPAIR ON THE LOG RETIRES THE ITEM,
024700* SO AN ITEM STILL ON SUSPMST AFTER ITS REPAIR IS THE BREAK.
024800*--------------------------------------------------------------
024900 01  WS-REL-VALUES.
025000     05 FILLER                 PIC X(48) VALUE
025100        "SCOREDATPLAYRMSTSCORES FOR UNREGISTERED PLAYER".
025200     05 FILLER                 PIC X(48) VALUE
025300        "RATINGMSPLAYRMSTRATINGS FOR UNREGISTERED PLAYER".
025400     05 FILLER                 PIC X(48) VALUE
025500        "ROBOTENDROBOTMSTEND STATE FOR UNKNOWN ROBOT".
025600     05 FILLER                 PIC X(48) VALUE
025700        "PARTNDX PARTSMSTINDEX ENTRIES FOR DELETED PARTS".
025800     05 FILLER                 PIC X(48) VALUE
025900        "SUSPMST REWKLOG SUSPENSE ITEMS ALREADY REPAIRED".
026000     05 FILLER                 PIC X(48) VALUE
026100        "DSPCASE MERCHMSTDISPUTES FOR MISSING MERCHANTS".
026200 01  WS-REL-TABLE REDEFINES WS-REL-VALUES.
026300     05 WS-RL-ENTRY OCCURS 6 TIMES.
026400        10 WS-RL-CHILD         PIC X(08).
026500        10 WS-RL-PARENT        PIC X(08).
026600        10 WS-RL-MEANING       PIC X(32).
026700 77  WS-RL-MAX                 PIC 9(01) VALUE 6.
026800 77  WS-RL-IDX                 PIC 9(01).
026900*--------------------------------------------------------------
027000* TONIGHT'S BREAKS AND LAST NIGHT'S, ONE SET PER RELATIONSHIP
027100*--------------------------------------------------------------
027200 01  WS-REL-WORK.
027300     05 WS-RW-ENTRY OCCURS 6 TIMES.
027400        10 WS-RW-COUNT         PIC 9(07).
027500        10 WS-RW-CHECKED-SW    PIC X(01).
027600           88 RW-CHECKED       VALUE "Y".
027700        10 WS-RW-NOTE          PIC X(20).
027800        10 WS-RW-PRIOR         PIC 9(07).
027900        10 WS-RW-PRIOR-TS      PIC X(14).
028000        10 WS-RW-PRIOR-SW      PIC X(01).
028100           88 RW-HAVE-PRIOR    VALUE "Y".
028200*--------------------------------------------------------------
028300* SNAPSHOT LINE LAYOUT
028400*--------------------------------------------------------------
028500 01  WS-SNAP-LINE.
028600     05 SN-CHILD               PIC X(08).
028700     05 FILLER                 PIC X(01).
028800     05 SN-PARENT              PIC X(08).
028900     05 FILLER                 PIC X(01).
029000     05 SN-TS                  PIC X(14).
029100     05 FILLER                 PIC X(01).
029200     05 SN-COUNT               PIC 9(07).
029300*--------------------------------------------------------------
029400* ONE ORPHAN - ITS KEY, THE FILE IT POINTS AT AND THE KEY IT
029500* POINTS WITH. A SUSPENSE ITEM IS SHOWN BY VAULT TOKEN AND LAST
029600* FOUR ONLY, NEVER THE FULL CARD.
029700*--------------------------------------------------------------
029800 77  WS-CARD-LEN               PIC 9(02).
029900 77  WS-CHANGE                 PIC S9(07).
030000 01  WS-ORPHAN-LINE.
030100     05 FILLER                 PIC X(02) VALUE SPACES.
030200     05 OL-CHILD               PIC X(08).
030300     05 FILLER                 PIC X(01) VALUE SPACE.
030400     05 OL-KEY                 PIC X(36).
030500     05 FILLER                 PIC X(04) VALUE " -> ".
030600     05 OL-PARENT              PIC X(08).
030700     05 FILLER                 PIC X(01) VALUE SPACE.
030800     05 OL-PARENT-KEY          PIC X(16).
030900     05 FILLER                 PIC X(02) VALUE SPACES.
031000     05 OL-NOTE                PIC X(20).
031100 01  WS-SUMMARY-LINE.
031200     05 SL-CHILD               PIC X(08).
031300     05 FILLER                 PIC X(04) VALUE " -> ".
031400     05 SL-PARENT              PIC X(08).
031500     05 FILLER                 PIC X(02) VALUE SPACES.
031600     05 SL-COUNT               PIC ZZZZZZ9.
031700     05 SL-COUNT-X REDEFINES SL-COUNT PIC X(07).
031800     05 FILLER                 PIC X(02) VALUE SPACES.
031900     05 SL-PRIOR               PIC ZZZZZZ9.
032000     05 SL-PRIOR-X REDEFINES SL-PRIOR PIC X(07).
032100     05 FILLER                 PIC X(02) VALUE SPACES.
032200     05 SL-CHANGE              PIC -------9.
032300     05 SL-CHANGE-X REDEFINES SL-CHANGE PIC X(08).
032400     05 FILLER                 PIC X(02) VALUE SPACES.
032500     05 SL-NOTE                PIC X(30).
032600 PROCEDURE DIVISION.
032700*--------------------------------------------------------------
032800* 0000-MAINLINE
032900*--------------------------------------------------------------
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
033200     PERFORM 1100-LOAD-PRIOR THRU 1100-LOAD-PRIOR-EXIT
033300     PERFORM 1200-OPEN-PARENTS THRU 1200-OPEN-PARENTS-EXIT
033400     PERFORM 2000-CHECK-SCORES THRU 2000-CHECK-SCORES-EXIT
033500     PERFORM 2100-CHECK-RATINGS THRU 2100-CHECK-RATINGS-EXIT
033600     PERFORM 2200-CHECK-END-STATE THRU 2200-CHECK-END-STATE-EXIT
033700     PERFORM 2300-CHECK-PART-INDEX
033800        THRU 2300-CHECK-PART-INDEX-EXIT
033900     PERFORM 2400-CHECK-SUSPENSE THRU 2400-CHECK-SUSPENSE-EXIT
034000     PERFORM 2500-CHECK-DISPUTES THRU 2500-CHECK-DISPUTES-EXIT
034100     PERFORM 2900-CLOSE-PARENTS THRU 2900-CLOSE-PARENTS-EXIT
034200     PERFORM 4000-SUMMARY-HEADING THRU 4000-SUMMARY-HEADING-EXIT
034300     PERFORM 4100-SUMMARIZE-ONE THRU 4100-SUMMARIZE-ONE-EXIT
034400        VARYING WS-RL-IDX FROM 1 BY 1
034500        UNTIL WS-RL-IDX > WS-RL-MAX
034600     PERFORM 5000-WRITE-SNAPSHOT THRU 5000-WRITE-SNAPSHOT-EXIT
034700     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
034800*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY
034900*    RELATIONSHIP HAS MORE BREAKS THAN LAST NIGHT.
035000     IF WS-ALERT-COUNT > ZERO
035100        MOVE 4 TO RETURN-CODE
035200     END-IF
035300     STOP RUN.
035400*--------------------------------------------------------------
035500* 1000-INITIALIZE
035600*--------------------------------------------------------------
035700 1000-INITIALIZE.
035800     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
035900     MOVE WS-JA-START-TIMESTAMP TO WS-RUN-TS
036000     INITIALIZE WS-REL-WORK
036100     MOVE "O" TO RPT-REQUEST
036200     MOVE "INTGSWP" TO RPT-PROGRAM-ID
036300     MOVE "INTGRPT" TO RPT-REPORT-NAME
036400     MOVE "CROSS-MASTER REFERENTIAL INTEGRITY SWEEP"
036500        TO RPT-TITLE
036600     MOVE SPACES TO RPT-COL-HEADING
036700     STRING "  CHILD    ORPHAN KEY" DELIMITED BY SIZE
036800        "                              POINTS AT"
036900        DELIMITED BY SIZE
037000        INTO RPT-COL-HEADING
037100     END-STRING
037200     MOVE 60 TO RPT-LINES-PER-PAGE
037300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
037400 1000-INITIALIZE-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------
037700* 1100-LOAD-PRIOR - LAST NIGHT'S BREAK COUNTS FROM INTGSNAP
037800*--------------------------------------------------------------
037900 1100-LOAD-PRIOR.
038000     OPEN INPUT SNAPSHOT-FILE
038100     IF WS-INTGSNAP-STATUS NOT = "00"
038200        SET END-OF-SNAPSHOT TO TRUE
038300        GO TO 1100-LOAD-PRIOR-EXIT
038400     END-IF
038500     PERFORM 1110-LOAD-ONE-SNAP THRU 1110-LOAD-ONE-SNAP-EXIT
038600        UNTIL END-OF-SNAPSHOT
038700     CLOSE SNAPSHOT-FILE.
038800 1100-LOAD-PRIOR-EXIT.
038900     EXIT.
039000 1110-LOAD-ONE-SNAP.
039100     READ SNAPSHOT-FILE
039200        AT END
039300           SET END-OF-SNAPSHOT TO TRUE
039400           GO TO 1110-LOAD-ONE-SNAP-EXIT
039500     END-READ
039600     MOVE SNAPSHOT-RECORD TO WS-SNAP-LINE
039700     IF SN-COUNT IS NOT NUMERIC
039800        GO TO 1110-LOAD-ONE-SNAP-EXIT
039900     END-IF
040000     PERFORM 1120-FILE-ONE-SNAP THRU 1120-FILE-ONE-SNAP-EXIT
040100        VARYING WS-RL-IDX FROM 1 BY 1
040200        UNTIL WS-RL-IDX > WS-RL-MAX.
040300 1110-LOAD-ONE-SNAP-EXIT.
040400     EXIT.
040500 1120-FILE-ONE-SNAP.
040600     IF SN-CHILD = WS-RL-CHILD(WS-RL-IDX)
040700        AND SN-PARENT = WS-RL-PARENT(WS-RL-IDX)
040800        MOVE SN-COUNT TO WS-RW-PRIOR(WS-RL-IDX)
040900        MOVE SN-TS TO WS-RW-PRIOR-TS(WS-RL-IDX)
041000        MOVE "Y" TO WS-RW-PRIOR-SW(WS-RL-IDX)
041100     END-IF.
041200 1120-FILE-ONE-SNAP-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------
041500* 1200-OPEN-PARENTS - THE MASTERS THE CHILDREN POINT AT
041600*--------------------------------------------------------------
041700 1200-OPEN-PARENTS.
041800     OPEN INPUT PLAYER-MASTER-FILE
041900     IF WS-PLAYRMST-STATUS = "00"
042000        SET PLAYRMST-OPEN TO TRUE
042100     END-IF
042200     OPEN INPUT ROBOT-MASTER-FILE
042300     IF WS-ROBOTMST-STATUS = "00"
042400        SET ROBOTMST-OPEN TO TRUE
042500     END-IF
042600     OPEN INPUT PARTS-MASTER-FILE
042700     IF WS-PARTSMST-STATUS = "00"
042800        SET PARTSMST-OPEN TO TRUE
042900     END-IF
043000     OPEN INPUT SUSP-MASTER-FILE
043100     IF WS-SUSPMST-STATUS = "00"
043200        SET SUSPMST-OPEN TO TRUE
043300     END-IF
043400     OPEN INPUT MERCHANT-MASTER-FILE
043500     IF WS-MERCHMST-STATUS = "00"
043600        SET MERCHMST-OPEN TO TRUE
043700     END-IF.
043800 1200-OPEN-PARENTS-EXIT.
043900     EXIT.
044000*--------------------------------------------------------------
044100* 2000-CHECK-SCORES - EVERY SCOREDAT ROW NEEDS ITS PLAYER ON
044200*          PLAYRMST
044300*--------------------------------------------------------------
044400 2000-CHECK-SCORES.
044500     MOVE 1 TO WS-RL-IDX
044600     PERFORM 8000-SECTION-HEADING THRU 8000-SECTION-HEADING-EXIT
044700     IF NOT PLAYRMST-OPEN
044800        MOVE "PARENT NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
044900        GO TO 2000-FOOTING
045000     END-IF
045100     MOVE "N" TO WS-FILE-EOF-SW
045200     OPEN INPUT SCORES-FILE
045300     IF WS-SCOREDAT-STATUS NOT = "00"
045400        MOVE "FILE NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
045500        GO TO 2000-FOOTING
045600     END-IF
045700     MOVE "Y" TO WS-RW-CHECKED-SW(WS-RL-IDX)
045800     PERFORM 2010-CHECK-ONE-SCORE THRU 2010-CHECK-ONE-SCORE-EXIT
045900        UNTIL END-OF-CURRENT-FILE
046000     CLOSE SCORES-FILE.
046100 2000-FOOTING.
046200     PERFORM 8100-SECTION-FOOTING THRU 8100-SECTION-FOOTING-EXIT.
046300 2000-CHECK-SCORES-EXIT.
046400     EXIT.
046500 2010-CHECK-ONE-SCORE.
046600     READ SCORES-FILE NEXT RECORD
046700        AT END
046800           SET END-OF-CURRENT-FILE TO TRUE
046900           GO TO 2010-CHECK-ONE-SCORE-EXIT
047000     END-READ
047100     ADD 1 TO WS-RECORDS-SEEN
047200     MOVE SCORE-PLAYER-ID TO PL-PLAYER-ID
047300     READ PLAYER-MASTER-FILE
047400        INVALID KEY
047500           MOVE SPACES TO OL-KEY OL-PARENT-KEY OL-NOTE
047600           STRING SCORE-PLAYER-ID DELIMITED BY SIZE
047700              " SEQ " DELIMITED BY SIZE
047800              SCORE-SEQ-NO DELIMITED BY SIZE
047900              INTO OL-KEY
048000           END-STRING
048100           MOVE SCORE-PLAYER-ID TO OL-PARENT-KEY
048200           MOVE SCORE-DATE TO OL-NOTE
048300           PERFORM 8200-WRITE-ORPHAN THRU 8200-WRITE-ORPHAN-EXIT
048400     END-READ.
048500 2010-CHECK-ONE-SCORE-EXIT.
048600     EXIT.
048700*--------------------------------------------------------------
048800* 2100-CHECK-RATINGS - A RATED YACHT PLAYER MUST BE REGISTERED
048900*--------------------------------------------------------------
049000 2100-CHECK-RATINGS.
049100     MOVE 2 TO WS-RL-IDX
049200     PERFORM 8000-SECTION-HEADING THRU 8000-SECTION-HEADING-EXIT
049300     IF NOT PLAYRMST-OPEN
049400        MOVE "PARENT NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
049500        GO TO 2100-FOOTING
049600     END-IF
049700     MOVE "N" TO WS-FILE-EOF-SW
049800     OPEN INPUT RATING-MASTER-FILE
049900     IF WS-RATINGMS-STATUS NOT = "00"
050000        MOVE "FILE NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
050100        GO TO 2100-FOOTING
050200     END-IF
050300     MOVE "Y" TO WS-RW-CHECKED-SW(WS-RL-IDX)
050400     PERFORM 2110-CHECK-ONE-RATING THRU 2110-CHECK-ONE-RATING-EXIT
050500        UNTIL END-OF-CURRENT-FILE
050600     CLOSE RATING-MASTER-FILE.
050700 2100-FOOTING.
050800     PERFORM 8100-SECTION-FOOTING THRU 8100-SECTION-FOOTING-EXIT.
050900 2100-CHECK-RATINGS-EXIT.
051000     EXIT.
051100 2110-CHECK-ONE-RATING.
051200     READ RATING-MASTER-FILE NEXT RECORD
051300        AT END
051400           SET END-OF-CURRENT-FILE TO TRUE
051500           GO TO 2110-CHECK-ONE-RATING-EXIT
051600     END-READ
051700     ADD 1 TO WS-RECORDS-SEEN
051800     MOVE RT-PLAYER-ID TO PL-PLAYER-ID
051900     READ PLAYER-MASTER-FILE
052000        INVALID KEY
052100           MOVE SPACES TO OL-KEY OL-PARENT-KEY OL-NOTE
052200           MOVE RT-PLAYER-ID TO OL-KEY
052300           MOVE RT-PLAYER-ID TO OL-PARENT-KEY
052400           STRING "GAMES " DELIMITED BY SIZE
052500              RT-GAMES DELIMITED BY SIZE
052600              INTO OL-NOTE
052700           END-STRING
052800           PERFORM 8200-WRITE-ORPHAN THRU 8200-WRITE-ORPHAN-EXIT
052900     END-READ.
053000 2110-CHECK-ONE-RATING-EXIT.
053100     EXIT.
053200*--------------------------------------------------------------
053300* 2200-CHECK-END-STATE - SAVED ROBOT STATE NEEDS ITS ROBOT
053400*--------------------------------------------------------------
053500 2200-CHECK-END-STATE.
053600     MOVE 3 TO WS-RL-IDX
053700     PERFORM 8000-SECTION-HEADING THRU 8000-SECTION-HEADING-EXIT
053800     IF NOT ROBOTMST-OPEN
053900        MOVE "PARENT NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
054000        GO TO 2200-FOOTING
054100     END-IF
054200     MOVE "N" TO WS-FILE-EOF-SW
054300     OPEN INPUT END-STATE-FILE
054400     IF WS-ROBOTEND-STATUS NOT = "00"
054500        MOVE "FILE NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
054600        GO TO 2200-FOOTING
054700     END-IF
054800     MOVE "Y" TO WS-RW-CHECKED-SW(WS-RL-IDX)
054900     PERFORM 2210-CHECK-ONE-STATE THRU 2210-CHECK-ONE-STATE-EXIT
055000        UNTIL END-OF-CURRENT-FILE
055100     CLOSE END-STATE-FILE.
055200 2200-FOOTING.
055300     PERFORM 8100-SECTION-FOOTING THRU 8100-SECTION-FOOTING-EXIT.
055400 2200-CHECK-END-STATE-EXIT.
055500     EXIT.
055600 2210-CHECK-ONE-STATE.
055700     READ END-STATE-FILE NEXT RECORD
055800        AT END
055900           SET END-OF-CURRENT-FILE TO TRUE
056000           GO TO 2210-CHECK-ONE-STATE-EXIT
056100     END-READ
056200     ADD 1 TO WS-RECORDS-SEEN
056300     MOVE RE-ROBOT-ID TO RM-ROBOT-ID
056400     READ ROBOT-MASTER-FILE
056500        INVALID KEY
056600           MOVE SPACES TO OL-KEY OL-PARENT-KEY OL-NOTE
056700           MOVE RE-ROBOT-ID TO OL-KEY
056800           MOVE RE-ROBOT-ID TO OL-PARENT-KEY
056900           IF RE-TASK-STATE NOT = ZERO
057000              MOVE "TASK IN FLIGHT" TO OL-NOTE
057100           END-IF
057200           PERFORM 8200-WRITE-ORPHAN THRU 8200-WRITE-ORPHAN-EXIT
057300     END-READ.
057400 2210-CHECK-ONE-STATE-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------
057700* 2300-CHECK-PART-INDEX - EVERY KEYWORD ENTRY NEEDS ITS PART
057800*--------------------------------------------------------------
057900 2300-CHECK-PART-INDEX.
058000     MOVE 4 TO WS-RL-IDX
058100     PERFORM 8000-SECTION-HEADING THRU 8000-SECTION-HEADING-EXIT
058200     IF NOT PARTSMST-OPEN
058300        MOVE "PARENT NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
058400        GO TO 2300-FOOTING
058500     END-IF
058600     MOVE "N" TO WS-FILE-EOF-SW
058700     OPEN INPUT PART-INDEX-FILE
058800     IF WS-PARTNDX-STATUS NOT = "00"
058900        MOVE "FILE NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
059000        GO TO 2300-FOOTING
059100     END-IF
059200     MOVE "Y" TO WS-RW-CHECKED-SW(WS-RL-IDX)
059300     PERFORM 2310-CHECK-ONE-ENTRY THRU 2310-CHECK-ONE-ENTRY-EXIT
059400        UNTIL END-OF-CURRENT-FILE
059500     CLOSE PART-INDEX-FILE.
059600 2300-FOOTING.
059700     PERFORM 8100-SECTION-FOOTING THRU 8100-SECTION-FOOTING-EXIT.
059800 2300-CHECK-PART-INDEX-EXIT.
059900     EXIT.
060000 2310-CHECK-ONE-ENTRY.
060100     READ PART-INDEX-FILE NEXT RECORD
060200        AT END
060300           SET END-OF-CURRENT-FILE TO TRUE
060400           GO TO 2310-CHECK-ONE-ENTRY-EXIT
060500     END-READ
060600     ADD 1 TO WS-RECORDS-SEEN
060700     MOVE NX-PART TO PM-PART-NUMBER
060800     READ PARTS-MASTER-FILE
060900        INVALID KEY
061000           MOVE SPACES TO OL-KEY OL-PARENT-KEY OL-NOTE
061100           STRING NX-WORD DELIMITED BY SIZE
061200              " " DELIMITED BY SIZE
061300              NX-PART DELIMITED BY SIZE
061400              INTO OL-KEY
061500           END-STRING
061600           MOVE NX-PART TO OL-PARENT-KEY
061700           PERFORM 8200-WRITE-ORPHAN THRU 8200-WRITE-ORPHAN-EXIT
061800     END-READ.
061900 2310-CHECK-ONE-ENTRY-EXIT.
062000     EXIT.
062100*--------------------------------------------------------------
062200* 2400-CHECK-SUSPENSE - EACH REPAIR ON REWKLOG SHOULD HAVE TAKEN
062300*          ITS CARD OFF SUSPMST. AN ITEM STILL THERE THAT WAS
062400*          FIRST SEEN ON OR BEFORE THE REPAIR DATE IS A BREAK; ONE
062500*          FIRST SEEN LATER IS A NEW SUSPENSION OF THE SAME CARD.
062600*--------------------------------------------------------------
062700 2400-CHECK-SUSPENSE.
062800     MOVE 5 TO WS-RL-IDX
062900     PERFORM 8000-SECTION-HEADING THRU 8000-SECTION-HEADING-EXIT
063000     IF NOT SUSPMST-OPEN
063100        MOVE "FILE NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
063200        GO TO 2400-FOOTING
063300     END-IF
063400     MOVE "N" TO WS-FILE-EOF-SW
063500     OPEN INPUT REPAIR-LOG-FILE
063600     IF WS-REWKLOG-STATUS NOT = "00"
063700        MOVE "PARENT NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
063800        GO TO 2400-FOOTING
063900     END-IF
064000     MOVE "Y" TO WS-RW-CHECKED-SW(WS-RL-IDX)
064100     PERFORM 2410-CHECK-ONE-REPAIR THRU 2410-CHECK-ONE-REPAIR-EXIT
064200        UNTIL END-OF-CURRENT-FILE
064300     CLOSE REPAIR-LOG-FILE.
064400 2400-FOOTING.
064500     PERFORM 8100-SECTION-FOOTING THRU 8100-SECTION-FOOTING-EXIT.
064600 2400-CHECK-SUSPENSE-EXIT.
064700     EXIT.
064800 2410-CHECK-ONE-REPAIR.
064900     READ REPAIR-LOG-FILE
065000        AT END
065100           SET END-OF-CURRENT-FILE TO TRUE
065200           GO TO 2410-CHECK-ONE-REPAIR-EXIT
065300     END-READ
065400     ADD 1 TO WS-RECORDS-SEEN
065500     IF RL-ACTION NOT = "REPAIRED" OR RL-ORIG-CARD = SPACES
065600        GO TO 2410-CHECK-ONE-REPAIR-EXIT
065700     END-IF
065800     MOVE RL-ORIG-CARD TO SM-CARD
065900     READ SUSP-MASTER-FILE
066000        INVALID KEY
066100           GO TO 2410-CHECK-ONE-REPAIR-EXIT
066200     END-READ
066300     IF SM-FIRST-SEEN > RL-TIMESTAMP(1:8)
066400        GO TO 2410-CHECK-ONE-REPAIR-EXIT
066500     END-IF
066600     MOVE SPACES TO OL-KEY OL-PARENT-KEY OL-NOTE
066700     MOVE LENGTH(TRIM(SM-CARD TRAILING)) TO WS-CARD-LEN
066800     IF WS-CARD-LEN < 4
066900        MOVE 4 TO WS-CARD-LEN
067000     END-IF
067100     STRING "TOKEN " DELIMITED BY SIZE
067200        SM-TOKEN DELIMITED BY SIZE
067300        " LAST4 " DELIMITED BY SIZE
067400        SM-CARD(WS-CARD-LEN - 3:4) DELIMITED BY SIZE
067500        INTO OL-KEY
067600     END-STRING
067700     MOVE RL-TIMESTAMP TO OL-PARENT-KEY
067800     STRING "FIRST SEEN " DELIMITED BY SIZE
067900        SM-FIRST-SEEN DELIMITED BY SIZE
068000        INTO OL-NOTE
068100     END-STRING
068200     PERFORM 8200-WRITE-ORPHAN THRU 8200-WRITE-ORPHAN-EXIT.
068300 2410-CHECK-ONE-REPAIR-EXIT.
068400     EXIT.
068500*--------------------------------------------------------------
068600* 2500-CHECK-DISPUTES - A DISPUTE CASE NEEDS ITS MERCHANT
068700*--------------------------------------------------------------
068800 2500-CHECK-DISPUTES.
068900     MOVE 6 TO WS-RL-IDX
069000     PERFORM 8000-SECTION-HEADING THRU 8000-SECTION-HEADING-EXIT
069100     IF NOT MERCHMST-OPEN
069200        MOVE "PARENT NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
069300        GO TO 2500-FOOTING
069400     END-IF
069500     MOVE "N" TO WS-FILE-EOF-SW
069600     OPEN INPUT DISPUTE-CASE-FILE
069700     IF WS-DSPCASE-STATUS NOT = "00"
069800        MOVE "FILE NOT FOUND" TO WS-RW-NOTE(WS-RL-IDX)
069900        GO TO 2500-FOOTING
070000     END-IF
070100     MOVE "Y" TO WS-RW-CHECKED-SW(WS-RL-IDX)
070200     PERFORM 2510-CHECK-ONE-CASE THRU 2510-CHECK-ONE-CASE-EXIT
070300        UNTIL END-OF-CURRENT-FILE
070400     CLOSE DISPUTE-CASE-FILE.
070500 2500-FOOTING.
070600     PERFORM 8100-SECTION-FOOTING THRU 8100-SECTION-FOOTING-EXIT.
070700 2500-CHECK-DISPUTES-EXIT.
070800     EXIT.
070900 2510-CHECK-ONE-CASE.
071000     READ DISPUTE-CASE-FILE NEXT RECORD
071100        AT END
071200           SET END-OF-CURRENT-FILE TO TRUE
071300           GO TO 2510-CHECK-ONE-CASE-EXIT
071400     END-READ
071500     ADD 1 TO WS-RECORDS-SEEN
071600     MOVE DC-MERCHANT TO MM-MERCHANT-ID
071700     READ MERCHANT-MASTER-FILE
071800        INVALID KEY
071900           MOVE SPACES TO OL-KEY OL-PARENT-KEY OL-NOTE
072000           STRING "CASE " DELIMITED BY SIZE
072100              DC-CASE-NO DELIMITED BY SIZE
072200              INTO OL-KEY
072300           END-STRING
072400           MOVE DC-MERCHANT TO OL-PARENT-KEY
072500           MOVE DC-STATUS TO OL-NOTE
072600           PERFORM 8200-WRITE-ORPHAN THRU 8200-WRITE-ORPHAN-EXIT
072700     END-READ.
072800 2510-CHECK-ONE-CASE-EXIT.
072900     EXIT.
073000*--------------------------------------------------------------
073100* 2900-CLOSE-PARENTS
073200*--------------------------------------------------------------
073300 2900-CLOSE-PARENTS.
073400     IF PLAYRMST-OPEN
073500        CLOSE PLAYER-MASTER-FILE
073600     END-IF
073700     IF ROBOTMST-OPEN
073800        CLOSE ROBOT-MASTER-FILE
073900     END-IF
074000     IF PARTSMST-OPEN
074100        CLOSE PARTS-MASTER-FILE
074200     END-IF
074300     IF SUSPMST-OPEN
074400        CLOSE SUSP-MASTER-FILE
074500     END-IF
074600     IF MERCHMST-OPEN
074700        CLOSE MERCHANT-MASTER-FILE
074800     END-IF.
074900 2900-CLOSE-PARENTS-EXIT.
075000     EXIT.
075100*--------------------------------------------------------------
075200* 4000-SUMMARY-HEADING - BREAKS PER RELATIONSHIP, TONIGHT
075300*          AGAINST LAST NIGHT
075400*--------------------------------------------------------------
075500 4000-SUMMARY-HEADING.
075600     MOVE SPACES TO WS-RPT-DETAIL
075700     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT
075800     MOVE "BREAKS BY RELATIONSHIP" TO WS-RPT-DETAIL
075900     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT
076000     MOVE SPACES TO WS-RPT-DETAIL
076100     STRING "CHILD       PARENT      TONIGHT    PRIOR"
076200        DELIMITED BY SIZE
076300        "    CHANGE  NOTE" DELIMITED BY SIZE
076400        INTO WS-RPT-DETAIL
076500     END-STRING
076600     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT.
076700 4000-SUMMARY-HEADING-EXIT.
076800     EXIT.
076900*--------------------------------------------------------------
077000* 4100-SUMMARIZE-ONE - ONE SUMMARY LINE; MORE BREAKS THAN LAST
077100*          NIGHT RAISES THE ALERT. WITH NO PRIOR COUNT TONIGHT
077200*          IS THE BASELINE.
077300*--------------------------------------------------------------
077400 4100-SUMMARIZE-ONE.
077500     MOVE WS-RL-CHILD(WS-RL-IDX) TO SL-CHILD
077600     MOVE WS-RL-PARENT(WS-RL-IDX) TO SL-PARENT
077700     MOVE WS-RW-NOTE(WS-RL-IDX) TO SL-NOTE
077800     IF RW-HAVE-PRIOR(WS-RL-IDX)
077900        MOVE WS-RW-PRIOR(WS-RL-IDX) TO SL-PRIOR
078000     ELSE
078100        MOVE SPACES TO SL-PRIOR-X
078200     END-IF
078300     IF NOT RW-CHECKED(WS-RL-IDX)
078400        MOVE SPACES TO SL-COUNT-X SL-CHANGE-X
078500        GO TO 4100-WRITE-LINE
078600     END-IF
078700     MOVE WS-RW-COUNT(WS-RL-IDX) TO SL-COUNT
078800     IF NOT RW-HAVE-PRIOR(WS-RL-IDX)
078900        MOVE SPACES TO SL-CHANGE-X
079000        MOVE "BASELINE - NO PRIOR NIGHT" TO SL-NOTE
079100        GO TO 4100-WRITE-LINE
079200     END-IF
079300     COMPUTE WS-CHANGE =
079400        WS-RW-COUNT(WS-RL-IDX) - WS-RW-PRIOR(WS-RL-IDX)
079500     MOVE WS-CHANGE TO SL-CHANGE
079600     IF WS-CHANGE > ZERO
079700        ADD 1 TO WS-ALERT-COUNT
079800        MOVE "** NEW BREAKS **" TO SL-NOTE
079900        PERFORM 9200-WRITE-SHARED-ALERT
080000           THRU 9200-WRITE-SHARED-ALERT-EXIT
080100     END-IF.
080200 4100-WRITE-LINE.
080300     MOVE WS-SUMMARY-LINE TO WS-RPT-DETAIL
080400     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT.
080500 4100-SUMMARIZE-ONE-EXIT.
080600     EXIT.
080700*--------------------------------------------------------------
080800* 5000-WRITE-SNAPSHOT - TONIGHT'S COUNTS FOR TOMORROW. A PAIR
080900*          THAT COULD NOT BE CHECKED CARRIES LAST NIGHT'S COUNT
081000*          FORWARD SO ITS RETURN DOES NOT READ AS NEW BREAKS.
081100*--------------------------------------------------------------
081200 5000-WRITE-SNAPSHOT.
081300     OPEN OUTPUT SNAPSHOT-FILE
081400     IF WS-INTGSNAP-STATUS NOT = "00"
081500        GO TO 5000-WRITE-SNAPSHOT-EXIT
081600     END-IF
081700     PERFORM 5100-WRITE-ONE-SNAP THRU 5100-WRITE-ONE-SNAP-EXIT
081800        VARYING WS-RL-IDX FROM 1 BY 1
081900        UNTIL WS-RL-IDX > WS-RL-MAX
082000     CLOSE SNAPSHOT-FILE.
082100 5000-WRITE-SNAPSHOT-EXIT.
082200     EXIT.
082300 5100-WRITE-ONE-SNAP.
082400     MOVE SPACES TO WS-SNAP-LINE
082500     MOVE WS-RL-CHILD(WS-RL-IDX) TO SN-CHILD
082600     MOVE WS-RL-PARENT(WS-RL-IDX) TO SN-PARENT
082700     IF RW-CHECKED(WS-RL-IDX)
082800        MOVE WS-RUN-TS TO SN-TS
082900        MOVE WS-RW-COUNT(WS-RL-IDX) TO SN-COUNT
083000     ELSE
083100        IF NOT RW-HAVE-PRIOR(WS-RL-IDX)
083200           GO TO 5100-WRITE-ONE-SNAP-EXIT
083300        END-IF
083400        MOVE WS-RW-PRIOR-TS(WS-RL-IDX) TO SN-TS
083500        MOVE WS-RW-PRIOR(WS-RL-IDX) TO SN-COUNT
083600     END-IF
083700     MOVE WS-SNAP-LINE TO SNAPSHOT-RECORD
083800     WRITE SNAPSHOT-RECORD.
083900 5100-WRITE-ONE-SNAP-EXIT.
084000     EXIT.
084100*--------------------------------------------------------------
084200* 8000-SECTION-HEADING - ONE BLOCK OF ORPHANS PER RELATIONSHIP
084300*--------------------------------------------------------------
084400 8000-SECTION-HEADING.
084500     MOVE SPACES TO WS-RPT-DETAIL
084600     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT
084700     STRING WS-RL-CHILD(WS-RL-IDX) DELIMITED BY SPACE
084800        " -> " DELIMITED BY SIZE
084900        WS-RL-PARENT(WS-RL-IDX) DELIMITED BY SPACE
085000        "  " DELIMITED BY SIZE
085100        WS-RL-MEANING(WS-RL-IDX) DELIMITED BY SIZE
085200        INTO WS-RPT-DETAIL
085300     END-STRING
085400     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT.
085500 8000-SECTION-HEADING-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------
085800* 8100-SECTION-FOOTING - SAY SO WHEN A BLOCK IS EMPTY OR THE
085900*          PAIR COULD NOT BE CHECKED
086000*--------------------------------------------------------------
086100 8100-SECTION-FOOTING.
086200     MOVE SPACES TO WS-RPT-DETAIL
086300     IF NOT RW-CHECKED(WS-RL-IDX)
086400        STRING "  NOT CHECKED - " DELIMITED BY SIZE
086500           WS-RW-NOTE(WS-RL-IDX) DELIMITED BY SIZE
086600           INTO WS-RPT-DETAIL
086700        END-STRING
086800        PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT
086900        GO TO 8100-SECTION-FOOTING-EXIT
087000     END-IF
087100     IF WS-RW-COUNT(WS-RL-IDX) = ZERO
087200        MOVE "  NO ORPHANS" TO WS-RPT-DETAIL
087300        PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT
087400     END-IF.
087500 8100-SECTION-FOOTING-EXIT.
087600     EXIT.
087700*--------------------------------------------------------------
087800* 8200-WRITE-ORPHAN - PRINT AND COUNT ONE BREAK; THE CALLER HAS
087900*          FILLED THE KEY, THE PARENT KEY AND THE NOTE
088000*--------------------------------------------------------------
088100 8200-WRITE-ORPHAN.
088200     ADD 1 TO WS-RW-COUNT(WS-RL-IDX)
088300     MOVE WS-RL-CHILD(WS-RL-IDX) TO OL-CHILD
088400     MOVE WS-RL-PARENT(WS-RL-IDX) TO OL-PARENT
088500     MOVE WS-ORPHAN-LINE TO WS-RPT-DETAIL
088600     PERFORM 8300-WRITE-LINE THRU 8300-WRITE-LINE-EXIT.
088700 8200-WRITE-ORPHAN-EXIT.
088800     EXIT.
088900 8300-WRITE-LINE.
089000     MOVE "D" TO RPT-REQUEST
089100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
089200 8300-WRITE-LINE-EXIT.
089300     EXIT.
089400*--------------------------------------------------------------
089500* 9000-FINISH - CLOSE THE REPORT AND CUT THE JOB-ACCOUNTING ROW
089600*--------------------------------------------------------------
089700 9000-FINISH.
089800     MOVE "C" TO RPT-REQUEST
089900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
090000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
090100 9000-FINISH-EXIT.
090200     EXIT.
090300*--------------------------------------------------------------
090400* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
090500*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
090600*--------------------------------------------------------------
090700 9100-LOG-JOB-ACCT.
090800     OPEN EXTEND JOB-ACCT-FILE
090900     IF WS-JOBACCT-STATUS = "35"
091000        OPEN OUTPUT JOB-ACCT-FILE
091100        CLOSE JOB-ACCT-FILE
091200        OPEN EXTEND JOB-ACCT-FILE
091300     END-IF
091400     MOVE SPACES TO JOB-ACCT-RECORD
091500     MOVE "INTGSWP" TO JA-PROGRAM-NAME
091600     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
091700     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
091800     MOVE "COMPLETED" TO JA-RETURN-STATUS
091900     MOVE WS-RECORDS-SEEN TO JA-RECORD-COUNT
092000     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
092100     CLOSE JOB-ACCT-FILE.
092200 9100-LOG-JOB-ACCT-EXIT.
092300     EXIT.
092400*--------------------------------------------------------------
092500* 9200-WRITE-SHARED-ALERT - MORE BREAKS THAN LAST NIGHT
092600*          SURFACES ON THE SHOP-WIDE ALERTS FILE
092700*--------------------------------------------------------------
092800 9200-WRITE-SHARED-ALERT.
092900     OPEN EXTEND SHARED-ALERT-FILE
093000     IF WS-SHALERT-STATUS = "35"
093100        OPEN OUTPUT SHARED-ALERT-FILE
093200     END-IF
093300     MOVE SPACES TO ALERT-MSG-RECORD
093400     MOVE "INTGSWP" TO AM-PROGRAM
093500     MOVE "4" TO AM-SEVERITY
093600     STRING "INTEGRITY " DELIMITED BY SIZE
093700        WS-RL-CHILD(WS-RL-IDX) DELIMITED BY SPACE
093800        "->" DELIMITED BY SIZE
093900        WS-RL-PARENT(WS-RL-IDX) DELIMITED BY SPACE
094000        " BREAKS UP FROM " DELIMITED BY SIZE
094100        TRIM(SL-PRIOR) DELIMITED BY SIZE
094200        " TO " DELIMITED BY SIZE
094300        TRIM(SL-COUNT) DELIMITED BY SIZE
094400        INTO AM-TEXT
094500     END-STRING
094600     MOVE CURRENT-DATE(1:14) TO AM-TIMESTAMP
094700     MOVE "N" TO AM-ACK-SW
094800     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
094900     CLOSE SHARED-ALERT-FILE.
095000 9200-WRITE-SHARED-ALERT-EXIT.
095100     EXIT.
