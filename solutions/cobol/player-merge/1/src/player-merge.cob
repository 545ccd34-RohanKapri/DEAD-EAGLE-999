000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLAYER-MERGE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. GOVERNED MERGE OF A PLAYER WHO
001100*                 REGISTERED TWICE. EACH MERGE CARD (MERGECRD:
001200*                 SURVIVING ID, RETIRED ID) FOLDS THE RETIRED
001300*                 ID'S HISTORY INTO THE SURVIVOR ACROSS EVERY
001400*                 SCORING FILE: SCOREDAT ROWS ARE RE-KEYED
001500*                 UNDER THE SURVIVOR WITH NEW SEQUENCE NUMBERS
001600*                 FOLLOWING ITS LAST ONE, YACHTSCR SCORECARD
001700*                 ROWS ARE RE-KEYED TO THE SURVIVOR, THE TWO
001800*                 RATINGMS ROWS BECOME ONE (GAMES-WEIGHTED
001900*                 RATING, GAMES ADDED), ACHIEVE BADGES MOVE
002000*                 ACROSS WITH DUPLICATES DROPPED, AND THE
002100*                 RETIRED PLAYRMST ROW IS MARKED MERGED ("M")
002200*                 INTO THE SURVIVOR. A CARD IS FULLY EDITED
002300*                 BEFORE ANY FILE IS TOUCHED (BOTH PLAYERS ON
002400*                 FILE AND NOT ALREADY MERGED, SEQUENCE ROOM,
002500*                 NO GAME CARRYING BOTH IDS). THE RUNNING
002600*                 OPERATOR (RUNCTL PLYMERGE OPERATOR) MUST HOLD
002700*                 FUNCTION PLYMERGE THROUGH OPERAUTH, EVERY
002800*                 CHANGE GOES TO THE IMAGE JOURNAL, AND THE
002900*                 MERGE REPORT (MERGERPT) LISTS EACH STEP.
002910* 2026-10-15 RLM  SAFE TO RERUN AFTER A FAILURE. THE RETIRED
002920*                 RATINGMS ROW IS DELETED BEFORE THE SURVIVOR'S IS
002930*                 WRITTEN. SCOREDAT AND YACHTSCR MOVES JOURNAL THE
002940*                 RETIRED ROW AS THE WRITE'S BEFORE IMAGE, AND A
002950*                 ROW FOUND ALREADY WRITTEN UNDER THE SURVIVOR IS
002960*                 ONLY DELETED ON THE RERUN.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 REPOSITORY.
003400     FUNCTION ALL INTRINSIC.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MERGE-CARD-FILE ASSIGN TO "MERGECRD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-MERGECRD-STATUS.
004000     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PL-PLAYER-ID
004400         FILE STATUS IS WS-PLAYRMST-STATUS.
004500     SELECT SCORES-FILE ASSIGN TO "SCOREDAT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SCORE-KEY
004900         FILE STATUS IS WS-SCORES-FILE-STATUS.
005000     SELECT SCORECARD-FILE ASSIGN TO "YACHTSCR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SC-KEY
005400         FILE STATUS IS WS-SCORECARD-STATUS.
005500     SELECT RATING-MASTER-FILE ASSIGN TO "RATINGMS"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RT-PLAYER-ID
005900         FILE STATUS IS WS-RATINGMS-STATUS.
006000     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ACH-KEY
006400         FILE STATUS IS WS-ACHIEVE-STATUS.
006500     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-IMGJRNL-STATUS.
006800     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-JOBACCT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MERGE-CARD-FILE
007400     RECORDING MODE IS F.
007500 01  MERGE-CARD-FILE-REC       PIC X(21).
007600 FD  PLAYER-MASTER-FILE.
007700 01  PLAYER-MASTER-RECORD.
007800     05 PL-PLAYER-ID           PIC X(10).
007900     05 PL-DISPLAY-NAME        PIC X(20).
008000     05 PL-TEAM                PIC X(10).
008100     05 PL-STATUS              PIC X(01).
008200        88 PL-MERGED           VALUE "M".
008300     05 PL-ENROLL-DATE         PIC X(08).
008400     05 PL-MERGED-INTO         PIC X(10).
008500 FD  SCORES-FILE.
008600 01  SCORES-RECORD.
008700     05 SCORE-KEY.
008800        10 SCORE-PLAYER-ID     PIC X(10).
008900        10 SCORE-SEQ-NO        PIC 9(04).
009000     05 SCORE-VALUE            PIC 999.
009100     05 SCORE-DATE             PIC X(08).
009200 FD  SCORECARD-FILE.
009300 01  SCORECARD-RECORD.
009400     05 SC-KEY.
009500        10 SC-GAME-ID          PIC X(06).
009600        10 SC-PLAYER-ID        PIC X(10).
009700        10 SC-ROUND-NO         PIC 99.
009800        10 SC-CATEGORY         PIC X(15).
009900     05 SC-SCORE               PIC 999.
010000 FD  RATING-MASTER-FILE.
010100 01  RATING-MASTER-RECORD.
010200     05 RT-PLAYER-ID           PIC X(10).
010300     05 RT-RATING              PIC 9(05).
010400     05 RT-GAMES               PIC 9(05).
010500 FD  ACHIEVE-FILE.
010600 01  ACHIEVE-RECORD.
010700     05 ACH-KEY.
010800        10 ACH-PLAYER-ID       PIC X(10).
010900        10 ACH-BADGE-ID        PIC X(08).
011000     05 ACH-AWARD-DATE         PIC X(08).
011100 FD  IMAGE-JOURNAL-FILE.
011200 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
011300 FD  JOB-ACCT-FILE.
011400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
011500 WORKING-STORAGE SECTION.
011600*--------------------------------------------------------------
011700* FILE STATUS AND RUN CONTROLS
011800*--------------------------------------------------------------
011900 77  WS-MERGECRD-STATUS        PIC XX.
012000 77  WS-PLAYRMST-STATUS        PIC XX.
012100 77  WS-SCORES-FILE-STATUS     PIC XX.
012200 77  WS-SCORECARD-STATUS       PIC XX.
012300 77  WS-RATINGMS-STATUS        PIC XX.
012400 77  WS-ACHIEVE-STATUS         PIC XX.
012500 77  WS-IMGJRNL-STATUS         PIC XX.
012600 77  WS-JOBACCT-STATUS         PIC XX.
012700 77  WS-CARD-EOF-SW            PIC X VALUE "N".
012800     88 END-OF-CARDS           VALUE "Y".
012900 77  WS-SCAN-END-SW            PIC X VALUE "N".
013000     88 END-OF-SCAN            VALUE "Y".
013100 77  WS-CARD-OK-SW             PIC X VALUE "N".
013200     88 CARD-IS-GOOD           VALUE "Y".
013300 77  WS-SCORECARDS-SW          PIC X VALUE "N".
013400     88 SCORECARDS-AVAILABLE   VALUE "Y".
013500 77  WS-RATINGS-SW             PIC X VALUE "N".
013600     88 RATINGS-AVAILABLE      VALUE "Y".
013700 77  WS-ACHIEVE-SW             PIC X VALUE "N".
013800     88 ACHIEVE-AVAILABLE      VALUE "Y".
013900 77  WS-JA-START-TIMESTAMP     PIC X(14).
014000 77  WS-OPERATOR               PIC X(08) VALUE "BATCH".
014100 COPY JOBACCT.
014200 COPY IMGJRNL.
014300 COPY RUNPARM.
014400 COPY OPERAUTH.
014500 COPY RPTWRITE.
014600 01  WS-RPT-DETAIL             PIC X(100).
014700*--------------------------------------------------------------
014800* MERGE CARD
014900*--------------------------------------------------------------
015000 01  MERGE-CARD-RECORD.
015100     05 MC-SURVIVOR            PIC X(10).
015200     05 FILLER                 PIC X(01).
015300     05 MC-RETIRED             PIC X(10).
015400*--------------------------------------------------------------
015500* RUN TOTALS
015600*--------------------------------------------------------------
015700 77  WS-CARDS-READ             PIC 9(05) VALUE ZERO.
015800 77  WS-MERGED-COUNT           PIC 9(05) VALUE ZERO.
015900 77  WS-REJECTED-COUNT         PIC 9(05) VALUE ZERO.
016000 77  WS-SCORES-MOVED           PIC 9(07) VALUE ZERO.
016100 77  WS-CARDS-MOVED            PIC 9(07) VALUE ZERO.
016200 77  WS-BADGES-MOVED           PIC 9(05) VALUE ZERO.
016300 77  WS-BADGES-DROPPED         PIC 9(05) VALUE ZERO.
016400 77  WS-RATINGS-MERGED         PIC 9(05) VALUE ZERO.
016500*--------------------------------------------------------------
016600* THE CARD UNDER MERGE - RETIRED ROWS HELD UNTIL THE WHOLE CARD
016700*          HAS PASSED ITS EDITS
016800*--------------------------------------------------------------
016900 77  WS-SURVIVOR-LAST-SEQ      PIC 9(04).
017000 77  WS-NEXT-SEQ               PIC 9(05).
017100 77  WS-FIRST-NEW-SEQ          PIC 9(04).
017200 77  WS-CONFLICT-GAME          PIC X(06).
017300 01  WS-SCORE-TABLE.
017400     05 WS-ST-COUNT            PIC 9(04) BINARY VALUE ZERO.
017500     05 WS-ST-ROW OCCURS 2000 TIMES PIC X(25).
017600 01  WS-CARD-TABLE.
017700     05 WS-CT-COUNT            PIC 9(04) BINARY VALUE ZERO.
017800     05 WS-CT-ROW OCCURS 2000 TIMES PIC X(36).
017900 01  WS-BADGE-TABLE.
018000     05 WS-BT-COUNT            PIC 9(04) BINARY VALUE ZERO.
018100     05 WS-BT-ROW OCCURS 200 TIMES PIC X(26).
018200 77  WS-TBL-SCAN               PIC 9(04) BINARY.
018300 77  WS-TBL-FULL-SW            PIC X VALUE "N".
018400     88 TABLE-OVERFLOWED       VALUE "Y".
018405 77  WS-ROWS-WRITTEN           PIC 9(04) BINARY.
018410*--------------------------------------------------------------
018415* RERUN AFTER A FAILURE - A ROW CAUGHT BETWEEN ITS WRITE UNDER
018420*          THE SURVIVOR AND ITS DELETE UNDER THE RETIRED ID
018425*--------------------------------------------------------------
018430 77  WS-ST-ORPHAN              PIC 9(04) BINARY.
018435 77  WS-CT-ORPHAN              PIC 9(04) BINARY.
018440 77  WS-JRNL-FILE              PIC X(08).
018445 77  WS-JRNL-KEY               PIC X(40).
018450 77  WS-JRNL-IMAGE             PIC X(68).
018455 77  WS-JRNL-EOF-SW            PIC X VALUE "N".
018460     88 END-OF-JOURNAL         VALUE "Y".
018465 77  WS-JRNL-FOUND-SW          PIC X VALUE "N".
018470     88 MOVE-ALREADY-JOURNALED VALUE "Y".
018500*--------------------------------------------------------------
018600* RATING MERGE
018700*--------------------------------------------------------------
018800 77  WS-SURV-RATING            PIC 9(05).
018900 77  WS-SURV-GAMES             PIC 9(05).
019000 77  WS-RETIRED-RATING         PIC 9(05).
019100 77  WS-RETIRED-GAMES          PIC 9(05).
019200 77  WS-SURV-RATED-SW          PIC X VALUE "N".
019300     88 SURVIVOR-RATED         VALUE "Y".
019400 77  WS-RETIRED-RATED-SW       PIC X VALUE "N".
019500     88 RETIRED-RATED          VALUE "Y".
019600 77  WS-MERGED-RATING          PIC 9(05).
019700 77  WS-MERGED-GAMES           PIC 9(06).
019800 77  WS-BADGE-MOVES            PIC 9(05).
019900 77  WS-BADGE-DROPS            PIC 9(05).
020000 77  WS-BEFORE-IMAGE           PIC X(68).
020100*--------------------------------------------------------------
020200* REPORT LINES
020300*--------------------------------------------------------------
020400 01  WS-MERGE-LINE.
020500     05 ML-SURVIVOR            PIC X(10).
020600     05 FILLER                 PIC X(02) VALUE SPACES.
020700     05 ML-RETIRED             PIC X(10).
020800     05 FILLER                 PIC X(02) VALUE SPACES.
020900     05 ML-FILE                PIC X(08).
021000     05 FILLER                 PIC X(02) VALUE SPACES.
021100     05 ML-RESULT              PIC X(60).
021200 01  WS-EDIT-COUNT             PIC ZZZZ9.
021300 01  WS-EDIT-SEQ-1             PIC 9(04).
021400 01  WS-EDIT-SEQ-2             PIC 9(04).
021500 01  WS-EDIT-RATE-1            PIC ZZZZ9.
021600 01  WS-EDIT-RATE-2            PIC ZZZZ9.
021700 01  WS-EDIT-RATE-3            PIC ZZZZ9.
021800 01  WS-MERGE-TOTAL-LINE.
021900     05 MT-LABEL               PIC X(20).
022000     05 MT-COUNT               PIC ZZZZZZ9.
022100 PROCEDURE DIVISION.
022200*--------------------------------------------------------------
022300* 0000-MAINLINE
022400*--------------------------------------------------------------
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022700     PERFORM 2000-MERGE-ONE-CARD THRU 2000-MERGE-ONE-CARD-EXIT
022800        UNTIL END-OF-CARDS
022900     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
023000     IF WS-REJECTED-COUNT > ZERO
023100        MOVE 4 TO RETURN-CODE
023200     END-IF
023300     STOP RUN.
023400*--------------------------------------------------------------
023500* 1000-INITIALIZE - REPORT, AUTHORITY, AND THE FILES
023600*--------------------------------------------------------------
023700 1000-INITIALIZE.
023800     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
023900     MOVE "O" TO RPT-REQUEST
024000     MOVE "PLYMERGE" TO RPT-PROGRAM-ID
024100     MOVE "MERGERPT" TO RPT-REPORT-NAME
024200     MOVE "PLAYER MERGE REPORT" TO RPT-TITLE
024300     MOVE "SURVIVOR    RETIRED     FILE      RESULT"
024400        TO RPT-COL-HEADING
024500     MOVE 60 TO RPT-LINES-PER-PAGE
024600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
024700     MOVE "D" TO RPT-REQUEST
024800*    WHO IS RUNNING THIS, AND ARE THEY ALLOWED TO
024900     MOVE "PLYMERGE" TO RP-PROGRAM-ID
025000     MOVE "OPERATOR" TO RP-KEYWORD
025100     MOVE "BATCH" TO RP-DEFAULT
025200     CALL "RUNPARM" USING RUN-PARM-CONTROL
025300     MOVE RP-VALUE(1:8) TO WS-OPERATOR
025400     MOVE WS-OPERATOR TO OA-OPERATOR
025500     MOVE "PLYMERGE" TO OA-FUNCTION
025600     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
025700     EVALUATE TRUE
025800        WHEN OA-AUTHORIZED
025900           CONTINUE
026000        WHEN OA-NO-SECURITY
026100           MOVE "NO OPERSEC FILE - AUTHORITY NOT VERIFIED"
026200              TO WS-RPT-DETAIL
026300           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
026400        WHEN OTHER
026500           MOVE "OPERATOR NOT AUTHORIZED FOR PLYMERGE - RUN ENDED"
026600              TO WS-RPT-DETAIL
026700           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
026800           MOVE "C" TO RPT-REQUEST
026900           CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027000           MOVE 8 TO RETURN-CODE
027100           STOP RUN
027200     END-EVALUATE
027300     OPEN I-O PLAYER-MASTER-FILE
027400     IF WS-PLAYRMST-STATUS NOT = "00"
027500        MOVE "PLAYER MASTER NOT AVAILABLE - RUN ENDED"
027600           TO WS-RPT-DETAIL
027700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027800        MOVE "C" TO RPT-REQUEST
027900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028000        MOVE 8 TO RETURN-CODE
028100        STOP RUN
028200     END-IF
028300     OPEN I-O SCORES-FILE
028400     IF WS-SCORES-FILE-STATUS = "35"
028500        OPEN OUTPUT SCORES-FILE
028600        CLOSE SCORES-FILE
028700        OPEN I-O SCORES-FILE
028800     END-IF
028900*    THE YACHT, RATING AND BADGE FILES ARE ONLY THERE ONCE
029000*    THOSE RUNS HAVE BEEN CUT OVER; A MISSING ONE HOLDS NOTHING
029100*    TO MERGE
029200     OPEN I-O SCORECARD-FILE
029300     IF WS-SCORECARD-STATUS = "00"
029400        SET SCORECARDS-AVAILABLE TO TRUE
029500     END-IF
029600     OPEN I-O RATING-MASTER-FILE
029700     IF WS-RATINGMS-STATUS = "00"
029800        SET RATINGS-AVAILABLE TO TRUE
029900     END-IF
030000     OPEN I-O ACHIEVE-FILE
030100     IF WS-ACHIEVE-STATUS = "00"
030200        SET ACHIEVE-AVAILABLE TO TRUE
030300     END-IF
030400     OPEN EXTEND IMAGE-JOURNAL-FILE
030500     IF WS-IMGJRNL-STATUS = "35"
030600        OPEN OUTPUT IMAGE-JOURNAL-FILE
030700     END-IF
030800     OPEN INPUT MERGE-CARD-FILE
030900     IF WS-MERGECRD-STATUS NOT = "00"
031000        SET END-OF-CARDS TO TRUE
031100     END-IF
031200     PERFORM 2900-READ-CARD THRU 2900-READ-CARD-EXIT.
031300 1000-INITIALIZE-EXIT.
031400     EXIT.
031500*--------------------------------------------------------------
031600* 2000-MERGE-ONE-CARD - EDIT THE WHOLE CARD FIRST, THEN APPLY
031700*          FILE BY FILE. THE RETIRED PLAYRMST ROW IS MARKED
031710*          LAST, SO A RUN THAT DIES PART WAY IS RUN AGAIN WITH
031720*          THE SAME CARD: ROWS ALREADY MOVED ARE GONE FROM THE
031730*          RETIRED ID, A ROW CAUGHT BETWEEN ITS WRITE AND ITS
031740*          DELETE IS KNOWN BY ITS IMGJRNL WRITE AND IS ONLY
031750*          DELETED, AND THE RETIRED RATING IS REMOVED BEFORE THE
031760*          SURVIVOR'S IS REWRITTEN SO ITS GAMES COUNT ONCE.
032000*--------------------------------------------------------------
032100 2000-MERGE-ONE-CARD.
032200     ADD 1 TO WS-CARDS-READ
032300     MOVE SPACES TO WS-MERGE-LINE
032400     MOVE MC-SURVIVOR TO ML-SURVIVOR
032500     MOVE MC-RETIRED TO ML-RETIRED
032600     PERFORM 2100-EDIT-CARD THRU 2100-EDIT-CARD-EXIT
032700     IF NOT CARD-IS-GOOD
032800        ADD 1 TO WS-REJECTED-COUNT
032900        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
033000        GO TO 2000-MERGE-ONE-CARD-NEXT
033100     END-IF
033200     PERFORM 3000-REKEY-SCORES THRU 3000-REKEY-SCORES-EXIT
033300     PERFORM 3100-REKEY-SCORECARDS THRU 3100-REKEY-SCORECARDS-EXIT
033400     PERFORM 3200-MERGE-RATING THRU 3200-MERGE-RATING-EXIT
033500     PERFORM 3300-MERGE-BADGES THRU 3300-MERGE-BADGES-EXIT
033600     PERFORM 3400-MARK-RETIRED THRU 3400-MARK-RETIRED-EXIT
033700     ADD 1 TO WS-MERGED-COUNT.
033800 2000-MERGE-ONE-CARD-NEXT.
033900     PERFORM 2900-READ-CARD THRU 2900-READ-CARD-EXIT.
034000 2000-MERGE-ONE-CARD-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------
034300* 2100-EDIT-CARD - BOTH IDS PRESENT AND DIFFERENT, BOTH ON THE
034400*          PLAYER MASTER AND NEITHER ALREADY MERGED, THEN LOAD
034500*          THE RETIRED ROWS AND PROVE THEY CAN ALL MOVE
034600*--------------------------------------------------------------
034700 2100-EDIT-CARD.
034800     MOVE "N" TO WS-CARD-OK-SW
034900     MOVE "PLAYRMST" TO ML-FILE
035000     IF MC-SURVIVOR = SPACES OR MC-RETIRED = SPACES
035100        MOVE "REJECTED - SURVIVOR AND RETIRED ID BOTH REQUIRED"
035200           TO ML-RESULT
035300        GO TO 2100-EDIT-CARD-EXIT
035400     END-IF
035500     IF MC-SURVIVOR = MC-RETIRED
035600        MOVE "REJECTED - SURVIVOR AND RETIRED ID ARE THE SAME"
035700           TO ML-RESULT
035800        GO TO 2100-EDIT-CARD-EXIT
035900     END-IF
036000     MOVE MC-SURVIVOR TO PL-PLAYER-ID
036100     READ PLAYER-MASTER-FILE
036200        INVALID KEY
036300           MOVE "REJECTED - SURVIVOR NOT ON PLAYER MASTER"
036400              TO ML-RESULT
036500           GO TO 2100-EDIT-CARD-EXIT
036600     END-READ
036700     IF PL-MERGED
036800        MOVE "REJECTED - SURVIVOR IS ITSELF A MERGED PLAYER"
036900           TO ML-RESULT
037000        GO TO 2100-EDIT-CARD-EXIT
037100     END-IF
037200     MOVE MC-RETIRED TO PL-PLAYER-ID
037300     READ PLAYER-MASTER-FILE
037400        INVALID KEY
037500           MOVE "REJECTED - RETIRED ID NOT ON PLAYER MASTER"
037600              TO ML-RESULT
037700           GO TO 2100-EDIT-CARD-EXIT
037800     END-READ
037900     IF PL-MERGED
038000        MOVE SPACES TO ML-RESULT
038100        STRING "REJECTED - RETIRED ID ALREADY MERGED INTO "
038200               DELIMITED BY SIZE
038300               PL-MERGED-INTO DELIMITED BY SIZE
038400           INTO ML-RESULT
038500        END-STRING
038600        GO TO 2100-EDIT-CARD-EXIT
038700     END-IF
038800     MOVE "N" TO WS-TBL-FULL-SW
038900     PERFORM 2200-LOAD-SCORES THRU 2200-LOAD-SCORES-EXIT
039000     MOVE "SCOREDAT" TO ML-FILE
039100     IF TABLE-OVERFLOWED
039200        MOVE "REJECTED - OVER 2000 SCORE ROWS FOR ONE CARD"
039300           TO ML-RESULT
039400        GO TO 2100-EDIT-CARD-EXIT
039500     END-IF
039600     IF WS-SURVIVOR-LAST-SEQ + WS-ST-COUNT > 9999
039700        MOVE "REJECTED - SURVIVOR WOULD PASS SEQUENCE 9999"
039800           TO ML-RESULT
039900        GO TO 2100-EDIT-CARD-EXIT
040000     END-IF
040100     PERFORM 2300-LOAD-SCORECARDS THRU 2300-LOAD-SCORECARDS-EXIT
040200     MOVE "YACHTSCR" TO ML-FILE
040300     IF TABLE-OVERFLOWED
040400        MOVE "REJECTED - OVER 2000 SCORECARD ROWS FOR ONE CARD"
040500           TO ML-RESULT
040600        GO TO 2100-EDIT-CARD-EXIT
040700     END-IF
040800     IF WS-CONFLICT-GAME NOT = SPACES
040900        MOVE SPACES TO ML-RESULT
041000        STRING "REJECTED - BOTH IDS PLAYED IN GAME "
041100               DELIMITED BY SIZE
041200               WS-CONFLICT-GAME DELIMITED BY SIZE
041300           INTO ML-RESULT
041400        END-STRING
041500        GO TO 2100-EDIT-CARD-EXIT
041600     END-IF
041700     PERFORM 2400-LOAD-BADGES THRU 2400-LOAD-BADGES-EXIT
041800     MOVE "ACHIEVE" TO ML-FILE
041900     IF TABLE-OVERFLOWED
042000        MOVE "REJECTED - OVER 200 BADGES FOR ONE CARD"
042100           TO ML-RESULT
042200        GO TO 2100-EDIT-CARD-EXIT
042300     END-IF
042400     SET CARD-IS-GOOD TO TRUE.
042500 2100-EDIT-CARD-EXIT.
042600     EXIT.
042700*--------------------------------------------------------------
042800* 2200-LOAD-SCORES - THE SURVIVOR'S LAST SEQUENCE NUMBER, THEN
042900*          EVERY SCOREDAT ROW UNDER THE RETIRED ID
043000*--------------------------------------------------------------
043100 2200-LOAD-SCORES.
043200     MOVE ZERO TO WS-SURVIVOR-LAST-SEQ
043300     MOVE ZERO TO WS-ST-COUNT
043400     MOVE MC-SURVIVOR TO SCORE-PLAYER-ID
043500     MOVE ZERO TO SCORE-SEQ-NO
043600     MOVE "N" TO WS-SCAN-END-SW
043700     START SCORES-FILE KEY NOT < SCORE-KEY
043800        INVALID KEY
043900           SET END-OF-SCAN TO TRUE
044000     END-START
044100     PERFORM 2210-READ-SURVIVOR-SCORE
044200        THRU 2210-READ-SURVIVOR-SCORE-EXIT
044300        UNTIL END-OF-SCAN
044400     MOVE MC-RETIRED TO SCORE-PLAYER-ID
044500     MOVE ZERO TO SCORE-SEQ-NO
044600     MOVE "N" TO WS-SCAN-END-SW
044700     START SCORES-FILE KEY NOT < SCORE-KEY
044800        INVALID KEY
044900           SET END-OF-SCAN TO TRUE
045000     END-START
045100     PERFORM 2220-READ-RETIRED-SCORE
045200        THRU 2220-READ-RETIRED-SCORE-EXIT
045210        UNTIL END-OF-SCAN
045220     PERFORM 2230-CHECK-HALF-MOVED-SCORE
045230        THRU 2230-CHECK-HALF-MOVED-SCORE-EXIT.
045240 2200-LOAD-SCORES-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------
045700* 2210-READ-SURVIVOR-SCORE
045800*--------------------------------------------------------------
045900 2210-READ-SURVIVOR-SCORE.
046000     READ SCORES-FILE NEXT RECORD
046100        AT END
046200           SET END-OF-SCAN TO TRUE
046300           GO TO 2210-READ-SURVIVOR-SCORE-EXIT
046400     END-READ
046500     IF SCORE-PLAYER-ID NOT = MC-SURVIVOR
046600        SET END-OF-SCAN TO TRUE
046700        GO TO 2210-READ-SURVIVOR-SCORE-EXIT
046800     END-IF
046900     MOVE SCORE-SEQ-NO TO WS-SURVIVOR-LAST-SEQ.
047000 2210-READ-SURVIVOR-SCORE-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------
047300* 2220-READ-RETIRED-SCORE
047400*--------------------------------------------------------------
047500 2220-READ-RETIRED-SCORE.
047600     READ SCORES-FILE NEXT RECORD
047700        AT END
047800           SET END-OF-SCAN TO TRUE
047900           GO TO 2220-READ-RETIRED-SCORE-EXIT
048000     END-READ
048100     IF SCORE-PLAYER-ID NOT = MC-RETIRED
048200        SET END-OF-SCAN TO TRUE
048300        GO TO 2220-READ-RETIRED-SCORE-EXIT
048400     END-IF
048500     IF WS-ST-COUNT NOT < 2000
048600        SET TABLE-OVERFLOWED TO TRUE
048700        SET END-OF-SCAN TO TRUE
048800        GO TO 2220-READ-RETIRED-SCORE-EXIT
048900     END-IF
049000     ADD 1 TO WS-ST-COUNT
049100     MOVE SCORES-RECORD TO WS-ST-ROW(WS-ST-COUNT).
049200 2220-READ-RETIRED-SCORE-EXIT.
049300     EXIT.
049302*--------------------------------------------------------------
049304* 2230-CHECK-HALF-MOVED-SCORE - ROWS MOVE IN KEY ORDER, SO A
049306*          RUN THAT DIED BETWEEN A WRITE AND ITS DELETE LEFT THE
049308*          FIRST RETIRED ROW ALSO SITTING AS THE SURVIVOR'S LAST.
049310*          SAME SCORE AND DATE THERE SENDS US TO THE JOURNAL; A
049312*          PLYMERGE WRITE OF THAT KEY FROM THIS ROW MARKS IT AS
049314*          ALREADY MOVED, TO BE DELETED BUT NOT WRITTEN AGAIN.
049316*--------------------------------------------------------------
049318 2230-CHECK-HALF-MOVED-SCORE.
049320     MOVE ZERO TO WS-ST-ORPHAN
049322     IF WS-ST-COUNT = ZERO OR WS-SURVIVOR-LAST-SEQ = ZERO
049324        GO TO 2230-CHECK-HALF-MOVED-SCORE-EXIT
049326     END-IF
049328     MOVE MC-SURVIVOR TO SCORE-PLAYER-ID
049330     MOVE WS-SURVIVOR-LAST-SEQ TO SCORE-SEQ-NO
049332     READ SCORES-FILE
049334        INVALID KEY
049336           GO TO 2230-CHECK-HALF-MOVED-SCORE-EXIT
049338     END-READ
049340     IF SCORES-RECORD(15:11) NOT = WS-ST-ROW(1)(15:11)
049342        GO TO 2230-CHECK-HALF-MOVED-SCORE-EXIT
049344     END-IF
049346     MOVE "SCOREDAT" TO WS-JRNL-FILE
049348     MOVE SCORE-KEY TO WS-JRNL-KEY
049350     MOVE WS-ST-ROW(1) TO WS-JRNL-IMAGE
049352     PERFORM 2500-FIND-JOURNALED-MOVE
049354        THRU 2500-FIND-JOURNALED-MOVE-EXIT
049356     IF MOVE-ALREADY-JOURNALED
049358        MOVE 1 TO WS-ST-ORPHAN
049360     END-IF.
049362 2230-CHECK-HALF-MOVED-SCORE-EXIT.
049364     EXIT.
049400*--------------------------------------------------------------
049500* 2300-LOAD-SCORECARDS - THE PLAYER IS NOT THE LEADING KEY OF
049600*          YACHTSCR, SO THE WHOLE FILE IS READ FOR THE RETIRED
049700*          ID'S ROWS; EACH IS THEN PROVED FREE UNDER THE
049800*          SURVIVOR (A GAME CARRYING BOTH IDS CANNOT MERGE)
049900*--------------------------------------------------------------
050000 2300-LOAD-SCORECARDS.
050100     MOVE ZERO TO WS-CT-COUNT
050110     MOVE ZERO TO WS-CT-ORPHAN
050200     MOVE SPACES TO WS-CONFLICT-GAME
050300     IF NOT SCORECARDS-AVAILABLE
050400        GO TO 2300-LOAD-SCORECARDS-EXIT
050500     END-IF
050600     MOVE LOW-VALUES TO SC-KEY
050700     MOVE "N" TO WS-SCAN-END-SW
050800     START SCORECARD-FILE KEY NOT < SC-KEY
050900        INVALID KEY
051000           SET END-OF-SCAN TO TRUE
051100     END-START
051200     PERFORM 2310-READ-ONE-SCORECARD
051300        THRU 2310-READ-ONE-SCORECARD-EXIT
051400        UNTIL END-OF-SCAN
051500     IF TABLE-OVERFLOWED
051600        GO TO 2300-LOAD-SCORECARDS-EXIT
051700     END-IF
051800     PERFORM 2320-CHECK-ONE-SCORECARD
051900        THRU 2320-CHECK-ONE-SCORECARD-EXIT
052000        VARYING WS-TBL-SCAN FROM 1 BY 1
052100        UNTIL WS-TBL-SCAN > WS-CT-COUNT
052200           OR WS-CONFLICT-GAME NOT = SPACES.
052300 2300-LOAD-SCORECARDS-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------
052600* 2310-READ-ONE-SCORECARD
052700*--------------------------------------------------------------
052800 2310-READ-ONE-SCORECARD.
052900     READ SCORECARD-FILE NEXT RECORD
053000        AT END
053100           SET END-OF-SCAN TO TRUE
053200           GO TO 2310-READ-ONE-SCORECARD-EXIT
053300     END-READ
053400     IF SC-PLAYER-ID NOT = MC-RETIRED
053500        GO TO 2310-READ-ONE-SCORECARD-EXIT
053600     END-IF
053700     IF WS-CT-COUNT NOT < 2000
053800        SET TABLE-OVERFLOWED TO TRUE
053900        SET END-OF-SCAN TO TRUE
054000        GO TO 2310-READ-ONE-SCORECARD-EXIT
054100     END-IF
054200     ADD 1 TO WS-CT-COUNT
054300     MOVE SCORECARD-RECORD TO WS-CT-ROW(WS-CT-COUNT).
054400 2310-READ-ONE-SCORECARD-EXIT.
054500     EXIT.
054600*--------------------------------------------------------------
054610* 2320-CHECK-ONE-SCORECARD - A SLOT THE SURVIVOR ALREADY HOLDS
054620*          IS A GAME BOTH IDS PLAYED, UNLESS IT IS THE ONE ROW AN
054630*          EARLIER RUN WROTE AND DIED BEFORE DELETING: SAME
054640*          SCORE, AND A PLYMERGE WRITE OF IT FROM THIS ROW ON
054650*          THE JOURNAL
054660*--------------------------------------------------------------
054670 2320-CHECK-ONE-SCORECARD.
054680     MOVE WS-CT-ROW(WS-TBL-SCAN) TO SCORECARD-RECORD
054690     MOVE MC-SURVIVOR TO SC-PLAYER-ID
054700     READ SCORECARD-FILE
054710        INVALID KEY
054720           GO TO 2320-CHECK-ONE-SCORECARD-EXIT
054730     END-READ
054740     MOVE "N" TO WS-JRNL-FOUND-SW
054750     IF WS-CT-ORPHAN = ZERO
054760        AND SC-SCORE = WS-CT-ROW(WS-TBL-SCAN)(34:3)
054770        MOVE "YACHTSCR" TO WS-JRNL-FILE
054780        MOVE SC-KEY TO WS-JRNL-KEY
054790        MOVE WS-CT-ROW(WS-TBL-SCAN) TO WS-JRNL-IMAGE
054800        PERFORM 2500-FIND-JOURNALED-MOVE
054810           THRU 2500-FIND-JOURNALED-MOVE-EXIT
054820     END-IF
054830     IF MOVE-ALREADY-JOURNALED
054840        MOVE WS-TBL-SCAN TO WS-CT-ORPHAN
054850     ELSE
054860        MOVE SC-GAME-ID TO WS-CONFLICT-GAME
054870     END-IF.
055800 2320-CHECK-ONE-SCORECARD-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------
056100* 2400-LOAD-BADGES - EVERY ACHIEVE ROW UNDER THE RETIRED ID
056200*--------------------------------------------------------------
056300 2400-LOAD-BADGES.
056400     MOVE ZERO TO WS-BT-COUNT
056500     IF NOT ACHIEVE-AVAILABLE
056600        GO TO 2400-LOAD-BADGES-EXIT
056700     END-IF
056800     MOVE MC-RETIRED TO ACH-PLAYER-ID
056900     MOVE LOW-VALUES TO ACH-BADGE-ID
057000     MOVE "N" TO WS-SCAN-END-SW
057100     START ACHIEVE-FILE KEY NOT < ACH-KEY
057200        INVALID KEY
057300           SET END-OF-SCAN TO TRUE
057400     END-START
057500     PERFORM 2410-READ-ONE-BADGE THRU 2410-READ-ONE-BADGE-EXIT
057600        UNTIL END-OF-SCAN.
057700 2400-LOAD-BADGES-EXIT.
057800     EXIT.
057900*--------------------------------------------------------------
058000* 2410-READ-ONE-BADGE
058100*--------------------------------------------------------------
058200 2410-READ-ONE-BADGE.
058300     READ ACHIEVE-FILE NEXT RECORD
058400        AT END
058500           SET END-OF-SCAN TO TRUE
058600           GO TO 2410-READ-ONE-BADGE-EXIT
058700     END-READ
058800     IF ACH-PLAYER-ID NOT = MC-RETIRED
058900        SET END-OF-SCAN TO TRUE
059000        GO TO 2410-READ-ONE-BADGE-EXIT
059100     END-IF
059200     IF WS-BT-COUNT NOT < 200
059300        SET TABLE-OVERFLOWED TO TRUE
059400        SET END-OF-SCAN TO TRUE
059500        GO TO 2410-READ-ONE-BADGE-EXIT
059600     END-IF
059700     ADD 1 TO WS-BT-COUNT
059800     MOVE ACHIEVE-RECORD TO WS-BT-ROW(WS-BT-COUNT).
059900 2410-READ-ONE-BADGE-EXIT.
060000     EXIT.
060002*--------------------------------------------------------------
060004* 2500-FIND-JOURNALED-MOVE - IS THERE A PLYMERGE WRITE ON THE
060006*          IMAGE JOURNAL FOR WS-JRNL-FILE / WS-JRNL-KEY WHOSE
060008*          SOURCE ROW (BEFORE IMAGE) IS WS-JRNL-IMAGE? THE
060010*          JOURNAL IS REOPENED FOR THE SCAN AND THEN EXTENDED
060012*          AGAIN; THIS ONLY HAPPENS ON A SUSPECTED RERUN.
060014*--------------------------------------------------------------
060016 2500-FIND-JOURNALED-MOVE.
060018     MOVE "N" TO WS-JRNL-FOUND-SW
060020     MOVE "N" TO WS-JRNL-EOF-SW
060022     CLOSE IMAGE-JOURNAL-FILE
060024     OPEN INPUT IMAGE-JOURNAL-FILE
060026     IF WS-IMGJRNL-STATUS NOT = "00"
060028        SET END-OF-JOURNAL TO TRUE
060030     END-IF
060032     PERFORM 2510-READ-ONE-JOURNAL THRU 2510-READ-ONE-JOURNAL-EXIT
060034        UNTIL END-OF-JOURNAL OR MOVE-ALREADY-JOURNALED
060036     CLOSE IMAGE-JOURNAL-FILE
060038     OPEN EXTEND IMAGE-JOURNAL-FILE.
060040 2500-FIND-JOURNALED-MOVE-EXIT.
060042     EXIT.
060044*--------------------------------------------------------------
060046* 2510-READ-ONE-JOURNAL
060048*--------------------------------------------------------------
060050 2510-READ-ONE-JOURNAL.
060052     READ IMAGE-JOURNAL-FILE INTO IMAGE-JOURNAL-RECORD
060054        AT END
060056           SET END-OF-JOURNAL TO TRUE
060058           GO TO 2510-READ-ONE-JOURNAL-EXIT
060060     END-READ
060062     IF IJ-PROGRAM = "PLYMERGE" AND IJ-ACTION = "WRITE"
060064        AND IJ-FILE-NAME = WS-JRNL-FILE
060066        AND IJ-RECORD-KEY = WS-JRNL-KEY
060068        AND IJ-BEFORE-IMAGE = WS-JRNL-IMAGE
060070        SET MOVE-ALREADY-JOURNALED TO TRUE
060072     END-IF.
060074 2510-READ-ONE-JOURNAL-EXIT.
060076     EXIT.
060100*--------------------------------------------------------------
060200* 2900-READ-CARD
060300*--------------------------------------------------------------
060400 2900-READ-CARD.
060500     READ MERGE-CARD-FILE INTO MERGE-CARD-RECORD
060600        AT END SET END-OF-CARDS TO TRUE
060700     END-READ.
060800 2900-READ-CARD-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------
061100* 2950-WRITE-LINE - ONE MERGE REPORT LINE; ML-FILE AND
061200*          ML-RESULT ALREADY SET
061300*--------------------------------------------------------------
061400 2950-WRITE-LINE.
061500     MOVE MC-SURVIVOR TO ML-SURVIVOR
061600     MOVE MC-RETIRED TO ML-RETIRED
061700     MOVE "D" TO RPT-REQUEST
061800     MOVE WS-MERGE-LINE TO WS-RPT-DETAIL
061900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
062000 2950-WRITE-LINE-EXIT.
062100     EXIT.
062200*--------------------------------------------------------------
062300* 3000-REKEY-SCORES - EACH RETIRED ROW IS WRITTEN UNDER THE
062400*          SURVIVOR AT THE NEXT SEQUENCE NUMBER AND THEN
062500*          DELETED, KEEPING ITS OWN ORDER AND DATE
062600*--------------------------------------------------------------
062700 3000-REKEY-SCORES.
062800     MOVE "SCOREDAT" TO ML-FILE
062900     IF WS-ST-COUNT = ZERO
063000        MOVE "NO SCORE ROWS UNDER THE RETIRED ID" TO ML-RESULT
063100        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
063200        GO TO 3000-REKEY-SCORES-EXIT
063300     END-IF
063400     COMPUTE WS-NEXT-SEQ = WS-SURVIVOR-LAST-SEQ + 1
063500     MOVE WS-NEXT-SEQ TO WS-FIRST-NEW-SEQ
063510     MOVE ZERO TO WS-ROWS-WRITTEN
063600     PERFORM 3010-REKEY-ONE-SCORE THRU 3010-REKEY-ONE-SCORE-EXIT
063700        VARYING WS-TBL-SCAN FROM 1 BY 1
063800        UNTIL WS-TBL-SCAN > WS-ST-COUNT
063810     IF WS-ST-ORPHAN NOT = ZERO
063820        MOVE "ONE ROW ALREADY MOVED BY AN EARLIER RUN - DELETED"
063830           TO ML-RESULT
063840        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
063850     END-IF
063860     IF WS-ROWS-WRITTEN = ZERO
063870        GO TO 3000-REKEY-SCORES-EXIT
063880     END-IF
063890     ADD WS-ROWS-WRITTEN TO WS-SCORES-MOVED
063900     MOVE WS-ROWS-WRITTEN TO WS-EDIT-COUNT
064100     MOVE WS-FIRST-NEW-SEQ TO WS-EDIT-SEQ-1
064200     COMPUTE WS-EDIT-SEQ-2 = WS-NEXT-SEQ - 1
064300     MOVE SPACES TO ML-RESULT
064400     STRING WS-EDIT-COUNT DELIMITED BY SIZE
064500            " ROWS RE-KEYED AS SEQ " DELIMITED BY SIZE
064600            WS-EDIT-SEQ-1 DELIMITED BY SIZE
064700            " THRU " DELIMITED BY SIZE
064800            WS-EDIT-SEQ-2 DELIMITED BY SIZE
064900        INTO ML-RESULT
065000     END-STRING
065100     PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT.
065200 3000-REKEY-SCORES-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------
065500* 3010-REKEY-ONE-SCORE - NEW ROW FIRST, SO A FAILURE BETWEEN
065510*          THE TWO LEAVES A DUPLICATE, NEVER A LOST SCORE. THE
065520*          WRITE IS JOURNALED WITH THE RETIRED ROW AS ITS BEFORE
065530*          IMAGE SO 2230 CAN RECOGNISE THAT DUPLICATE ON A RERUN;
065540*          THE ROW IT FOUND IS ONLY DELETED.
065550*--------------------------------------------------------------
065560 3010-REKEY-ONE-SCORE.
065570     MOVE WS-ST-ROW(WS-TBL-SCAN) TO SCORES-RECORD
065580     MOVE SCORES-RECORD TO WS-BEFORE-IMAGE
065590     IF WS-TBL-SCAN = WS-ST-ORPHAN
065600        GO TO 3015-DELETE-RETIRED-SCORE
065610     END-IF
065620     MOVE MC-SURVIVOR TO SCORE-PLAYER-ID
065630     MOVE WS-NEXT-SEQ TO SCORE-SEQ-NO
065640     WRITE SCORES-RECORD
065650     MOVE SPACES TO IMAGE-JOURNAL-RECORD
065660     MOVE "SCOREDAT" TO IJ-FILE-NAME
065670     MOVE "WRITE" TO IJ-ACTION
065680     MOVE SCORE-KEY TO IJ-RECORD-KEY
065690     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
065700     MOVE SCORES-RECORD TO IJ-AFTER-IMAGE
065710     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT
065720     ADD 1 TO WS-NEXT-SEQ
065730     ADD 1 TO WS-ROWS-WRITTEN.
065740 3015-DELETE-RETIRED-SCORE.
065750     MOVE WS-ST-ROW(WS-TBL-SCAN) TO SCORES-RECORD
067100     DELETE SCORES-FILE
067200     MOVE SPACES TO IMAGE-JOURNAL-RECORD
067300     MOVE "SCOREDAT" TO IJ-FILE-NAME
067400     MOVE "DELETE" TO IJ-ACTION
067500     MOVE SCORE-KEY TO IJ-RECORD-KEY
067600     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
067610     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT.
067620 3010-REKEY-ONE-SCORE-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------
068200* 3100-REKEY-SCORECARDS - SAME WRITE-THEN-DELETE FOR EACH
068300*          RETIRED YACHTSCR ROW, PLAYER SWAPPED IN THE KEY
068400*--------------------------------------------------------------
068500 3100-REKEY-SCORECARDS.
068600     MOVE "YACHTSCR" TO ML-FILE
068700     IF WS-CT-COUNT = ZERO
068800        MOVE "NO SCORECARD ROWS UNDER THE RETIRED ID"
068900           TO ML-RESULT
069000        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
069100        GO TO 3100-REKEY-SCORECARDS-EXIT
069200     END-IF
069210     MOVE ZERO TO WS-ROWS-WRITTEN
069300     PERFORM 3110-REKEY-ONE-SCORECARD
069400        THRU 3110-REKEY-ONE-SCORECARD-EXIT
069500        VARYING WS-TBL-SCAN FROM 1 BY 1
069600        UNTIL WS-TBL-SCAN > WS-CT-COUNT
069610     IF WS-CT-ORPHAN NOT = ZERO
069620        MOVE "ONE ROW ALREADY MOVED BY AN EARLIER RUN - DELETED"
069630           TO ML-RESULT
069640        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
069650     END-IF
069660     IF WS-ROWS-WRITTEN = ZERO
069670        GO TO 3100-REKEY-SCORECARDS-EXIT
069680     END-IF
069690     ADD WS-ROWS-WRITTEN TO WS-CARDS-MOVED
069700     MOVE WS-ROWS-WRITTEN TO WS-EDIT-COUNT
069900     MOVE SPACES TO ML-RESULT
070000     STRING WS-EDIT-COUNT DELIMITED BY SIZE
070100            " SCORECARD ROWS RE-KEYED TO THE SURVIVOR"
070200               DELIMITED BY SIZE
070300        INTO ML-RESULT
070400     END-STRING
070500     PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT.
070600 3100-REKEY-SCORECARDS-EXIT.
070700     EXIT.
070800*--------------------------------------------------------------
070810* 3110-REKEY-ONE-SCORECARD - AS 3010; THE ROW 2320 FOUND
070820*          ALREADY MOVED IS ONLY DELETED
070830*--------------------------------------------------------------
070840 3110-REKEY-ONE-SCORECARD.
070850     MOVE WS-CT-ROW(WS-TBL-SCAN) TO SCORECARD-RECORD
070860     MOVE SCORECARD-RECORD TO WS-BEFORE-IMAGE
070870     IF WS-TBL-SCAN = WS-CT-ORPHAN
070880        GO TO 3115-DELETE-RETIRED-CARD
070890     END-IF
070900     MOVE MC-SURVIVOR TO SC-PLAYER-ID
070910     WRITE SCORECARD-RECORD
070920     MOVE SPACES TO IMAGE-JOURNAL-RECORD
070930     MOVE "YACHTSCR" TO IJ-FILE-NAME
070940     MOVE "WRITE" TO IJ-ACTION
070950     MOVE SC-KEY TO IJ-RECORD-KEY
070960     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
070970     MOVE SCORECARD-RECORD TO IJ-AFTER-IMAGE
070980     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT
070990     ADD 1 TO WS-ROWS-WRITTEN.
071000 3115-DELETE-RETIRED-CARD.
071010     MOVE WS-CT-ROW(WS-TBL-SCAN) TO SCORECARD-RECORD
072300     DELETE SCORECARD-FILE
072400     MOVE SPACES TO IMAGE-JOURNAL-RECORD
072500     MOVE "YACHTSCR" TO IJ-FILE-NAME
072600     MOVE "DELETE" TO IJ-ACTION
072700     MOVE SC-KEY TO IJ-RECORD-KEY
072800     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
072900     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT.
073000 3110-REKEY-ONE-SCORECARD-EXIT.
073100     EXIT.
073200*--------------------------------------------------------------
073300* 3200-MERGE-RATING - ONE RATING FOR THE MERGED PLAYER. WITH
073400*          TWO ROWS THE NEW RATING IS THE GAMES-WEIGHTED MEAN
073500*          OF THE PAIR AND THE GAMES ARE ADDED; A LONE RETIRED
073600*          ROW SIMPLY MOVES TO THE SURVIVOR. THE RETIRED ROW
073610*          IS REMOVED FIRST, SO THE LADDER CARRIES ONE ENTRY AND
073620*          A RERUN FINDS NO RETIRED RATING TO ADD IN TWICE. A
073630*          RUN THAT DIES BETWEEN THE DELETE AND THE SURVIVOR'S
073640*          UPDATE LEAVES THE RETIRED ROW ONLY ON IMGJRNL (THE
073650*          DELETE'S BEFORE IMAGE), FOR IMG-RECOVER TO PUT BACK.
073800*--------------------------------------------------------------
073900 3200-MERGE-RATING.
074000     MOVE "RATINGMS" TO ML-FILE
074100     IF NOT RATINGS-AVAILABLE
074200        MOVE "NO RATING MASTER - NOTHING TO MERGE" TO ML-RESULT
074300        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
074400        GO TO 3200-MERGE-RATING-EXIT
074500     END-IF
074600     MOVE "N" TO WS-SURV-RATED-SW
074700     MOVE "N" TO WS-RETIRED-RATED-SW
074800     MOVE MC-RETIRED TO RT-PLAYER-ID
074900     READ RATING-MASTER-FILE
075000        INVALID KEY
075100           CONTINUE
075200        NOT INVALID KEY
075300           SET RETIRED-RATED TO TRUE
075400           MOVE RT-RATING TO WS-RETIRED-RATING
075500           MOVE RT-GAMES TO WS-RETIRED-GAMES
075600     END-READ
075700     IF NOT RETIRED-RATED
075800        MOVE "NO RATING UNDER THE RETIRED ID" TO ML-RESULT
075900        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
076000        GO TO 3200-MERGE-RATING-EXIT
076100     END-IF
076110     MOVE RATING-MASTER-RECORD TO WS-BEFORE-IMAGE
076120     DELETE RATING-MASTER-FILE
076130     MOVE SPACES TO IMAGE-JOURNAL-RECORD
076140     MOVE "DELETE" TO IJ-ACTION
076150     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
076160     PERFORM 3220-JOURNAL-RATING THRU 3220-JOURNAL-RATING-EXIT
076200     MOVE MC-SURVIVOR TO RT-PLAYER-ID
076300     READ RATING-MASTER-FILE
076400        INVALID KEY
076500           CONTINUE
076600        NOT INVALID KEY
076700           SET SURVIVOR-RATED TO TRUE
076800           MOVE RT-RATING TO WS-SURV-RATING
076900           MOVE RT-GAMES TO WS-SURV-GAMES
077000     END-READ
077100     IF SURVIVOR-RATED
077200        PERFORM 3210-COMBINE-RATINGS
077300           THRU 3210-COMBINE-RATINGS-EXIT
077400     ELSE
077500        MOVE WS-RETIRED-RATING TO WS-MERGED-RATING
077600        MOVE WS-RETIRED-GAMES TO WS-MERGED-GAMES
077700        MOVE MC-SURVIVOR TO RT-PLAYER-ID
077800        MOVE WS-MERGED-RATING TO RT-RATING
077900        MOVE WS-MERGED-GAMES TO RT-GAMES
078000        WRITE RATING-MASTER-RECORD
078100        MOVE SPACES TO IMAGE-JOURNAL-RECORD
078200        MOVE "WRITE" TO IJ-ACTION
078300        MOVE RATING-MASTER-RECORD TO IJ-AFTER-IMAGE
078400        PERFORM 3220-JOURNAL-RATING
078500           THRU 3220-JOURNAL-RATING-EXIT
078600        MOVE SPACES TO ML-RESULT
078700        MOVE WS-MERGED-RATING TO WS-EDIT-RATE-1
078800        STRING "RETIRED RATING " DELIMITED BY SIZE
078900               WS-EDIT-RATE-1 DELIMITED BY SIZE
079000               " MOVED TO THE SURVIVOR" DELIMITED BY SIZE
079100           INTO ML-RESULT
079200        END-STRING
079300     END-IF
079310     ADD 1 TO WS-RATINGS-MERGED
080600     PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT.
080700 3200-MERGE-RATING-EXIT.
080800     EXIT.
080900*--------------------------------------------------------------
081000* 3210-COMBINE-RATINGS - SURVIVOR ROW IS CURRENT IN THE RECORD
081100*          AREA; REWRITE IT WITH THE WEIGHTED RATING
081200*--------------------------------------------------------------
081300 3210-COMBINE-RATINGS.
081400     MOVE RATING-MASTER-RECORD TO WS-BEFORE-IMAGE
081500     COMPUTE WS-MERGED-GAMES = WS-SURV-GAMES + WS-RETIRED-GAMES
081600     IF WS-MERGED-GAMES = ZERO
081700        COMPUTE WS-MERGED-RATING ROUNDED =
081800           (WS-SURV-RATING + WS-RETIRED-RATING) / 2
081900     ELSE
082000        COMPUTE WS-MERGED-RATING ROUNDED =
082100           (WS-SURV-RATING * WS-SURV-GAMES +
082200            WS-RETIRED-RATING * WS-RETIRED-GAMES)
082300           / WS-MERGED-GAMES
082400     END-IF
082500     IF WS-MERGED-GAMES > 99999
082600        MOVE 99999 TO WS-MERGED-GAMES
082700     END-IF
082800     MOVE WS-MERGED-RATING TO RT-RATING
082900     MOVE WS-MERGED-GAMES TO RT-GAMES
083000     REWRITE RATING-MASTER-RECORD
083100     MOVE SPACES TO IMAGE-JOURNAL-RECORD
083200     MOVE "REWRITE" TO IJ-ACTION
083300     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
083400     MOVE RATING-MASTER-RECORD TO IJ-AFTER-IMAGE
083500     PERFORM 3220-JOURNAL-RATING THRU 3220-JOURNAL-RATING-EXIT
083600     MOVE WS-SURV-RATING TO WS-EDIT-RATE-1
083700     MOVE WS-RETIRED-RATING TO WS-EDIT-RATE-2
083800     MOVE WS-MERGED-RATING TO WS-EDIT-RATE-3
083900     MOVE SPACES TO ML-RESULT
084000     STRING "RATINGS " DELIMITED BY SIZE
084100            WS-EDIT-RATE-1 DELIMITED BY SIZE
084200            " AND " DELIMITED BY SIZE
084300            WS-EDIT-RATE-2 DELIMITED BY SIZE
084400            " COMBINED AS " DELIMITED BY SIZE
084500            WS-EDIT-RATE-3 DELIMITED BY SIZE
084600        INTO ML-RESULT
084700     END-STRING.
084800 3210-COMBINE-RATINGS-EXIT.
084900     EXIT.
085000*--------------------------------------------------------------
085100* 3220-JOURNAL-RATING - IJ-ACTION AND THE IMAGES ARE SET
085200*--------------------------------------------------------------
085300 3220-JOURNAL-RATING.
085400     MOVE "RATINGMS" TO IJ-FILE-NAME
085500     MOVE RT-PLAYER-ID TO IJ-RECORD-KEY
085600     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT.
085700 3220-JOURNAL-RATING-EXIT.
085800     EXIT.
085900*--------------------------------------------------------------
086000* 3300-MERGE-BADGES - A BADGE THE SURVIVOR ALREADY HOLDS IS A
086100*          DUPLICATE AND IS DROPPED; ANY OTHER MOVES ACROSS WITH
086200*          ITS ORIGINAL AWARD DATE
086300*--------------------------------------------------------------
086400 3300-MERGE-BADGES.
086500     MOVE "ACHIEVE" TO ML-FILE
086600     IF WS-BT-COUNT = ZERO
086700        MOVE "NO BADGES UNDER THE RETIRED ID" TO ML-RESULT
086800        PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
086900        GO TO 3300-MERGE-BADGES-EXIT
087000     END-IF
087100     MOVE ZERO TO WS-BADGE-MOVES
087200     MOVE ZERO TO WS-BADGE-DROPS
087300     PERFORM 3310-MERGE-ONE-BADGE THRU 3310-MERGE-ONE-BADGE-EXIT
087400        VARYING WS-TBL-SCAN FROM 1 BY 1
087500        UNTIL WS-TBL-SCAN > WS-BT-COUNT
087600     ADD WS-BADGE-MOVES TO WS-BADGES-MOVED
087700     ADD WS-BADGE-DROPS TO WS-BADGES-DROPPED
087800     MOVE WS-BADGE-MOVES TO WS-EDIT-RATE-1
087900     MOVE WS-BADGE-DROPS TO WS-EDIT-RATE-2
088000     MOVE SPACES TO ML-RESULT
088100     STRING WS-EDIT-RATE-1 DELIMITED BY SIZE
088200            " BADGES MOVED, " DELIMITED BY SIZE
088300            WS-EDIT-RATE-2 DELIMITED BY SIZE
088400            " DUPLICATES DROPPED" DELIMITED BY SIZE
088500        INTO ML-RESULT
088600     END-STRING
088700     PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT.
088800 3300-MERGE-BADGES-EXIT.
088900     EXIT.
089000*--------------------------------------------------------------
089100* 3310-MERGE-ONE-BADGE
089200*--------------------------------------------------------------
089300 3310-MERGE-ONE-BADGE.
089400     MOVE WS-BT-ROW(WS-TBL-SCAN) TO ACHIEVE-RECORD
089500     MOVE MC-SURVIVOR TO ACH-PLAYER-ID
089600     READ ACHIEVE-FILE
089700        INVALID KEY
089800           MOVE WS-BT-ROW(WS-TBL-SCAN) TO ACHIEVE-RECORD
089900           MOVE MC-SURVIVOR TO ACH-PLAYER-ID
090000           WRITE ACHIEVE-RECORD
090100           MOVE SPACES TO IMAGE-JOURNAL-RECORD
090200           MOVE "ACHIEVE" TO IJ-FILE-NAME
090300           MOVE "WRITE" TO IJ-ACTION
090400           MOVE ACH-KEY TO IJ-RECORD-KEY
090500           MOVE ACHIEVE-RECORD TO IJ-AFTER-IMAGE
090600           PERFORM 6000-WRITE-JOURNAL
090700              THRU 6000-WRITE-JOURNAL-EXIT
090800           ADD 1 TO WS-BADGE-MOVES
090900        NOT INVALID KEY
091000           ADD 1 TO WS-BADGE-DROPS
091100     END-READ
091200     MOVE WS-BT-ROW(WS-TBL-SCAN) TO ACHIEVE-RECORD
091300     DELETE ACHIEVE-FILE
091400     MOVE SPACES TO IMAGE-JOURNAL-RECORD
091500     MOVE "ACHIEVE" TO IJ-FILE-NAME
091600     MOVE "DELETE" TO IJ-ACTION
091700     MOVE ACH-KEY TO IJ-RECORD-KEY
091800     MOVE WS-BT-ROW(WS-TBL-SCAN) TO IJ-BEFORE-IMAGE
091900     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT.
092000 3310-MERGE-ONE-BADGE-EXIT.
092100     EXIT.
092200*--------------------------------------------------------------
092300* 3400-MARK-RETIRED - THE RETIRED PLAYRMST ROW STAYS ON FILE,
092400*          STATUS "M", POINTING AT ITS SURVIVOR
092500*--------------------------------------------------------------
092600 3400-MARK-RETIRED.
092700     MOVE "PLAYRMST" TO ML-FILE
092800     MOVE MC-RETIRED TO PL-PLAYER-ID
092900     READ PLAYER-MASTER-FILE
093000        INVALID KEY
093100           MOVE "RETIRED ROW VANISHED - NOT MARKED" TO ML-RESULT
093200           PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT
093300           GO TO 3400-MARK-RETIRED-EXIT
093400     END-READ
093500     MOVE PLAYER-MASTER-RECORD TO WS-BEFORE-IMAGE
093600     SET PL-MERGED TO TRUE
093700     MOVE MC-SURVIVOR TO PL-MERGED-INTO
093800     REWRITE PLAYER-MASTER-RECORD
093900     MOVE SPACES TO IMAGE-JOURNAL-RECORD
094000     MOVE "PLAYRMST" TO IJ-FILE-NAME
094100     MOVE "REWRITE" TO IJ-ACTION
094200     MOVE PL-PLAYER-ID TO IJ-RECORD-KEY
094300     MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE
094400     MOVE PLAYER-MASTER-RECORD TO IJ-AFTER-IMAGE
094500     PERFORM 6000-WRITE-JOURNAL THRU 6000-WRITE-JOURNAL-EXIT
094600     MOVE "RETIRED ROW MARKED MERGED INTO THE SURVIVOR"
094700        TO ML-RESULT
094800     PERFORM 2950-WRITE-LINE THRU 2950-WRITE-LINE-EXIT.
094900 3400-MARK-RETIRED-EXIT.
095000     EXIT.
095100*--------------------------------------------------------------
095200* 6000-WRITE-JOURNAL - STAMP AND WRITE THE JOURNAL ROW THE
095300*          CALLER BUILT (FILE, ACTION, KEY, IMAGES)
095400*--------------------------------------------------------------
095500 6000-WRITE-JOURNAL.
095600     MOVE "PLYMERGE" TO IJ-PROGRAM
095700     MOVE WS-OPERATOR TO IJ-OPERATOR
095800     MOVE FUNCTION CURRENT-DATE(1:14) TO IJ-TIMESTAMP
095900     WRITE IMAGE-JOURNAL-FILE-REC FROM IMAGE-JOURNAL-RECORD.
096000 6000-WRITE-JOURNAL-EXIT.
096100     EXIT.
096200*--------------------------------------------------------------
096300* 9000-FINISH - TOTALS, CLOSE, AND THE JOB-ACCOUNTING ROW
096400*--------------------------------------------------------------
096500 9000-FINISH.
096600     MOVE "D" TO RPT-REQUEST
096700     MOVE SPACES TO WS-RPT-DETAIL
096800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
096900     MOVE "CARDS READ        :" TO MT-LABEL
097000     MOVE WS-CARDS-READ TO MT-COUNT
097100     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
097200     MOVE "PLAYERS MERGED    :" TO MT-LABEL
097300     MOVE WS-MERGED-COUNT TO MT-COUNT
097400     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
097500     MOVE "CARDS REJECTED    :" TO MT-LABEL
097600     MOVE WS-REJECTED-COUNT TO MT-COUNT
097700     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
097800     MOVE "SCORE ROWS MOVED  :" TO MT-LABEL
097900     MOVE WS-SCORES-MOVED TO MT-COUNT
098000     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
098100     MOVE "SCORECARDS MOVED  :" TO MT-LABEL
098200     MOVE WS-CARDS-MOVED TO MT-COUNT
098300     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
098400     MOVE "RATINGS MERGED    :" TO MT-LABEL
098500     MOVE WS-RATINGS-MERGED TO MT-COUNT
098600     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
098700     MOVE "BADGES MOVED      :" TO MT-LABEL
098800     MOVE WS-BADGES-MOVED TO MT-COUNT
098900     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
099000     MOVE "BADGES DROPPED    :" TO MT-LABEL
099100     MOVE WS-BADGES-DROPPED TO MT-COUNT
099200     PERFORM 9050-WRITE-TOTAL THRU 9050-WRITE-TOTAL-EXIT
099300     MOVE "C" TO RPT-REQUEST
099400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
099500     CLOSE MERGE-CARD-FILE
099600     CLOSE PLAYER-MASTER-FILE
099700     CLOSE SCORES-FILE
099800     IF SCORECARDS-AVAILABLE
099900        CLOSE SCORECARD-FILE
100000     END-IF
100100     IF RATINGS-AVAILABLE
100200        CLOSE RATING-MASTER-FILE
100300     END-IF
100400     IF ACHIEVE-AVAILABLE
100500        CLOSE ACHIEVE-FILE
100600     END-IF
100700     CLOSE IMAGE-JOURNAL-FILE
100800     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
100900 9000-FINISH-EXIT.
101000     EXIT.
101100*--------------------------------------------------------------
101200* 9050-WRITE-TOTAL
101300*--------------------------------------------------------------
101400 9050-WRITE-TOTAL.
101500     MOVE WS-MERGE-TOTAL-LINE TO WS-RPT-DETAIL
101600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
101700 9050-WRITE-TOTAL-EXIT.
101800     EXIT.
101900*--------------------------------------------------------------
102000* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
102100*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
102200*--------------------------------------------------------------
102300 9100-LOG-JOB-ACCT.
102400     OPEN EXTEND JOB-ACCT-FILE
102500     IF WS-JOBACCT-STATUS = "35"
102600        OPEN OUTPUT JOB-ACCT-FILE
102700        CLOSE JOB-ACCT-FILE
102800        OPEN EXTEND JOB-ACCT-FILE
102900     END-IF
103000     MOVE "PLYMERGE" TO JA-PROGRAM-NAME
103100     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
103200     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
103300     MOVE "COMPLETED" TO JA-RETURN-STATUS
103400     MOVE WS-CARDS-READ TO JA-RECORD-COUNT
103500     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
103600     CLOSE JOB-ACCT-FILE.
103700 9100-LOG-JOB-ACCT-EXIT.
103800     EXIT.
