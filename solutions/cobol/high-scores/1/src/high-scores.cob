002910* 2026-09-02 RLM  TAKE THE WIDENED IMGJRNL RECORD (219 BYTES,
002920*                 60-BYTE IMAGES) INTRODUCED FOR THE PARTS
002930*                 MASTER'S INVENTORY FIELDS.
002932* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (229 BYTES,
002934*                 CHECKER ID) INTRODUCED FOR THE APPROVAL QUEUE.
002935* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002936*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002937*                 MASTER'S CALENDAR ID.
002947* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002957*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002967*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002969* 2026-10-15 RLM  SCREEN EACH INCOMING SCORE AGAINST THE
002971*                 PLAYER'S OWN LAST N SCORES ON SCOREDAT (MEAN
002973*                 AND SPREAD; RUNCTL HISCORE ANOMLASTN,
002975*                 ANOMMINHIST, ANOMSPREAD, ANOMFLOOR). A SCORE
002977*                 BEYOND THE LIMIT IS HELD ON THE PENDING-REVIEW
002979*                 FILE (SCOREPND) INSTEAD OF BEING POSTED, FOR
002981*                 SCORE-REVIEW TO PRINT AND SCORE-ADJ TO POST OR
002983*                 VOID. THE MAINLINE NOW ENDS WITH GOBACK SO
002985*                 CONTROL NO LONGER FALLS INTO THE PARAGRAPHS
002987*                 BELOW IT AND POSTS THE SCORE A SECOND TIME.
002989* 2026-10-15 RLM  THE ANOMALY WINDOW IS NOW A RING OF THE LATEST
002991*                 ANOMLASTN SCORES KEPT AS SCOREDAT IS READ, NOT
002993*                 THE OLDEST 500 IN THE TABLE. A HOLD THAT CANNOT
002995*                 BE WRITTEN TO SCOREPND NOW SHOWS HOLD FAILED ON
002997*                 THE TREND FILE AND ENDS THE RUN WITH RC 8.
002999*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 INPUT-OUTPUT SECTION.
005360         ACCESS MODE IS DYNAMIC
005370         RECORD KEY IS PL-PLAYER-ID
005380         FILE STATUS IS WS-PLAYRMST-STATUS.
005382     SELECT PENDING-SCORE-FILE ASSIGN TO "SCOREPND"
005384         ORGANIZATION IS INDEXED
005386         ACCESS MODE IS DYNAMIC
005388         RECORD KEY IS PD-KEY
005390         FILE STATUS IS WS-SCOREPND-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SCORES-FILE.
007400 FD  NUM-SUSPENSE-FILE.
007500 01  NUM-SUSPENSE-FILE-RECORD  PIC X(63).
007510 FD  IMAGE-JOURNAL-FILE.
007520 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
007525 FD  TEAM-STANDINGS-FILE.
007526 01  TEAM-STANDINGS-RECORD     PIC X(80).
007530 FD  PLAYER-MASTER-FILE.
007580     05 PL-STATUS              PIC X(01).
007590        88 PL-PLAYER-ACTIVE    VALUE "A".
007591     05 PL-ENROLL-DATE         PIC X(08).
007596     05 PL-MERGED-INTO         PIC X(10).
007601 FD  PENDING-SCORE-FILE.
007606 01  PENDING-SCORE-RECORD.
007611     05 PD-KEY.
007616        10 PD-PLAYER-ID        PIC X(10).
007621        10 PD-HOLD-NO          PIC 9(04).
007626     05 PD-SCORE               PIC 999.
007631     05 PD-SCORE-DATE          PIC X(08).
007636     05 PD-MEAN                PIC 999V9.
007641     05 PD-SPREAD              PIC 999V9.
007646     05 PD-LIMIT               PIC 999V9.
007651     05 PD-HISTORY-COUNT       PIC 9(03).
007656     05 PD-STATUS              PIC X(01).
007661        88 PD-HELD             VALUE "H".
007666        88 PD-POSTED           VALUE "P".
007671        88 PD-VOIDED           VALUE "V".
007676     05 PD-REVIEW-DATE         PIC X(08).
007681     05 PD-POSTED-SEQ          PIC 9(04).
007686 WORKING-STORAGE SECTION.
007700*--------------------------------------------------------------
007800* ORIGINAL IN-MEMORY WORKING STORAGE
007900*--------------------------------------------------------------
012523     05 TM-COUNTED             PIC Z9.
012524     05 FILLER                 PIC X(02) VALUE SPACES.
012525     05 TM-TOTAL               PIC ZZZZ9.
012526*--------------------------------------------------------------
012527* ANOMALY SCREEN AGAINST THE PLAYER'S OWN RECENT SCORES
012528*--------------------------------------------------------------
012529 77  WS-SCOREPND-STATUS        PIC XX.
012530 77  WS-ANOM-LAST-N            PIC 9(03) VALUE 010.
012531 77  WS-ANOM-MIN-HIST          PIC 9(03) VALUE 005.
012532 77  WS-ANOM-SPREADS           PIC 9(02) VALUE 03.
012533 77  WS-ANOM-FLOOR             PIC 9(03) VALUE 010.
012534 77  WS-ANOM-HELD              PIC 999 VALUE ZERO.
012535 77  WS-ANOM-RING-POS          PIC 999 VALUE ZERO.
012536 77  WS-ANOM-IDX               PIC 999.
012537 77  WS-ANOM-COUNT             PIC 999.
012538 77  WS-ANOM-VAL               PIC 999.
012539 77  WS-ANOM-SUM               PIC 9(07).
012540 77  WS-ANOM-SUMSQ             PIC 9(09).
012541 77  WS-ANOM-MEAN              PIC 9(03)V9(04).
012542 77  WS-ANOM-VARIANCE          PIC 9(07)V9(04).
012543 77  WS-ANOM-SPREAD            PIC 9(05)V9(04).
012544 77  WS-ANOM-LIMIT             PIC 9(05)V9(04).
012545 77  WS-HOLD-NO                PIC 9(04).
012546 77  WS-HOLD-SW                PIC X VALUE "N".
012547     88 SCORE-HELD             VALUE "Y".
012549 77  WS-HOLD-FAILED-SW         PIC X VALUE "N".
012551     88 HOLD-FAILED            VALUE "Y".
012553 01  WS-ANOM-RING.
012555     05 WS-ANOM-RECENT         PIC 999 OCCURS 999 TIMES.
012562 77  WS-MAX-PLAYERS            PIC 999 VALUE 100.
012600 77  WS-LEADER-COUNT           PIC 999 VALUE ZERO.
012700 77  WS-FOUND-PLAYER-SW        PIC X VALUE "N".
014900                PERSONAL-TOP3 WS-RESULT-STRING WS-RESULT-VALUE
015000                WS-SCORES WS-SCORE-COUNT
015100     PERFORM 1005-LOAD-RUN-INPUT THRU 1005-LOAD-RUN-INPUT-EXIT
015110     PERFORM 1045-LOAD-ANOMALY-PARMS
015120        THRU 1045-LOAD-ANOMALY-PARMS-EXIT
015200     PERFORM 1000-LOAD-HISTORY THRU 1000-LOAD-HISTORY-EXIT
015210     PERFORM 1020-OPEN-PLAYER-MASTER
015220        THRU 1020-OPEN-PLAYER-MASTER-EXIT
015300     IF WS-NEW-SCORE > 0
015310        PERFORM 1030-SCREEN-PLAYER THRU 1030-SCREEN-PLAYER-EXIT
015320        IF PLAYER-IS-REGISTERED
015330           PERFORM 1050-SCREEN-ANOMALY
015340              THRU 1050-SCREEN-ANOMALY-EXIT
015350        END-IF
015360        IF SCORE-HELD
015370           PERFORM 1060-HOLD-SCORE THRU 1060-HOLD-SCORE-EXIT
015380        END-IF
015390        IF PLAYER-IS-REGISTERED AND NOT SCORE-HELD
015400           PERFORM 1100-APPEND-SCORE THRU 1100-APPEND-SCORE-EXIT
015410        END-IF
015500     END-IF
018300     END-EVALUATE
018400     PERFORM 1200-BUILD-LEADER THRU 1200-BUILD-LEADER-EXIT
018410     CLOSE PLAYER-MASTER-FILE
018500     CLOSE TREND-FILE
018501*    A SCORE THAT COULD NEITHER BE POSTED NOR HELD ENDS THE RUN
018502*    WITH RETURN CODE 8 SO THE SCHEDULER STOPS FOR THE DESK
018503     IF HOLD-FAILED
018504        MOVE 8 TO RETURN-CODE
018505     END-IF
018510     GOBACK.
018600*--------------------------------------------------------------
018700* 1005-LOAD-RUN-INPUT - READ THIS RUN'S PLAYER ID, SCORE, AND
018800*          REQUESTED PROPERTY FROM THE SCORERUN CONTROL FILE.
020827     END-READ.
020828 1040-LOOKUP-PLAYER-NAME-EXIT.
020829     EXIT.
020830*--------------------------------------------------------------
020831* 1045-LOAD-ANOMALY-PARMS - THE SCREEN'S RUNCTL LIMITS, READ
020832*          BEFORE THE HISTORY SO THE LOAD KNOWS HOW MANY RECENT
020833*          SCORES TO KEEP FOR IT (ANOMLASTN, AT MOST 999).
020834*--------------------------------------------------------------
020835 1045-LOAD-ANOMALY-PARMS.
020836     MOVE "HISCORE" TO RP-PROGRAM-ID
020837     MOVE "ANOMLASTN" TO RP-KEYWORD
020838     MOVE SPACES TO RP-DEFAULT
020839     CALL "RUNPARM" USING RUN-PARM-CONTROL
020840     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
020841        MOVE RP-VALUE(1:3) TO WS-ANOM-LAST-N
020842     END-IF
020843     MOVE "ANOMMINHIST" TO RP-KEYWORD
020844     CALL "RUNPARM" USING RUN-PARM-CONTROL
020845     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
020846        MOVE RP-VALUE(1:3) TO WS-ANOM-MIN-HIST
020847     END-IF
020848     MOVE "ANOMSPREAD" TO RP-KEYWORD
020849     CALL "RUNPARM" USING RUN-PARM-CONTROL
020850     IF RP-VALUE-FOUND AND RP-VALUE(1:2) IS NUMERIC
020851        MOVE RP-VALUE(1:2) TO WS-ANOM-SPREADS
020852     END-IF
020853     MOVE "ANOMFLOOR" TO RP-KEYWORD
020854     CALL "RUNPARM" USING RUN-PARM-CONTROL
020855     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
020856        MOVE RP-VALUE(1:3) TO WS-ANOM-FLOOR
020857     END-IF.
020858 1045-LOAD-ANOMALY-PARMS-EXIT.
020859     EXIT.
020860*--------------------------------------------------------------
020861* 1050-SCREEN-ANOMALY - MEAN AND SPREAD (STANDARD DEVIATION)
020862*          OF THE PLAYER'S LAST N SCORES ON FILE (RUNCTL
020863*          ANOMLASTN), AS KEPT BY 1015 WHILE THE HISTORY WAS
020864*          READ. A SCORE MORE THAN ANOMSPREAD SPREADS
020865*          ABOVE THE MEAN IS HELD FOR REVIEW. A SPREAD BELOW
020866*          ANOMFLOOR POINTS COUNTS AS THE FLOOR, SO A STEADY
020867*          PLAYER IS NOT HELD FOR A GOOD NIGHT; A PLAYER WITH
020868*          FEWER THAN ANOMMINHIST SCORES IS NOT SCREENED.
020869*--------------------------------------------------------------
020870 1050-SCREEN-ANOMALY.
020871     MOVE "N" TO WS-HOLD-SW
020872     IF WS-ANOM-SPREADS = ZERO OR WS-ANOM-LAST-N = ZERO
020873        GO TO 1050-SCREEN-ANOMALY-EXIT
020874     END-IF
020875     MOVE ZERO TO WS-ANOM-COUNT
020876     MOVE ZERO TO WS-ANOM-SUM
020877     MOVE ZERO TO WS-ANOM-SUMSQ
020878     PERFORM 1055-ADD-ONE-HISTORY THRU 1055-ADD-ONE-HISTORY-EXIT
020879        VARYING WS-ANOM-IDX FROM 1 BY 1
020880        UNTIL WS-ANOM-IDX > WS-ANOM-HELD
020881     IF WS-ANOM-COUNT = ZERO
020882        OR WS-ANOM-COUNT < WS-ANOM-MIN-HIST
020883        GO TO 1050-SCREEN-ANOMALY-EXIT
020884     END-IF
020885     COMPUTE WS-ANOM-MEAN = WS-ANOM-SUM / WS-ANOM-COUNT
020886     COMPUTE WS-ANOM-VARIANCE =
020887        WS-ANOM-SUMSQ / WS-ANOM-COUNT
020888        - WS-ANOM-MEAN * WS-ANOM-MEAN
020889        ON SIZE ERROR
020890           MOVE ZERO TO WS-ANOM-VARIANCE
020891     END-COMPUTE
020892     COMPUTE WS-ANOM-SPREAD = FUNCTION SQRT(WS-ANOM-VARIANCE)
020893     IF WS-ANOM-SPREAD < WS-ANOM-FLOOR
020894        MOVE WS-ANOM-FLOOR TO WS-ANOM-SPREAD
020895     END-IF
020896     COMPUTE WS-ANOM-LIMIT =
020897        WS-ANOM-MEAN + WS-ANOM-SPREADS * WS-ANOM-SPREAD
020898     IF WS-NEW-SCORE > WS-ANOM-LIMIT
020899        SET SCORE-HELD TO TRUE
020900     END-IF.
020901 1050-SCREEN-ANOMALY-EXIT.
020902     EXIT.
020903*--------------------------------------------------------------
020904* 1055-ADD-ONE-HISTORY
020905*--------------------------------------------------------------
020906 1055-ADD-ONE-HISTORY.
020907     MOVE WS-ANOM-RECENT(WS-ANOM-IDX) TO WS-ANOM-VAL
020908     ADD 1 TO WS-ANOM-COUNT
020909     ADD WS-ANOM-VAL TO WS-ANOM-SUM
020910     COMPUTE WS-ANOM-SUMSQ =
020911        WS-ANOM-SUMSQ + WS-ANOM-VAL * WS-ANOM-VAL.
020912 1055-ADD-ONE-HISTORY-EXIT.
020913     EXIT.
020914*--------------------------------------------------------------
020915* 1060-HOLD-SCORE - THE SCORE GOES TO THE PENDING-REVIEW FILE
020916*          (SCOREPND) UNDER THE PLAYER'S NEXT HOLD NUMBER
020917*          INSTEAD OF SCOREDAT. SCORE-ADJ POSTS OR VOIDS IT;
020918*          SCORE-REVIEW PRINTS IT WITH THE PLAYER'S HISTORY.
020919*          A HOLD THAT CANNOT BE WRITTEN IS REPORTED ON THE
020920*          TREND FILE AS HOLD FAILED AND ENDS THE RUN WITH
020921*          RETURN CODE 8; THE SCORE IS NEITHER POSTED NOR HELD.
020922*--------------------------------------------------------------
020923 1060-HOLD-SCORE.
020924     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020925     OPEN I-O PENDING-SCORE-FILE
020926     IF WS-SCOREPND-STATUS = "35"
020927        OPEN OUTPUT PENDING-SCORE-FILE
020928        CLOSE PENDING-SCORE-FILE
020929        OPEN I-O PENDING-SCORE-FILE
020930     END-IF
020931     IF WS-SCOREPND-STATUS NOT = "00"
020932        SET HOLD-FAILED TO TRUE
020933        GO TO 1060-WRITE-TREND
020934     END-IF
020935     MOVE 1 TO WS-HOLD-NO
020936     MOVE WS-PLAYER TO PD-PLAYER-ID
020937     MOVE ZERO TO PD-HOLD-NO
020938     START PENDING-SCORE-FILE KEY IS >= PD-KEY
020939        INVALID KEY MOVE "10" TO WS-SCOREPND-STATUS
020940     END-START
020941     PERFORM 1065-FIND-HOLD-NO THRU 1065-FIND-HOLD-NO-EXIT
020942        UNTIL WS-SCOREPND-STATUS NOT = "00"
020943     MOVE SPACES TO PENDING-SCORE-RECORD
020944     MOVE WS-PLAYER TO PD-PLAYER-ID
020945     MOVE WS-HOLD-NO TO PD-HOLD-NO
020946     MOVE WS-NEW-SCORE TO PD-SCORE
020947     MOVE WS-RUN-DATE TO PD-SCORE-DATE
020948     MOVE WS-ANOM-MEAN TO PD-MEAN
020949     MOVE WS-ANOM-SPREAD TO PD-SPREAD
020950     MOVE WS-ANOM-LIMIT TO PD-LIMIT
020951     MOVE WS-ANOM-COUNT TO PD-HISTORY-COUNT
020952     SET PD-HELD TO TRUE
020953     MOVE ZERO TO PD-POSTED-SEQ
020954     WRITE PENDING-SCORE-RECORD
020955        INVALID KEY SET HOLD-FAILED TO TRUE
020956     END-WRITE
020957     IF WS-SCOREPND-STATUS NOT = "00"
020958        SET HOLD-FAILED TO TRUE
020959     END-IF
020960     CLOSE PENDING-SCORE-FILE.
020961 1060-WRITE-TREND.
020962     MOVE WS-PLAYER TO TD-PLAYER
020963     MOVE ZERO TO TD-SEQ-NO
020964     MOVE WS-NEW-SCORE TO TD-SCORE
020965     MOVE WS-RUN-DATE TO TD-DATE
020966     IF HOLD-FAILED
020967        MOVE "HOLD FAILED" TO TD-NAME
020968     ELSE
020969        MOVE "HELD FOR REVIEW" TO TD-NAME
020970     END-IF
020971     WRITE TREND-OUT-RECORD FROM TREND-DETAIL-LINE.
020972 1060-HOLD-SCORE-EXIT.
020973     EXIT.
020974*--------------------------------------------------------------
020975* 1065-FIND-HOLD-NO - ONE PAST THE PLAYER'S HIGHEST HOLD
020976*--------------------------------------------------------------
020977 1065-FIND-HOLD-NO.
020978     READ PENDING-SCORE-FILE NEXT RECORD
020979        AT END MOVE "10" TO WS-SCOREPND-STATUS
020980     END-READ
020981     IF WS-SCOREPND-STATUS = "00"
020982        IF PD-PLAYER-ID NOT = WS-PLAYER
020983           MOVE "10" TO WS-SCOREPND-STATUS
020984        ELSE
020985           COMPUTE WS-HOLD-NO = PD-HOLD-NO + 1
020986        END-IF
020987     END-IF.
020988 1065-FIND-HOLD-NO-EXIT.
020989     EXIT.
020990*--------------------------------------------------------------
020991* 1000-LOAD-HISTORY - PULL THIS PLAYER'S PRIOR
021000*          SCORES FROM THE KEYED FILE INTO THE WORKING TABLE
021100*--------------------------------------------------------------
021200 1000-LOAD-HISTORY.
024300        IF WS-SCORE-COUNT <= WS-MAX-SCORES
024400           MOVE SCORE-VALUE TO SCORES(WS-SCORE-COUNT)
024500        END-IF
024510        PERFORM 1015-KEEP-RECENT-SCORE
024520           THRU 1015-KEEP-RECENT-SCORE-EXIT
024600        MOVE SCORE-PLAYER-ID TO TD-PLAYER
024700        MOVE SCORE-SEQ-NO    TO TD-SEQ-NO
024800        MOVE SCORE-VALUE     TO TD-SCORE
025400     END-IF.
025500 1010-READ-HISTORY-ROW-EXIT.
025600     EXIT.
025602*--------------------------------------------------------------
025604* 1015-KEEP-RECENT-SCORE - THE ANOMALY SCREEN'S WINDOW. A RING
025606*          OF THE LATEST ANOMLASTN SCORES READ; EACH NEW ROW
025608*          OVERWRITES THE OLDEST, SO THE WINDOW IS ALWAYS THE
025610*          MOST RECENT HISTORY HOWEVER LONG THE PLAYER'S FILE.
025612*--------------------------------------------------------------
025614 1015-KEEP-RECENT-SCORE.
025616     IF WS-ANOM-LAST-N = ZERO OR SCORE-VALUE IS NOT NUMERIC
025618        GO TO 1015-KEEP-RECENT-SCORE-EXIT
025620     END-IF
025622     ADD 1 TO WS-ANOM-RING-POS
025624     IF WS-ANOM-RING-POS > WS-ANOM-LAST-N
025626        MOVE 1 TO WS-ANOM-RING-POS
025628     END-IF
025630     MOVE SCORE-VALUE TO WS-ANOM-RECENT(WS-ANOM-RING-POS)
025632     IF WS-ANOM-HELD < WS-ANOM-LAST-N
025634        ADD 1 TO WS-ANOM-HELD
025636     END-IF.
025638 1015-KEEP-RECENT-SCORE-EXIT.
025640     EXIT.
025700*--------------------------------------------------------------
025800* 1100-APPEND-SCORE - ADD THIS RUN'S SCORE TO THE
025900*          WORKING TABLE AND WRITE IT THROUGH TO THE FILE
