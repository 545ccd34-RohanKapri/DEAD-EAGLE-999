003000*                 Z'S, FIVE K'S -- DISQUALIFIES WITH ITS OWN REASON
003100*                 ON SCRBDQ NEXT TO THE DICTIONARY FAILURES. THE
003200*                 JUDGES STOP CATCHING THESE BY EYE.
003210* 2026-10-15 RLM  SUBMITTER HISTORY FILE SCRBHIST: A DAILY ENTRY
003220*                 CAP PER SUBMITTER (RUNCTL DAILYCAP), NO RE-ENTRY
003230*                 OF A WORD THE SUBMITTER ALREADY ENTERED IN THE
003240*                 PROMOTION (RUNCTL PROMOSTART), AND A CAP ON THE
003250*                 DISTINCT SUBMITTERS PER WORD (RUNCTL
003260*                 WORDCLAIMS). VIOLATIONS DISQUALIFY ON SCRBDQ AS
003270*                 DAILY CAP, REPEAT ENTRY OR WORD CLAIMED.
003275* 2026-10-15 RLM  A SAME-DAY RERUN BACKS OUT THE EARLIER RUN'S
003280*                 SCRBHIST ROWS FOR THE DAY BEFORE SCREENING, SO
003285*                 ITS OWN ENTRIES ARE NOT DISQUALIFIED AS REPEAT
003290*                 ENTRY, DAILY CAP OR WORD CLAIMED.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005400     SELECT DISQUAL-RPT-FILE ASSIGN TO "SCRBDQ"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-DISQRPT-STATUS.
005610     SELECT SUBMIT-HIST-FILE ASSIGN TO "SCRBHIST"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS SBH-KEY
005650         FILE STATUS IS WS-SBHIST-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ENTRY-IN-FILE.
007400     05 TB-LETTER              PIC X(01).
007500     05 FILLER                 PIC X(01).
007600     05 TB-COUNT               PIC 9(02).
007605*    SUBMITTER HISTORY - THREE ROW TYPES SHARE ONE KEYED FILE:
007610*      D  SUBMITTER'S ENTRY COUNT FOR SBH-LAST-DATE (WORD BLANK)
007615*      E  ONE ROW PER SUBMITTER AND WORD ACCEPTED
007620*      W  DISTINCT SUBMITTERS CLAIMING THE WORD (SUBMITTER BLANK)
007625 FD  SUBMIT-HIST-FILE.
007630 01  SUBMIT-HIST-RECORD.
007635     05 SBH-KEY.
007640        10 SBH-ROW-TYPE        PIC X(01).
007645           88 SBH-DAY-ROW      VALUE "D".
007650           88 SBH-ENTRY-ROW    VALUE "E".
007655           88 SBH-WORD-ROW     VALUE "W".
007660        10 SBH-SUBMITTER       PIC X(16).
007665        10 SBH-WORD            PIC X(60).
007670     05 SBH-FIRST-DATE         PIC X(08).
007675     05 SBH-LAST-DATE          PIC X(08).
007680     05 SBH-COUNT              PIC 9(05).
007700 WORKING-STORAGE SECTION.
007800*--------------------------------------------------------------
007900* ORIGINAL SCRABBLE-SCORE WORKING STORAGE
013800     05 FILLER                 PIC X(02) VALUE SPACES.
013900     05 DQ-REASON              PIC X(14).
014000*--------------------------------------------------------------
014005* SUBMITTER HISTORY CONTROLS - RUNCTL SCRABBLE DAILYCAP,
014010* WORDCLAIMS AND PROMOSTART. A CAP OF ZERO MEANS NO LIMIT.
014015*--------------------------------------------------------------
014020 77  WS-SBHIST-STATUS          PIC XX.
014025 77  WS-DAILY-CAP              PIC 9(03) VALUE 25.
014030 77  WS-WORD-CLAIM-CAP         PIC 9(03) VALUE 3.
014035 77  WS-PROMO-START            PIC X(08) VALUE SPACES.
014040 77  WS-DAY-ENTRY-COUNT        PIC 9(05).
014045 77  WS-WORD-CLAIM-COUNT       PIC 9(05).
014050 77  WS-HIST-OK-SW             PIC X VALUE "Y".
014055     88 HISTORY-ALLOWS-ENTRY   VALUE "Y".
014056 77  WS-SBHIST-EOF-SW          PIC X VALUE "N".
014057     88 END-OF-SBHIST          VALUE "Y".
014058 77  WS-SBH-SAVE-KEY           PIC X(77).
014060*--------------------------------------------------------------
014100* ISOGRAM BONUS CONTROLS
014200*--------------------------------------------------------------
014300 77  WS-ISO-BONUS              PIC 99 VALUE 10.
020100     IF RP-VALUE-FOUND AND RP-VALUE(1:2) IS NUMERIC
020200        MOVE RP-VALUE(1:2) TO WS-ISO-BONUS
020300     END-IF
020305     MOVE "DAILYCAP" TO RP-KEYWORD
020310     CALL "RUNPARM" USING RUN-PARM-CONTROL
020315     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
020320        MOVE RP-VALUE(1:3) TO WS-DAILY-CAP
020325     END-IF
020330     MOVE "WORDCLAIMS" TO RP-KEYWORD
020335     CALL "RUNPARM" USING RUN-PARM-CONTROL
020340     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
020345        MOVE RP-VALUE(1:3) TO WS-WORD-CLAIM-CAP
020350     END-IF
020355     MOVE "PROMOSTART" TO RP-KEYWORD
020360     CALL "RUNPARM" USING RUN-PARM-CONTROL
020365     IF RP-VALUE-FOUND AND RP-VALUE(1:8) IS NUMERIC
020370        MOVE RP-VALUE(1:8) TO WS-PROMO-START
020375     END-IF
020400     OPEN INPUT ENTRY-IN-FILE
020500     OPEN OUTPUT LEADERBOARD-RPT-FILE
020600     OPEN OUTPUT DISQUAL-RPT-FILE
021000        CLOSE WORD-MASTER-FILE
021100        OPEN INPUT WORD-MASTER-FILE
021200     END-IF
021210     OPEN I-O SUBMIT-HIST-FILE
021220     IF WS-SBHIST-STATUS = "35"
021230        OPEN OUTPUT SUBMIT-HIST-FILE
021240        CLOSE SUBMIT-HIST-FILE
021250        OPEN I-O SUBMIT-HIST-FILE
021260     END-IF
021270     PERFORM 1200-BACK-OUT-TODAY THRU 1200-BACK-OUT-TODAY-EXIT
021300     PERFORM 1100-LOAD-TILE-BAG THRU 1100-LOAD-TILE-BAG-EXIT
021400     PERFORM 2100-READ-ENTRY THRU 2100-READ-ENTRY-EXIT.
021500 1000-INITIALIZE-EXIT.
023400        PERFORM 2100-READ-ENTRY THRU 2100-READ-ENTRY-EXIT
023500        GO TO 2000-PROCESS-ENTRIES-EXIT
023600     END-IF
023610     PERFORM 2700-CHECK-HISTORY THRU 2700-CHECK-HISTORY-EXIT
023620     IF NOT HISTORY-ALLOWS-ENTRY
023630        ADD 1 TO WS-DISQUALIFIED-COUNT
023640        PERFORM 2600-WRITE-DISQUAL THRU 2600-WRITE-DISQUAL-EXIT
023650        PERFORM 2100-READ-ENTRY THRU 2100-READ-ENTRY-EXIT
023660        GO TO 2000-PROCESS-ENTRIES-EXIT
023670     END-IF
023680     PERFORM 2750-RECORD-HISTORY THRU 2750-RECORD-HISTORY-EXIT
023700     MOVE EI-WORD TO WS-WORD
023800     PERFORM 4000-SCRABBLE-SCORE THRU 4000-SCRABBLE-SCORE-EXIT
023900     ADD 1 TO WS-LEADER-COUNT
031300 2600-WRITE-DISQUAL-EXIT.
031400     EXIT.
031500*--------------------------------------------------------------
031501* 2700-CHECK-HISTORY - THE SUBMITTER MAY NOT PASS THE DAILY
031502*          ENTRY CAP, MAY NOT RE-ENTER A WORD ALREADY SUBMITTED IN
031503*          THIS PROMOTION, AND THE WORD MAY NOT ALREADY BE CLAIMED
031504*          BY AS MANY SUBMITTERS AS THE CLAIM CAP ALLOWS. HISTORY
031505*          ROWS DATED BEFORE PROMOSTART BELONG TO AN EARLIER
031506*          PROMOTION AND ARE IGNORED.
031507*--------------------------------------------------------------
031508 2700-CHECK-HISTORY.
031509     MOVE "Y" TO WS-HIST-OK-SW
031510     MOVE ZERO TO WS-DAY-ENTRY-COUNT
031511     MOVE ZERO TO WS-WORD-CLAIM-COUNT
031512     MOVE FUNCTION UPPER-CASE(EI-WORD) TO WS-UPPER-WORD
031513     MOVE "D" TO SBH-ROW-TYPE
031514     MOVE EI-SUBMITTER TO SBH-SUBMITTER
031515     MOVE SPACES TO SBH-WORD
031516     READ SUBMIT-HIST-FILE
031517        INVALID KEY
031518           MOVE SPACES TO SBH-LAST-DATE
031519     END-READ
031520     IF WS-SBHIST-STATUS = "00" AND SBH-LAST-DATE = WS-RUN-DATE
031521        MOVE SBH-COUNT TO WS-DAY-ENTRY-COUNT
031522     END-IF
031523     IF WS-DAILY-CAP > ZERO
031524        AND WS-DAY-ENTRY-COUNT NOT < WS-DAILY-CAP
031525        MOVE "N" TO WS-HIST-OK-SW
031526        MOVE "DAILY CAP" TO WS-DISQ-REASON
031527        GO TO 2700-CHECK-HISTORY-EXIT
031528     END-IF
031529     MOVE "E" TO SBH-ROW-TYPE
031530     MOVE EI-SUBMITTER TO SBH-SUBMITTER
031531     MOVE WS-UPPER-WORD TO SBH-WORD
031532     READ SUBMIT-HIST-FILE
031533        INVALID KEY
031534           MOVE SPACES TO SBH-FIRST-DATE
031535     END-READ
031536     IF WS-SBHIST-STATUS = "00"
031537        AND SBH-FIRST-DATE NOT < WS-PROMO-START
031538        MOVE "N" TO WS-HIST-OK-SW
031539        MOVE "REPEAT ENTRY" TO WS-DISQ-REASON
031540        GO TO 2700-CHECK-HISTORY-EXIT
031541     END-IF
031542     MOVE "W" TO SBH-ROW-TYPE
031543     MOVE SPACES TO SBH-SUBMITTER
031544     MOVE WS-UPPER-WORD TO SBH-WORD
031545     READ SUBMIT-HIST-FILE
031546        INVALID KEY
031547           MOVE SPACES TO SBH-LAST-DATE
031548     END-READ
031549     IF WS-SBHIST-STATUS = "00"
031550        AND SBH-LAST-DATE NOT < WS-PROMO-START
031551        MOVE SBH-COUNT TO WS-WORD-CLAIM-COUNT
031552     END-IF
031553     IF WS-WORD-CLAIM-CAP > ZERO
031554        AND WS-WORD-CLAIM-COUNT NOT < WS-WORD-CLAIM-CAP
031555        MOVE "N" TO WS-HIST-OK-SW
031556        MOVE "WORD CLAIMED" TO WS-DISQ-REASON
031557     END-IF.
031558 2700-CHECK-HISTORY-EXIT.
031559     EXIT.
031560*--------------------------------------------------------------
031561* 2750-RECORD-HISTORY - AN ACCEPTED ENTRY COUNTS AGAINST THE
031562*          SUBMITTER'S DAY, RECORDS THE SUBMITTER'S CLAIM ON THE
031563*          WORD, AND ADDS ONE TO THE WORD'S CLAIMANT COUNT.
031564*          DISQUALIFIED ENTRIES LEAVE NO HISTORY.
031565*--------------------------------------------------------------
031566 2750-RECORD-HISTORY.
031567     MOVE "D" TO SBH-ROW-TYPE
031568     MOVE EI-SUBMITTER TO SBH-SUBMITTER
031569     MOVE SPACES TO SBH-WORD
031570     MOVE WS-RUN-DATE TO SBH-FIRST-DATE
031571     MOVE WS-RUN-DATE TO SBH-LAST-DATE
031572     COMPUTE SBH-COUNT = WS-DAY-ENTRY-COUNT + 1
031573     WRITE SUBMIT-HIST-RECORD
031574        INVALID KEY
031575           REWRITE SUBMIT-HIST-RECORD
031576     END-WRITE
031577     MOVE "E" TO SBH-ROW-TYPE
031578     MOVE EI-SUBMITTER TO SBH-SUBMITTER
031579     MOVE WS-UPPER-WORD TO SBH-WORD
031580     MOVE WS-RUN-DATE TO SBH-FIRST-DATE
031581     MOVE WS-RUN-DATE TO SBH-LAST-DATE
031582     MOVE 1 TO SBH-COUNT
031583     WRITE SUBMIT-HIST-RECORD
031584        INVALID KEY
031585           REWRITE SUBMIT-HIST-RECORD
031586     END-WRITE
031587     MOVE "W" TO SBH-ROW-TYPE
031588     MOVE SPACES TO SBH-SUBMITTER
031589     MOVE WS-UPPER-WORD TO SBH-WORD
031590     MOVE WS-RUN-DATE TO SBH-FIRST-DATE
031591     MOVE WS-RUN-DATE TO SBH-LAST-DATE
031592     COMPUTE SBH-COUNT = WS-WORD-CLAIM-COUNT + 1
031593     WRITE SUBMIT-HIST-RECORD
031594        INVALID KEY
031595           REWRITE SUBMIT-HIST-RECORD
031596     END-WRITE.
031597 2750-RECORD-HISTORY-EXIT.
031598     EXIT.
031599*--------------------------------------------------------------
031600* 1100-LOAD-TILE-BAG - THE STANDARD BAG IS ALREADY SEEDED;
031700* OPTIONAL TILEBAG RECORDS OVERRIDE ONE LETTER AT A TIME
031800*--------------------------------------------------------------
034700     END-IF.
034800 1120-OVERRIDE-ONE-EXIT.
034900     EXIT.
034901*--------------------------------------------------------------
034902* 1200-BACK-OUT-TODAY - A RERUN FOR THE SAME DAY MUST NOT SEE
034903*          THE EARLIER RUN'S ENTRIES AS ITS OWN HISTORY. TODAY'S
034904*          DAY-COUNT ROWS ARE REMOVED, AND EACH ENTRY ROW FIRST
034905*          RECORDED TODAY IS REMOVED WITH ITS CLAIM ON THE WORD,
034906*          SO THE DAY IS RECORDED AFRESH FROM THIS RUN'S FEED.
034907*--------------------------------------------------------------
034908 1200-BACK-OUT-TODAY.
034909     MOVE "N" TO WS-SBHIST-EOF-SW
034910     MOVE LOW-VALUES TO SBH-KEY
034911     START SUBMIT-HIST-FILE KEY NOT < SBH-KEY
034912        INVALID KEY
034913           SET END-OF-SBHIST TO TRUE
034914     END-START
034915     PERFORM 1210-BACK-OUT-ONE THRU 1210-BACK-OUT-ONE-EXIT
034916        UNTIL END-OF-SBHIST.
034917 1200-BACK-OUT-TODAY-EXIT.
034918     EXIT.
034919*--------------------------------------------------------------
034920* 1210-BACK-OUT-ONE - THE WORD ROWS SORT LAST, SO THE PASS ENDS
034921*          AT THE FIRST ONE
034922*--------------------------------------------------------------
034923 1210-BACK-OUT-ONE.
034924     READ SUBMIT-HIST-FILE NEXT RECORD
034925        AT END
034926           SET END-OF-SBHIST TO TRUE
034927           GO TO 1210-BACK-OUT-ONE-EXIT
034928     END-READ
034929     IF SBH-WORD-ROW
034930        SET END-OF-SBHIST TO TRUE
034931        GO TO 1210-BACK-OUT-ONE-EXIT
034932     END-IF
034933     IF SBH-DAY-ROW AND SBH-LAST-DATE = WS-RUN-DATE
034934        DELETE SUBMIT-HIST-FILE RECORD
034935        GO TO 1210-BACK-OUT-ONE-EXIT
034936     END-IF
034937     IF NOT SBH-ENTRY-ROW OR SBH-FIRST-DATE NOT = WS-RUN-DATE
034938        GO TO 1210-BACK-OUT-ONE-EXIT
034939     END-IF
034940     MOVE SBH-KEY TO WS-SBH-SAVE-KEY
034941     DELETE SUBMIT-HIST-FILE RECORD
034942     MOVE "W" TO SBH-ROW-TYPE
034943     MOVE SPACES TO SBH-SUBMITTER
034944     MOVE WS-SBH-SAVE-KEY(18:60) TO SBH-WORD
034945     READ SUBMIT-HIST-FILE
034946        INVALID KEY
034947           CONTINUE
034948     END-READ
034949     IF WS-SBHIST-STATUS = "00"
034950        IF SBH-COUNT > 1
034951           SUBTRACT 1 FROM SBH-COUNT
034952           REWRITE SUBMIT-HIST-RECORD
034953        ELSE
034954           DELETE SUBMIT-HIST-FILE RECORD
034955        END-IF
034956     END-IF
034957     MOVE WS-SBH-SAVE-KEY TO SBH-KEY
034958     START SUBMIT-HIST-FILE KEY > SBH-KEY
034959        INVALID KEY
034960           SET END-OF-SBHIST TO TRUE
034961     END-START.
034962 1210-BACK-OUT-ONE-EXIT.
034963     EXIT.
035000*--------------------------------------------------------------
035100* 2550-CHECK-TILE-BAG - A WORD THAT NEEDS MORE OF ANY LETTER
035200* THAN THE BAG HOLDS COULD NEVER BE PLAYED
044100        UNTIL LDR-IDX > WS-LEADER-COUNT
044200     CLOSE ENTRY-IN-FILE
044300     CLOSE WORD-MASTER-FILE
044310     CLOSE SUBMIT-HIST-FILE
044400     CLOSE DISQUAL-RPT-FILE
044500     CLOSE LEADERBOARD-RPT-FILE.
044600 9000-FINISH-EXIT.
