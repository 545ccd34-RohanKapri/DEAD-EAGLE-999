001800*                 DEAD-RULES SECTION FOR RULES THAT HAVE NEVER
001900*                 FIRED. DATA FOR THE TONE-PACK OWNERS' NEXT
002000*                 RULES CLEANUP, NOT OPINIONS. REPORT: BOBSTATS.
002010* 2026-10-15 RLM  READ THE UNANSWERED-QUESTIONS FILE BOB NOW
002020*                 WRITES (BOBUNANS) AND PRINT THE TEN MOST-ASKED
002030*                 QUESTIONS NO KNOWLEDGE ARTICLE COVERS, WITH
002040*                 TIMES ASKED AND DATE LAST ASKED, SO THE CONTENT
002050*                 OWNERS KNOW WHICH ARTICLES TO WRITE NEXT.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003100     SELECT REPLY-RULES-FILE ASSIGN TO "BOBRULES"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-BOBRULES-STATUS.
003310     SELECT UNANSWERED-FILE ASSIGN TO "BOBUNANS"
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-UNANS-STATUS.
003400     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-JOBACCT-STATUS.
005600     05 RR-EFF-DATE            PIC X(08).
005700     05 FILLER                 PIC X(01).
005800     05 RR-REPLY               PIC X(40).
005810 FD  UNANSWERED-FILE.
005820 01  UNANSWERED-RECORD.
005830     05 UQ-QUESTION            PIC X(60).
005840     05 FILLER                 PIC X(02).
005850     05 UQ-AUDIENCE            PIC X(08).
005860     05 FILLER                 PIC X(02).
005870     05 UQ-TIMESTAMP           PIC X(14).
005900 FD  JOB-ACCT-FILE
006000     RECORDING MODE IS F.
006100 01  JOB-ACCT-FILE-RECORD      PIC X(60).
006600 77  WS-BOBLOG-STATUS          PIC XX.
006700 77  WS-BOBRULES-STATUS        PIC XX.
006800 77  WS-JOBACCT-STATUS         PIC XX.
006810 77  WS-UNANS-STATUS           PIC XX.
006900 77  WS-LOG-EOF-SW             PIC X VALUE "N".
007000     88 END-OF-LOG             VALUE "Y".
007100 77  WS-RULES-EOF-SW           PIC X VALUE "N".
010200        10 WS-RL-REPLY         PIC X(40).
010300        10 WS-RL-HITS          PIC 9(07).
010400 77  WS-RULE-SCAN              PIC 9(03) BINARY.
010402*--------------------------------------------------------------
010404* UNANSWERED QUESTIONS - ONE ROW PER DISTINCT QUESTION (CASE
010406* AND LEADING BLANKS IGNORED) WITH HOW OFTEN IT WAS ASKED AND
010408* WHEN LAST; THE MOST-ASKED PRINT AS THE CONTENT GAPS
010410*--------------------------------------------------------------
010412 77  WS-UNANS-EOF-SW           PIC X VALUE "N".
010414     88 END-OF-UNANS           VALUE "Y".
010416 77  WS-UNANS-READ             PIC 9(07) VALUE ZERO.
010418 77  WS-GAP-DROPPED            PIC 9(07) VALUE ZERO.
010420 77  WS-GAP-KEY                PIC X(60).
010422 01  WS-GAP-TABLE.
010424     05 WS-GAP-COUNT           PIC 9(03) BINARY VALUE ZERO.
010426     05 WS-GAP-ENTRY OCCURS 300 TIMES.
010428        10 WS-GP-QUESTION      PIC X(60).
010430        10 WS-GP-ASKED         PIC 9(07).
010432        10 WS-GP-LAST-ASKED    PIC X(08).
010434        10 WS-GP-PRINTED-SW    PIC X(01).
010436           88 GP-PRINTED       VALUE "Y".
010438 77  WS-GAP-SCAN               PIC 9(03) BINARY.
010440 77  WS-GAP-PICK               PIC 9(03) BINARY.
010442 77  WS-GAP-RANK               PIC 9(02) BINARY.
010444 77  WS-GAP-TOP                PIC 9(02) BINARY VALUE 10.
010500*--------------------------------------------------------------
010600* REPORT LINES
010700*--------------------------------------------------------------
012100     05 RU-HITS                PIC ZZZZZZ9.
012200     05 FILLER                 PIC X(02) VALUE SPACES.
012300     05 RU-REPLY               PIC X(40).
012310 01  WS-GAP-LINE.
012320     05 FILLER                 PIC X(02) VALUE SPACES.
012330     05 GL-RANK                PIC Z9.
012340     05 FILLER                 PIC X(02) VALUE SPACES.
012350     05 GL-ASKED               PIC ZZZZZZ9.
012360     05 FILLER                 PIC X(02) VALUE SPACES.
012370     05 GL-LAST-ASKED          PIC X(08).
012380     05 FILLER                 PIC X(02) VALUE SPACES.
012390     05 GL-QUESTION            PIC X(60).
012400 PROCEDURE DIVISION.
012500*--------------------------------------------------------------
012600* 0000-MAINLINE
014400           UNTIL END-OF-RULES
014500        CLOSE REPLY-RULES-FILE
014600     END-IF
014610     OPEN INPUT UNANSWERED-FILE
014620     IF WS-UNANS-STATUS = "00"
014630        PERFORM 1200-TALLY-ONE-GAP THRU 1200-TALLY-ONE-GAP-EXIT
014640           UNTIL END-OF-UNANS
014650        CLOSE UNANSWERED-FILE
014660     END-IF
014700     OPEN INPUT CONVERSATION-LOG-FILE
014800     IF WS-BOBLOG-STATUS NOT = "00"
014900        SET END-OF-LOG TO TRUE
017700     END-READ.
017800 1100-LOAD-ONE-RULE-EXIT.
017900     EXIT.
017902*--------------------------------------------------------------
017904* 1200-TALLY-ONE-GAP - FOLD ONE UNANSWERED QUESTION INTO THE
017906*          GAP TABLE; QUESTIONS PAST THE TABLE ARE COUNTED ONLY
017908*--------------------------------------------------------------
017910 1200-TALLY-ONE-GAP.
017912     READ UNANSWERED-FILE
017914        AT END
017916           SET END-OF-UNANS TO TRUE
017918           GO TO 1200-TALLY-ONE-GAP-EXIT
017920     END-READ
017922     IF UQ-QUESTION = SPACES
017924        GO TO 1200-TALLY-ONE-GAP-EXIT
017926     END-IF
017928     ADD 1 TO WS-UNANS-READ
017930     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UQ-QUESTION LEADING))
017932        TO WS-GAP-KEY
017934     MOVE ZERO TO WS-GAP-PICK
017936     PERFORM 1210-FIND-ONE-GAP THRU 1210-FIND-ONE-GAP-EXIT
017938        VARYING WS-GAP-SCAN FROM 1 BY 1
017940        UNTIL WS-GAP-SCAN > WS-GAP-COUNT
017942           OR WS-GAP-PICK > ZERO
017944     IF WS-GAP-PICK = ZERO
017946        IF WS-GAP-COUNT NOT < 300
017948           ADD 1 TO WS-GAP-DROPPED
017950           GO TO 1200-TALLY-ONE-GAP-EXIT
017952        END-IF
017954        ADD 1 TO WS-GAP-COUNT
017956        MOVE WS-GAP-COUNT TO WS-GAP-PICK
017958        MOVE WS-GAP-KEY TO WS-GP-QUESTION(WS-GAP-PICK)
017960        MOVE ZERO TO WS-GP-ASKED(WS-GAP-PICK)
017962        MOVE SPACES TO WS-GP-LAST-ASKED(WS-GAP-PICK)
017964        MOVE "N" TO WS-GP-PRINTED-SW(WS-GAP-PICK)
017966     END-IF
017968     ADD 1 TO WS-GP-ASKED(WS-GAP-PICK)
017970     IF UQ-TIMESTAMP(1:8) > WS-GP-LAST-ASKED(WS-GAP-PICK)
017972        MOVE UQ-TIMESTAMP(1:8) TO WS-GP-LAST-ASKED(WS-GAP-PICK)
017974     END-IF.
017976 1200-TALLY-ONE-GAP-EXIT.
017978     EXIT.
017980 1210-FIND-ONE-GAP.
017982     IF WS-GP-QUESTION(WS-GAP-SCAN) = WS-GAP-KEY
017984        MOVE WS-GAP-SCAN TO WS-GAP-PICK
017986     END-IF.
017988 1210-FIND-ONE-GAP-EXIT.
017990     EXIT.
018000*--------------------------------------------------------------
018100* 2000-TALLY-ONE-EXCHANGE
018200*--------------------------------------------------------------
028400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028500     PERFORM 3300-PRINT-ONE-DEAD THRU 3300-PRINT-ONE-DEAD-EXIT
028600        VARYING WS-RULE-SCAN FROM 1 BY 1
028605        UNTIL WS-RULE-SCAN > WS-RULE-COUNT
028610     MOVE SPACES TO WS-RPT-DETAIL
028615     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028620     MOVE "TOP UNANSWERED QUESTIONS (KNOWLEDGE ARTICLE GAPS):"
028625        TO WS-RPT-DETAIL
028630     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028635     MOVE "  RANK    ASKED  LAST ASKED  QUESTION" TO WS-RPT-DETAIL
028640     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028645     PERFORM 3400-PRINT-ONE-GAP THRU 3400-PRINT-ONE-GAP-EXIT
028650        VARYING WS-GAP-RANK FROM 1 BY 1
028655        UNTIL WS-GAP-RANK > WS-GAP-TOP
028660     MOVE "  TOTAL    :" TO CS-LABEL
028665     MOVE WS-UNANS-READ TO CS-COUNT
028670     MOVE WS-CLASS-LINE TO WS-RPT-DETAIL
028675     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028680     MOVE "  DISTINCT :" TO CS-LABEL
028685     MOVE WS-GAP-COUNT TO CS-COUNT
028690     MOVE WS-CLASS-LINE TO WS-RPT-DETAIL
028695     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028700     IF WS-GAP-DROPPED > ZERO
028705        MOVE "  OVERFLOW :" TO CS-LABEL
028710        MOVE WS-GAP-DROPPED TO CS-COUNT
028715        MOVE WS-CLASS-LINE TO WS-RPT-DETAIL
028720        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028725     END-IF.
028800 3000-PRINT-ANALYTICS-EXIT.
028900     EXIT.
029000*--------------------------------------------------------------
032700     PERFORM 3200-PRINT-ONE-RULE THRU 3200-PRINT-ONE-RULE-EXIT.
032800 3300-PRINT-ONE-DEAD-EXIT.
032900     EXIT.
032902*--------------------------------------------------------------
032904* 3400-PRINT-ONE-GAP - NEXT MOST-ASKED QUESTION NOT YET PRINTED;
032906*          THE EARLIER TABLE ROW WINS A TIE
032908*--------------------------------------------------------------
032910 3400-PRINT-ONE-GAP.
032912     MOVE ZERO TO WS-GAP-PICK
032914     PERFORM 3410-TEST-ONE-GAP THRU 3410-TEST-ONE-GAP-EXIT
032916        VARYING WS-GAP-SCAN FROM 1 BY 1
032918        UNTIL WS-GAP-SCAN > WS-GAP-COUNT
032920     IF WS-GAP-PICK = ZERO
032922        GO TO 3400-PRINT-ONE-GAP-EXIT
032924     END-IF
032926     SET GP-PRINTED(WS-GAP-PICK) TO TRUE
032928     MOVE SPACES TO WS-GAP-LINE
032930     MOVE WS-GAP-RANK TO GL-RANK
032932     MOVE WS-GP-ASKED(WS-GAP-PICK) TO GL-ASKED
032934     MOVE WS-GP-LAST-ASKED(WS-GAP-PICK) TO GL-LAST-ASKED
032936     MOVE WS-GP-QUESTION(WS-GAP-PICK) TO GL-QUESTION
032938     MOVE "D" TO RPT-REQUEST
032940     MOVE WS-GAP-LINE TO WS-RPT-DETAIL
032942     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
032944 3400-PRINT-ONE-GAP-EXIT.
032946     EXIT.
032948 3410-TEST-ONE-GAP.
032950     IF GP-PRINTED(WS-GAP-SCAN)
032952        GO TO 3410-TEST-ONE-GAP-EXIT
032954     END-IF
032956     IF WS-GAP-PICK = ZERO
032958        MOVE WS-GAP-SCAN TO WS-GAP-PICK
032960        GO TO 3410-TEST-ONE-GAP-EXIT
032962     END-IF
032964     IF WS-GP-ASKED(WS-GAP-SCAN) > WS-GP-ASKED(WS-GAP-PICK)
032966        MOVE WS-GAP-SCAN TO WS-GAP-PICK
032968     END-IF.
032970 3410-TEST-ONE-GAP-EXIT.
032972     EXIT.
033000*--------------------------------------------------------------
033100* 9000-FINISH - CLOSE FILES AND CUT THE JOB-ACCOUNTING ROW
033200*--------------------------------------------------------------
