004600*                 SHARED DATEEDIT SERVICE AT LOAD; A RULE WITH A
004700*                 CALENDAR-IMPOSSIBLE DATE IS NOT LOADED AND THE
004800*                 DATE LANDS IN THE DATESUSP SUSPENSE FILE.
004810* 2026-10-15 RLM  ANSWER QUESTIONS FROM A KNOWLEDGE-ARTICLE FILE
004820*                 (BOBKB: ARTICLE ID, AUDIENCE, EFFECTIVE DATE,
004830*                 UP TO FIVE KEYWORDS, ANSWER TEXT), LOADED WITH
004840*                 THE RULES FOR THE SAME TONE PACK. THE ARTICLE
004850*                 MATCHING THE MOST KEYWORDS REPLACES THE RULE
004860*                 REPLY ON BOTH ENTRY POINTS; A QUESTION WITH NO
004870*                 MATCH IS APPENDED TO BOBUNANS FOR BOB-STATS.
004900*--------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
006000     SELECT RULES-LIST-FILE ASSIGN TO "BOBRLIST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RLIST-STATUS.
006210     SELECT KNOWLEDGE-FILE ASSIGN TO "BOBKB"
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS WS-KB-STATUS.
006240     SELECT UNANSWERED-FILE ASSIGN TO "BOBUNANS"
006250         ORGANIZATION IS LINE SEQUENTIAL
006260         FILE STATUS IS WS-UNANS-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONVERSATION-LOG-FILE.
007500     05 RR-REPLY               PIC X(40).
007600 FD  RULES-LIST-FILE.
007700 01  RULES-LIST-RECORD         PIC X(80).
007705 FD  KNOWLEDGE-FILE.
007710 01  KNOWLEDGE-RECORD.
007715     05 KB-ARTICLE-ID          PIC X(08).
007720     05 FILLER                 PIC X(01).
007725     05 KB-AUDIENCE            PIC X(08).
007730     05 FILLER                 PIC X(01).
007735     05 KB-EFF-DATE            PIC X(08).
007740     05 FILLER                 PIC X(01).
007745     05 KB-KEYWORD OCCURS 5 TIMES PIC X(12).
007750     05 FILLER                 PIC X(01).
007755     05 KB-ANSWER              PIC X(40).
007760 FD  UNANSWERED-FILE.
007765 01  UNANSWERED-RECORD         PIC X(86).
007800 WORKING-STORAGE SECTION.
007900*--------------------------------------------------------------
008000* ORIGINAL BOB WORKING STORAGE
012900     05 CL-RESULT              PIC X(40).
013000     05 FILLER                 PIC X(02) VALUE SPACES.
013100     05 CL-TIMESTAMP           PIC X(14).
013102*--------------------------------------------------------------
013104* KNOWLEDGE ARTICLES - A QUESTION IS SCORED AGAINST EVERY
013106*          ARTICLE OF THE SELECTED PACK EFFECTIVE ON THE RUN DATE;
013108*          ONE POINT PER KEYWORD FOUND IN THE QUESTION, THE
013110*          HIGHEST SCORE WINS AND THE LATER EFFECTIVE DATE BREAKS
013112*          A TIE. A QUESTION NOTHING SCORES ON IS LOGGED TO
013114*          BOBUNANS FOR THE CONTENT OWNERS.
013116*--------------------------------------------------------------
013118 77  WS-KB-STATUS              PIC XX.
013120 77  WS-UNANS-STATUS           PIC XX.
013122 01  WS-KB-TABLE.
013124     05 WS-KB-COUNT            PIC 9(03) VALUE ZERO.
013126     05 WS-KB-ENTRY OCCURS 200 TIMES.
013128        10 WS-KB-ARTICLE-ID    PIC X(08).
013130        10 WS-KB-EFF-DATE      PIC X(08).
013132        10 WS-KB-KEYWORD OCCURS 5 TIMES PIC X(12).
013134        10 WS-KB-ANSWER        PIC X(40).
013136 77  WS-KB-SCAN                PIC 9(03).
013138 77  WS-KB-PICK                PIC 9(03).
013140 77  WS-KB-KW-IX               PIC 9(01).
013142 77  WS-KB-KW-LEN              PIC 9(02).
013144 77  WS-KB-TALLY               PIC 9(03).
013146 77  WS-KB-SCORE               PIC 9(02).
013148 77  WS-KB-BEST-SCORE          PIC 9(02).
013150 77  WS-KB-BEST-DATE           PIC X(08).
013152 01  UNANSWERED-LINE.
013154     05 UQ-QUESTION            PIC X(60).
013156     05 FILLER                 PIC X(02) VALUE SPACES.
013158     05 UQ-AUDIENCE            PIC X(08).
013160     05 FILLER                 PIC X(02) VALUE SPACES.
013162     05 UQ-TIMESTAMP           PIC X(14).
013200*--------------------------------------------------------------
013300* ONLINE-TRANSACTION LINKAGE - BOBCICS PASSES ONE
013400*          OPERATOR LINE IN AND RECEIVES ONE REPLY LINE BACK PER
017300 1000-BOB.
017400     IF NOT RULES-LOADED
017500        PERFORM 6000-LOAD-RULES THRU 6000-LOAD-RULES-EXIT
017510        PERFORM 7000-LOAD-KB THRU 7000-LOAD-KB-EXIT
017600     END-IF
017700     MOVE FUNCTION UPPER-CASE(WS-HEYBOB) TO UPCASE.
017800     MOVE FUNCTION TRIM(WS-HEYBOB) TO WS-HEYBOB.
021900             MOVE "DEFAULT" TO WS-CONDITION-CODE
022000             MOVE "Whatever." TO WS-RESULT
022100     END-EVALUATE
022110     PERFORM 6200-APPLY-RULE THRU 6200-APPLY-RULE-EXIT
022120*    A QUESTION IS ANSWERED FROM THE KNOWLEDGE ARTICLES WHEN ONE
022130*    MATCHES; THE RULE REPLY ONLY STANDS WHEN NONE DOES
022140     IF WS-CONDITION-CODE = "QUESTION" OR "SHOUTQ"
022150        PERFORM 7200-SEARCH-KB THRU 7200-SEARCH-KB-EXIT
022160     END-IF.
022170 1100-PROCESS-RESPONSE-EXIT.
022400     EXIT.
022500*--------------------------------------------------------------
022600* 6000-LOAD-RULES - ONE LOAD PER RUN UNIT: PICK THE TONE PACK,
032100     WRITE RULES-LIST-RECORD FROM WS-RLIST-DETAIL-LINE.
032200 6310-LIST-ONE-RULE-EXIT.
032300     EXIT.
032301*--------------------------------------------------------------
032302* 7000-LOAD-KB - ONE LOAD PER RUN UNIT, SAME TONE PACK AND DATE
032303*          EDIT AS THE REPLY RULES; ARTICLES NOT YET EFFECTIVE
032304*          ARE LEFT OUT
032305*--------------------------------------------------------------
032306 7000-LOAD-KB.
032307     OPEN INPUT KNOWLEDGE-FILE
032308     IF WS-KB-STATUS NOT = "00"
032309        GO TO 7000-LOAD-KB-EXIT
032310     END-IF
032311     PERFORM 7100-LOAD-ONE-ARTICLE THRU 7100-LOAD-ONE-ARTICLE-EXIT
032312        UNTIL WS-KB-STATUS NOT = "00"
032313     CLOSE KNOWLEDGE-FILE.
032314 7000-LOAD-KB-EXIT.
032315     EXIT.
032316 7100-LOAD-ONE-ARTICLE.
032317     READ KNOWLEDGE-FILE
032318        AT END
032319           MOVE "10" TO WS-KB-STATUS
032320           GO TO 7100-LOAD-ONE-ARTICLE-EXIT
032321     END-READ
032322     IF KB-AUDIENCE NOT = WS-TONE-PACK
032323        OR KB-EFF-DATE > WS-RUN-DATE
032324        OR KB-ANSWER = SPACES
032325        OR WS-KB-COUNT NOT < 200
032326        GO TO 7100-LOAD-ONE-ARTICLE-EXIT
032327     END-IF
032328     MOVE "BOB" TO DE-PROGRAM
032329     MOVE "KB-EFF-DATE" TO DE-FIELD-NAME
032330     MOVE KB-EFF-DATE TO DE-DATE
032331     MOVE "N" TO DE-RANGE-CHECK
032332     CALL "DATEEDIT" USING DATE-EDIT-CONTROL
032333     IF NOT DE-DATE-GOOD
032334        GO TO 7100-LOAD-ONE-ARTICLE-EXIT
032335     END-IF
032336     ADD 1 TO WS-KB-COUNT
032337     MOVE KB-ARTICLE-ID TO WS-KB-ARTICLE-ID(WS-KB-COUNT)
032338     MOVE KB-EFF-DATE TO WS-KB-EFF-DATE(WS-KB-COUNT)
032339     MOVE KB-ANSWER TO WS-KB-ANSWER(WS-KB-COUNT)
032340     PERFORM 7110-LOAD-ONE-KEYWORD THRU 7110-LOAD-ONE-KEYWORD-EXIT
032341        VARYING WS-KB-KW-IX FROM 1 BY 1
032342        UNTIL WS-KB-KW-IX > 5.
032343 7100-LOAD-ONE-ARTICLE-EXIT.
032344     EXIT.
032345*    KEYWORDS ARE HELD IN UPPER CASE TO MATCH AGAINST UPCASE
032346 7110-LOAD-ONE-KEYWORD.
032347     MOVE FUNCTION UPPER-CASE(KB-KEYWORD(WS-KB-KW-IX))
032348        TO WS-KB-KEYWORD(WS-KB-COUNT, WS-KB-KW-IX).
032349 7110-LOAD-ONE-KEYWORD-EXIT.
032350     EXIT.
032351*--------------------------------------------------------------
032352* 7200-SEARCH-KB - BEST-SCORING ARTICLE REPLACES THE REPLY; NO
032353*          MATCH LEAVES THE RULE REPLY AND LOGS THE GAP
032354*--------------------------------------------------------------
032355 7200-SEARCH-KB.
032356     MOVE ZERO TO WS-KB-PICK
032357     MOVE ZERO TO WS-KB-BEST-SCORE
032358     MOVE LOW-VALUES TO WS-KB-BEST-DATE
032359     PERFORM 7210-SCORE-ONE-ARTICLE
032361        THRU 7210-SCORE-ONE-ARTICLE-EXIT
032363        VARYING WS-KB-SCAN FROM 1 BY 1
032365        UNTIL WS-KB-SCAN > WS-KB-COUNT
032367     IF WS-KB-PICK > ZERO
032369        MOVE WS-KB-ANSWER(WS-KB-PICK) TO WS-RESULT
032371     ELSE
032373        PERFORM 7300-LOG-UNANSWERED THRU 7300-LOG-UNANSWERED-EXIT
032375     END-IF.
032377 7200-SEARCH-KB-EXIT.
032379     EXIT.
032381 7210-SCORE-ONE-ARTICLE.
032383     MOVE ZERO TO WS-KB-SCORE
032385     PERFORM 7220-MATCH-ONE-KEYWORD
032387        THRU 7220-MATCH-ONE-KEYWORD-EXIT
032389        VARYING WS-KB-KW-IX FROM 1 BY 1
032391        UNTIL WS-KB-KW-IX > 5
032393     IF WS-KB-SCORE = ZERO
032395        GO TO 7210-SCORE-ONE-ARTICLE-EXIT
032397     END-IF
032399     IF WS-KB-SCORE > WS-KB-BEST-SCORE
032401        OR (WS-KB-SCORE = WS-KB-BEST-SCORE
032403            AND WS-KB-EFF-DATE(WS-KB-SCAN) > WS-KB-BEST-DATE)
032405        MOVE WS-KB-SCAN TO WS-KB-PICK
032407        MOVE WS-KB-SCORE TO WS-KB-BEST-SCORE
032409        MOVE WS-KB-EFF-DATE(WS-KB-SCAN) TO WS-KB-BEST-DATE
032411     END-IF.
032413 7210-SCORE-ONE-ARTICLE-EXIT.
032415     EXIT.
032417 7220-MATCH-ONE-KEYWORD.
032419     IF WS-KB-KEYWORD(WS-KB-SCAN, WS-KB-KW-IX) = SPACES
032421        GO TO 7220-MATCH-ONE-KEYWORD-EXIT
032423     END-IF
032425     MOVE ZERO TO WS-KB-TALLY
032427     INSPECT FUNCTION REVERSE(
032429        WS-KB-KEYWORD(WS-KB-SCAN, WS-KB-KW-IX))
032431        TALLYING WS-KB-TALLY FOR LEADING SPACES
032433     COMPUTE WS-KB-KW-LEN = 12 - WS-KB-TALLY
032435     MOVE ZERO TO WS-KB-TALLY
032437     INSPECT UPCASE TALLYING WS-KB-TALLY FOR ALL
032439        WS-KB-KEYWORD(WS-KB-SCAN, WS-KB-KW-IX)(1:WS-KB-KW-LEN)
032441     IF WS-KB-TALLY > ZERO
032443        ADD 1 TO WS-KB-SCORE
032445     END-IF.
032447 7220-MATCH-ONE-KEYWORD-EXIT.
032449     EXIT.
032451*--------------------------------------------------------------
032453* 7300-LOG-UNANSWERED - APPEND THE QUESTION TO THE GAPS FILE,
032455*          CREATING IT ON FIRST USE
032457*--------------------------------------------------------------
032459 7300-LOG-UNANSWERED.
032461     OPEN EXTEND UNANSWERED-FILE
032463     IF WS-UNANS-STATUS = "35"
032465        OPEN OUTPUT UNANSWERED-FILE
032467        CLOSE UNANSWERED-FILE
032469        OPEN EXTEND UNANSWERED-FILE
032471     END-IF
032473     MOVE WS-HEYBOB TO UQ-QUESTION
032475     MOVE WS-TONE-PACK TO UQ-AUDIENCE
032477     MOVE FUNCTION CURRENT-DATE(1:14) TO UQ-TIMESTAMP
032479     WRITE UNANSWERED-RECORD FROM UNANSWERED-LINE
032481     CLOSE UNANSWERED-FILE.
032483 7300-LOG-UNANSWERED-EXIT.
032485     EXIT.
032487 1200-CHECK-ONLY-NUMS.
032500     PERFORM VARYING TEMP-COUNTER FROM 1 BY 1
032600        UNTIL TEMP-COUNTER >= LEN
032700         MOVE WS-HEYBOB(TEMP-COUNTER:1) TO TEMP-CHAR
