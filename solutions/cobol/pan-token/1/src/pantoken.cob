000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PANTOKEN.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. CARD SERVICES BATCH.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW SUBPROGRAM. PAN TOKEN VAULT SERVICE.
001100*                 THE VALIDATION RUN HANDS EVERY FULL PAN TO
001200*                 THIS SERVICE AND CARRIES THE SURROGATE TOKEN IT
001300*                 RETURNS ALONGSIDE THE MASK, SO CARD TRACE AND
001400*                 THE DISPUTE DESK MATCH A CARD EXACTLY INSTEAD
001500*                 OF ON ITS LAST FOUR DIGITS. THE VAULT IS TWO
001600*                 KEYED FILES KEPT IN STEP: TOKVAULT (BY PAN,
001700*                 WITH THE SEQUENCE CONTROL ROW) AND TOKXREF (BY
001800*                 TOKEN), THE SAME SEPARATE-INDEX ARRANGEMENT
001900*                 PART-NDX USES. TOKENS ARE "T" PLUS A FIFTEEN-
002000*                 DIGIT SEQUENCE, CARRY NOTHING OF THE PAN, AND
002100*                 ARE NEVER REISSUED. THESE ARE THE ONLY FILES
002200*                 IN THE CHAIN HOLDING A CLEAR PAN, SO THEY ARE
002300*                 RESTRICTED DATASETS. RESOLVING A TOKEN BACK TO
002400*                 A PAN NEEDS THE OPERAUTH DETOKEN GRANT -- WITH
002500*                 NO SECURITY FILE PRESENT THE ANSWER IS NO --
002600*                 AND EVERY ATTEMPT, GRANTED OR NOT, IS LOGGED TO
002700*                 DETOKLOG (NEVER THE PAN ITSELF).
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 REPOSITORY.
003200     FUNCTION ALL INTRINSIC.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TOKEN-VAULT-FILE ASSIGN TO "TOKVAULT"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS TV-PAN
003900         FILE STATUS IS WS-TOKVAULT-STATUS.
004000     SELECT TOKEN-XREF-FILE ASSIGN TO "TOKXREF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS TX-TOKEN
004400         FILE STATUS IS WS-TOKXREF-STATUS.
004500     SELECT DETOKEN-LOG-FILE ASSIGN TO "DETOKLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-DETOKLOG-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TOKEN-VAULT-FILE.
005100 01  TOKEN-VAULT-RECORD.
005200     05 TV-PAN                 PIC X(32).
005300     05 TV-TOKEN               PIC X(16).
005400     05 TV-TOKEN-PARTS REDEFINES TV-TOKEN.
005500        10 TV-TOKEN-PREFIX     PIC X(01).
005600        10 TV-TOKEN-SEQ        PIC 9(15).
005700     05 TV-ISSUED-DATE         PIC X(08).
005800     05 TV-ISSUED-BY           PIC X(08).
005900 FD  TOKEN-XREF-FILE.
006000 01  TOKEN-XREF-RECORD.
006100     05 TX-TOKEN               PIC X(16).
006200     05 TX-PAN                 PIC X(32).
006300 FD  DETOKEN-LOG-FILE
006400     RECORDING MODE IS F.
006500 01  DETOKEN-LOG-RECORD.
006600     05 DL-TIMESTAMP           PIC X(14).
006700     05 FILLER                 PIC X(02).
006800     05 DL-PROGRAM             PIC X(08).
006900     05 FILLER                 PIC X(02).
007000     05 DL-OPERATOR            PIC X(08).
007100     05 FILLER                 PIC X(02).
007200     05 DL-TOKEN               PIC X(16).
007300     05 FILLER                 PIC X(02).
007400     05 DL-OUTCOME             PIC X(08).
007500 WORKING-STORAGE SECTION.
007600*--------------------------------------------------------------
007700* VAULT STATE - OPENED ON THE FIRST CALL OF THE RUN UNIT
007800*--------------------------------------------------------------
007900 77  WS-TOKVAULT-STATUS        PIC XX.
008000 77  WS-TOKXREF-STATUS         PIC XX.
008100 77  WS-DETOKLOG-STATUS        PIC XX.
008200 77  WS-VAULT-OPENED-SW        PIC X(01) VALUE "N".
008300     88 VAULT-OPEN-TRIED       VALUE "Y".
008400 77  WS-VAULT-UP-SW            PIC X(01) VALUE "N".
008500     88 VAULT-AVAILABLE        VALUE "Y".
008600*    THE SEQUENCE CONTROL ROW SORTS AHEAD OF EVERY PAN
008700 77  WS-CONTROL-KEY            PIC X(32)
008800                               VALUE "*TOKEN-SEQUENCE-CONTROL*".
008900 77  WS-DETOKEN-OUTCOME        PIC X(08).
009000 COPY OPERAUTH.
009100 LINKAGE SECTION.
009200 COPY PANTOKEN.
009300 PROCEDURE DIVISION USING PAN-TOKEN-CONTROL.
009400*--------------------------------------------------------------
009500* 0000-TOKEN-SERVICE
009600*--------------------------------------------------------------
009700 0000-TOKEN-SERVICE.
009800     MOVE "00" TO PT-STATUS
009900     IF PT-CLOSE-VAULT
010000        PERFORM 8000-CLOSE-VAULT THRU 8000-CLOSE-VAULT-EXIT
010100        GOBACK
010200     END-IF
010300     IF NOT VAULT-OPEN-TRIED
010400        PERFORM 1000-OPEN-VAULT THRU 1000-OPEN-VAULT-EXIT
010500     END-IF
010600     IF NOT VAULT-AVAILABLE
010700        MOVE "NV" TO PT-STATUS
010800        IF PT-DETOKENIZE
010900           MOVE SPACES TO PT-PAN
011000           MOVE "NOVAULT" TO WS-DETOKEN-OUTCOME
011100           PERFORM 4900-LOG-DETOKEN THRU 4900-LOG-DETOKEN-EXIT
011200        ELSE
011300           MOVE SPACES TO PT-TOKEN
011400        END-IF
011500        GOBACK
011600     END-IF
011700     EVALUATE TRUE
011800        WHEN PT-TOKENIZE
011900           PERFORM 2000-TOKENIZE THRU 2000-TOKENIZE-EXIT
012000        WHEN PT-FIND-TOKEN
012100           PERFORM 3000-FIND-TOKEN THRU 3000-FIND-TOKEN-EXIT
012200        WHEN PT-DETOKENIZE
012300           PERFORM 4000-DETOKENIZE THRU 4000-DETOKENIZE-EXIT
012400        WHEN OTHER
012500           MOVE "RQ" TO PT-STATUS
012600     END-EVALUATE
012700     GOBACK.
012800*--------------------------------------------------------------
012900* 1000-OPEN-VAULT - OPEN BOTH HALVES, CREATING THEM ON FIRST
013000*          USE, AND SEED THE SEQUENCE CONTROL ROW
013100*--------------------------------------------------------------
013200 1000-OPEN-VAULT.
013300     SET VAULT-OPEN-TRIED TO TRUE
013400     OPEN I-O TOKEN-VAULT-FILE
013500     IF WS-TOKVAULT-STATUS = "35"
013600        OPEN OUTPUT TOKEN-VAULT-FILE
013700        CLOSE TOKEN-VAULT-FILE
013800        OPEN I-O TOKEN-VAULT-FILE
013900     END-IF
014000     IF WS-TOKVAULT-STATUS NOT = "00"
014100        GO TO 1000-OPEN-VAULT-EXIT
014200     END-IF
014300     OPEN I-O TOKEN-XREF-FILE
014400     IF WS-TOKXREF-STATUS = "35"
014500        OPEN OUTPUT TOKEN-XREF-FILE
014600        CLOSE TOKEN-XREF-FILE
014700        OPEN I-O TOKEN-XREF-FILE
014800     END-IF
014900     IF WS-TOKXREF-STATUS NOT = "00"
015000        CLOSE TOKEN-VAULT-FILE
015100        GO TO 1000-OPEN-VAULT-EXIT
015200     END-IF
015300     MOVE WS-CONTROL-KEY TO TV-PAN
015400     READ TOKEN-VAULT-FILE
015500        INVALID KEY
015600           MOVE WS-CONTROL-KEY TO TV-PAN
015700           MOVE "T" TO TV-TOKEN-PREFIX
015800           MOVE ZERO TO TV-TOKEN-SEQ
015900           MOVE FUNCTION CURRENT-DATE(1:8) TO TV-ISSUED-DATE
016000           MOVE "PANTOKEN" TO TV-ISSUED-BY
016100           WRITE TOKEN-VAULT-RECORD
016200     END-READ
016300     SET VAULT-AVAILABLE TO TRUE.
016400 1000-OPEN-VAULT-EXIT.
016500     EXIT.
016600*--------------------------------------------------------------
016700* 2000-TOKENIZE - RETURN THE PAN'S TOKEN, ISSUING THE NEXT
016800*          SEQUENCE THE FIRST TIME THE PAN IS SEEN
016900*--------------------------------------------------------------
017000 2000-TOKENIZE.
017100     PERFORM 3000-FIND-TOKEN THRU 3000-FIND-TOKEN-EXIT
017200     IF NOT PT-NOT-IN-VAULT OR PT-PAN = SPACES
017300        GO TO 2000-TOKENIZE-EXIT
017400     END-IF
017500     MOVE WS-CONTROL-KEY TO TV-PAN
017600     READ TOKEN-VAULT-FILE
017700        INVALID KEY
017800           MOVE "NV" TO PT-STATUS
017900           GO TO 2000-TOKENIZE-EXIT
018000     END-READ
018100     ADD 1 TO TV-TOKEN-SEQ
018200     REWRITE TOKEN-VAULT-RECORD
018300        INVALID KEY
018400           MOVE "NV" TO PT-STATUS
018500           GO TO 2000-TOKENIZE-EXIT
018600     END-REWRITE
018700     MOVE PT-PAN TO TV-PAN
018800     MOVE FUNCTION CURRENT-DATE(1:8) TO TV-ISSUED-DATE
018900     MOVE PT-PROGRAM TO TV-ISSUED-BY
019000     WRITE TOKEN-VAULT-RECORD
019100        INVALID KEY
019200           MOVE "NV" TO PT-STATUS
019300           GO TO 2000-TOKENIZE-EXIT
019400     END-WRITE
019500     MOVE TV-TOKEN TO TX-TOKEN
019600     MOVE PT-PAN TO TX-PAN
019700     WRITE TOKEN-XREF-RECORD
019800        INVALID KEY
019900           MOVE "NV" TO PT-STATUS
020000           GO TO 2000-TOKENIZE-EXIT
020100     END-WRITE
020200     MOVE TV-TOKEN TO PT-TOKEN
020300     MOVE "00" TO PT-STATUS.
020400 2000-TOKENIZE-EXIT.
020500     EXIT.
020600*--------------------------------------------------------------
020700* 3000-FIND-TOKEN - LOOK THE PAN UP WITHOUT ISSUING
020800*--------------------------------------------------------------
020900 3000-FIND-TOKEN.
021000     MOVE SPACES TO PT-TOKEN
021100     MOVE "NF" TO PT-STATUS
021200     IF PT-PAN = SPACES OR PT-PAN = WS-CONTROL-KEY
021300        GO TO 3000-FIND-TOKEN-EXIT
021400     END-IF
021500     MOVE PT-PAN TO TV-PAN
021600     READ TOKEN-VAULT-FILE
021700        INVALID KEY
021800           GO TO 3000-FIND-TOKEN-EXIT
021900     END-READ
022000     MOVE TV-TOKEN TO PT-TOKEN
022100     MOVE "00" TO PT-STATUS.
022200 3000-FIND-TOKEN-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------
022500* 4000-DETOKENIZE - GRANT CHECK FIRST; THE LOOKUP IS LOGGED
022600*          WHATEVER THE OUTCOME
022700*--------------------------------------------------------------
022800 4000-DETOKENIZE.
022900     MOVE SPACES TO PT-PAN
023000     MOVE PT-OPERATOR TO OA-OPERATOR
023100     MOVE "DETOKEN" TO OA-FUNCTION
023200     CALL "OPERAUTH" USING OPER-AUTH-CONTROL
023300     IF NOT OA-AUTHORIZED
023400        MOVE "NA" TO PT-STATUS
023500        MOVE "DENIED" TO WS-DETOKEN-OUTCOME
023600        PERFORM 4900-LOG-DETOKEN THRU 4900-LOG-DETOKEN-EXIT
023700        GO TO 4000-DETOKENIZE-EXIT
023800     END-IF
023900     MOVE PT-TOKEN TO TX-TOKEN
024000     READ TOKEN-XREF-FILE
024100        INVALID KEY
024200           MOVE "NF" TO PT-STATUS
024300           MOVE "NOTFOUND" TO WS-DETOKEN-OUTCOME
024400           PERFORM 4900-LOG-DETOKEN THRU 4900-LOG-DETOKEN-EXIT
024500           GO TO 4000-DETOKENIZE-EXIT
024600     END-READ
024700     MOVE TX-PAN TO PT-PAN
024800     MOVE "00" TO PT-STATUS
024900     MOVE "RESOLVED" TO WS-DETOKEN-OUTCOME
025000     PERFORM 4900-LOG-DETOKEN THRU 4900-LOG-DETOKEN-EXIT.
025100 4000-DETOKENIZE-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------
025400* 4900-LOG-DETOKEN - ONE DETOKLOG ROW PER ATTEMPT, APPENDED AND
025500*          CLOSED AT ONCE SO AN ABEND CANNOT LOSE IT
025600*--------------------------------------------------------------
025700 4900-LOG-DETOKEN.
025800     OPEN EXTEND DETOKEN-LOG-FILE
025900     IF WS-DETOKLOG-STATUS = "35"
026000        OPEN OUTPUT DETOKEN-LOG-FILE
026100        CLOSE DETOKEN-LOG-FILE
026200        OPEN EXTEND DETOKEN-LOG-FILE
026300     END-IF
026400     MOVE SPACES TO DETOKEN-LOG-RECORD
026500     MOVE FUNCTION CURRENT-DATE(1:14) TO DL-TIMESTAMP
026600     MOVE PT-PROGRAM TO DL-PROGRAM
026700     MOVE PT-OPERATOR TO DL-OPERATOR
026800     MOVE PT-TOKEN TO DL-TOKEN
026900     MOVE WS-DETOKEN-OUTCOME TO DL-OUTCOME
027000     WRITE DETOKEN-LOG-RECORD
027100     CLOSE DETOKEN-LOG-FILE.
027200 4900-LOG-DETOKEN-EXIT.
027300     EXIT.
027400*--------------------------------------------------------------
027500* 8000-CLOSE-VAULT - END OF RUN; A LATER CALL REOPENS
027600*--------------------------------------------------------------
027700 8000-CLOSE-VAULT.
027800     IF VAULT-AVAILABLE
027900        CLOSE TOKEN-VAULT-FILE
028000        CLOSE TOKEN-XREF-FILE
028100     END-IF
028200     MOVE "N" TO WS-VAULT-OPENED-SW
028300     MOVE "N" TO WS-VAULT-UP-SW.
028400 8000-CLOSE-VAULT-EXIT.
028500     EXIT.
