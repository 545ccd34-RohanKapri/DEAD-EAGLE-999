002100*                 MASK, SO THE SAME REQUEST FINDS BOTH RAW AND
002200*                 MASKED RECORDS. AUDITORS ASK FOR EXACTLY THIS
002300*                 EVERY REVIEW.
002310* 2026-10-15 RLM  LUHNCLRD ROWS NOW END WITH THE CARD BRAND;
002320*                 LAYOUT WIDENED TO MATCH.
002325* 2026-10-15 RLM  MATCH ON THE PAN TOKEN. THE REQUEST CARD NOW
002330*                 CARRIES AN OPTIONAL TOKEN AFTER THE RUN DATE;
002335*                 WHEN GIVEN, SUSPENSE AND CLEARED ROWS MATCH ON
002340*                 THE TOKEN THEY CARRY AND RAW-PAN FILES MATCH
002345*                 ON THE VAULT'S TOKEN FOR THEIR PAN (PANTOKEN,
002350*                 FIND ONLY - NOTHING IS ISSUED), SO TWO CARDS
002355*                 SHARING A LAST FOUR NO LONGER CROSS. A CARD
002360*                 WITH NO TOKEN STILL MATCHES ON THE LAST FOUR.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006000     05 TR-LAST-FOUR           PIC X(04).
006100     05 FILLER                 PIC X(01).
006200     05 TR-RUN-DATE            PIC X(08).
006210     05 FILLER                 PIC X(01).
006220     05 TR-TOKEN               PIC X(16).
006300 FD  CARD-FILE
006400     RECORDING MODE IS F.
006500 01  CARD-IN-RECORD.
008200     05 SUSP-IN-EXPIRY         PIC X(06).
008300     05 FILLER                 PIC X(02).
008400     05 SUSP-IN-CURRENCY       PIC X(03).
008410     05 FILLER                 PIC X(02).
008420     05 SUSP-IN-TOKEN          PIC X(16).
008500 FD  REPAIR-LOG-FILE
008600     RECORDING MODE IS F.
008700 01  REPAIR-LOG-RECORD.
011400     05 CLRD-IN-MERCHANT       PIC X(08).
011500     05 FILLER                 PIC X(02).
011600     05 CLRD-IN-AMOUNT         PIC 9(07)V99.
011610     05 FILLER                 PIC X(02).
011620     05 CLRD-IN-BRAND          PIC X(10).
011630     05 FILLER                 PIC X(02).
011640     05 CLRD-IN-TOKEN          PIC X(16).
011700 FD  AUDIT-FILE
011800     RECORDING MODE IS F.
011900 01  AUDIT-IN-RECORD.
014600     88 REQUEST-LOADED         VALUE "Y".
014700 77  WS-LAST-FOUR              PIC X(04) VALUE SPACES.
014800 77  WS-WANT-DATE              PIC X(08) VALUE SPACES.
014810 77  WS-WANT-TOKEN             PIC X(16) VALUE SPACES.
014820 77  WS-MATCH-MODE-SW          PIC X(01) VALUE "L".
014830     88 MATCH-ON-TOKEN         VALUE "T".
014840     88 MATCH-ON-LAST-FOUR     VALUE "L".
014900 77  WS-HITS-FOUND             PIC 9(05) BINARY VALUE ZERO.
015000 77  WS-RECORDS-SCANNED        PIC 9(07) BINARY VALUE ZERO.
015100 77  WS-JA-START-TIMESTAMP     PIC X(14).
016000 77  WS-TAIL                   PIC X(04).
016100 77  WS-TAIL-IDX               PIC 99 BINARY.
016200 77  WS-TAIL-COUNT             PIC 99 BINARY.
016210*--------------------------------------------------------------
016220* CARD MATCH - TOKEN WHEN THE REQUEST CARRIES ONE, ELSE TAIL
016230*--------------------------------------------------------------
016240 77  WS-ROW-TOKEN              PIC X(16).
016250 77  WS-CARD-MATCH-SW          PIC X(01) VALUE "N".
016260     88 CARD-MATCHES           VALUE "Y".
016270 COPY PANTOKEN.
016300 PROCEDURE DIVISION.
016400*--------------------------------------------------------------
016500* 0000-MAINLINE
019200           NOT AT END
019300              MOVE TR-LAST-FOUR TO WS-LAST-FOUR
019400              MOVE TR-RUN-DATE TO WS-WANT-DATE
019410              MOVE TR-TOKEN TO WS-WANT-TOKEN
019420              IF WS-WANT-TOKEN NOT = SPACES
019430                 SET MATCH-ON-TOKEN TO TRUE
019440              END-IF
019500              SET REQUEST-LOADED TO TRUE
019600        END-READ
019700        CLOSE TRACE-RQST-FILE
020400     MOVE 60 TO RPT-LINES-PER-PAGE
020500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
020600     MOVE SPACES TO WS-RPT-DETAIL
020610     IF REQUEST-LOADED AND MATCH-ON-TOKEN
020620        STRING "TRACING TOKEN " DELIMITED BY SIZE
020630           WS-WANT-TOKEN DELIMITED BY SIZE
020640           " RUN DATE " DELIMITED BY SIZE
020650           WS-WANT-DATE DELIMITED BY SIZE
020660           INTO WS-RPT-DETAIL
020670        END-STRING
020680     END-IF
020690     IF REQUEST-LOADED AND MATCH-ON-LAST-FOUR
020800        STRING "TRACING LAST FOUR " DELIMITED BY SIZE
020900           WS-LAST-FOUR DELIMITED BY SIZE
021000           " RUN DATE " DELIMITED BY SIZE
021100           WS-WANT-DATE DELIMITED BY SIZE
021200           INTO WS-RPT-DETAIL
021300        END-STRING
021700     END-IF
021710     IF NOT REQUEST-LOADED
021720        MOVE "NO REQUEST CARD SUPPLIED - NOTHING TO TRACE"
021730           TO WS-RPT-DETAIL
021740     END-IF
021800     MOVE "D" TO RPT-REQUEST
021900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
022000 1000-INITIALIZE-EXIT.
024300     END-IF.
024400 8100-TAKE-ONE-DIGIT-EXIT.
024500     EXIT.
024502*--------------------------------------------------------------
024504* 8300-MATCH-CARD - DOES THE ROW'S CARD (WS-TAIL-SOURCE, PLUS
024506*          WS-ROW-TOKEN WHEN THE ROW CARRIES ONE) MATCH THE
024508*          REQUEST? A RAW PAN IS LOOKED UP IN THE VAULT; A
024510*          MASKED ROW WITHOUT A TOKEN CANNOT MATCH ON TOKEN.
024512*--------------------------------------------------------------
024514 8300-MATCH-CARD.
024516     MOVE "N" TO WS-CARD-MATCH-SW
024518     IF MATCH-ON-LAST-FOUR
024520        PERFORM 8000-EXTRACT-TAIL THRU 8000-EXTRACT-TAIL-EXIT
024522        IF WS-TAIL = WS-LAST-FOUR
024524           SET CARD-MATCHES TO TRUE
024526        END-IF
024528        GO TO 8300-MATCH-CARD-EXIT
024530     END-IF
024532     IF WS-ROW-TOKEN = SPACES
024534        MOVE "F" TO PT-REQUEST
024536        MOVE "CARDTRC" TO PT-PROGRAM
024538        MOVE "BATCH" TO PT-OPERATOR
024540        MOVE WS-TAIL-SOURCE TO PT-PAN
024542        CALL "PANTOKEN" USING PAN-TOKEN-CONTROL
024544        IF PT-OK
024546           MOVE PT-TOKEN TO WS-ROW-TOKEN
024548        END-IF
024550     END-IF
024552     IF WS-ROW-TOKEN NOT = SPACES
024554        AND WS-ROW-TOKEN = WS-WANT-TOKEN
024556        SET CARD-MATCHES TO TRUE
024558     END-IF.
024560 8300-MATCH-CARD-EXIT.
024562     EXIT.
024600*--------------------------------------------------------------
024700* 8200-WRITE-SECTION - SECTION HEADING HELPER; THE CALLER HAS
024800*          ALREADY BUILT WS-RPT-DETAIL
028600        GO TO 2100-SCAN-ONE-FEED-EXIT
028700     END-IF
028800     MOVE CARD-IN-NUMBER TO WS-TAIL-SOURCE
028810     MOVE SPACES TO WS-ROW-TOKEN
028820     PERFORM 8300-MATCH-CARD THRU 8300-MATCH-CARD-EXIT
028830     IF NOT CARD-MATCHES
029100        GO TO 2100-SCAN-ONE-FEED-EXIT
029200     END-IF
029300     ADD 1 TO WS-HITS-FOUND
033200     END-READ
033300     ADD 1 TO WS-RECORDS-SCANNED
033400     MOVE SUSP-IN-CARD TO WS-TAIL-SOURCE
033410     MOVE SUSP-IN-TOKEN TO WS-ROW-TOKEN
033420     PERFORM 8300-MATCH-CARD THRU 8300-MATCH-CARD-EXIT
033430     IF NOT CARD-MATCHES
033700        GO TO 3100-SCAN-ONE-SUSP-EXIT
033800     END-IF
033900     ADD 1 TO WS-HITS-FOUND
037900     END-READ
038000     ADD 1 TO WS-RECORDS-SCANNED
038100     MOVE RL-ORIG-CARD TO WS-TAIL-SOURCE
038110     MOVE SPACES TO WS-ROW-TOKEN
038120     PERFORM 8300-MATCH-CARD THRU 8300-MATCH-CARD-EXIT
038130     IF NOT CARD-MATCHES
038400        MOVE RL-CORRECTED-CARD TO WS-TAIL-SOURCE
038410        MOVE SPACES TO WS-ROW-TOKEN
038420        PERFORM 8300-MATCH-CARD THRU 8300-MATCH-CARD-EXIT
038430        IF NOT CARD-MATCHES
038700           GO TO 4100-SCAN-ONE-REPAIR-EXIT
038800        END-IF
038900     END-IF
043100     END-READ
043200     ADD 1 TO WS-RECORDS-SCANNED
043300     MOVE RESUB-IN-NUMBER TO WS-TAIL-SOURCE
043310     MOVE SPACES TO WS-ROW-TOKEN
043320     PERFORM 8300-MATCH-CARD THRU 8300-MATCH-CARD-EXIT
043330     IF NOT CARD-MATCHES
043600        GO TO 5100-SCAN-ONE-RESUB-EXIT
043700     END-IF
043800     ADD 1 TO WS-HITS-FOUND
047600     END-READ
047700     ADD 1 TO WS-RECORDS-SCANNED
047800     MOVE CLRD-IN-CARD TO WS-TAIL-SOURCE
047810     MOVE CLRD-IN-TOKEN TO WS-ROW-TOKEN
047820     PERFORM 8300-MATCH-CARD THRU 8300-MATCH-CARD-EXIT
047830     IF NOT CARD-MATCHES
048100        GO TO 6100-SCAN-ONE-CLEARED-EXIT
048200     END-IF
048300     ADD 1 TO WS-HITS-FOUND
054200* 9000-FINISH - CLOSE THE REPORT AND CUT THE JOB-ACCOUNTING ROW
054300*--------------------------------------------------------------
054400 9000-FINISH.
054410     MOVE "C" TO PT-REQUEST
054420     CALL "PANTOKEN" USING PAN-TOKEN-CONTROL
054500     MOVE "C" TO RPT-REQUEST
054600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
054700     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
