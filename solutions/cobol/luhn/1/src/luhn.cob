013200*                 SCHEDULER'S IFOK CONDITIONS STOP DOWNSTREAM
013300*                 SETTLEMENT. COUNTS MATCHED ONCE WHEN THE MONEY
013400*                 DID NOT; NEVER AGAIN.
013410* 2026-10-15 RLM  STAMP THE CARD BRAND FOUND BY 1300-CHECK-BIN ON
013420*                 EVERY CLEARED-CARD ROW SO MERCHANT SETTLEMENT
013430*                 CAN PRICE FROM THE BRAND FEE SCHEDULE.
013435* 2026-10-15 RLM  WRITE AN ACKNOWLEDGMENT FILE BACK TO THE
013440*                 SENDING ACQUIRER (LUHNACK.<FEED NAME FROM THE
013445*                 HDR RECORD>): A HEADER ECHOING THEIR TRAILER
013450*                 COUNT AND HASH, THE ACCEPTED COUNT AND BASE-
013455*                 CURRENCY AMOUNT, AND ONE ROW PER REJECTED CARD
013460*                 (MASKED PAN, MERCHANT, AMOUNT, REASON CODE),
013465*                 AS THE ACQUIRER AGREEMENTS REQUIRE.
013470* 2026-10-15 RLM  HAND EVERY FULL PAN TO THE TOKEN VAULT
013475*                 (PANTOKEN) AND CARRY THE SURROGATE TOKEN AFTER
013480*                 THE MASK ON THE SUSPENSE AND CLEARED-CARD ROWS
013485*                 SO DOWNSTREAM JOBS MATCH A CARD EXACTLY.
013486* 2026-10-15 RLM  MOVE THE DUPLICATE SCREEN AND THE PER-CARD
013487*                 VELOCITY TALLY OFF THE 50,000-SLOT IN-STORAGE
013488*                 TABLES (LINEAR SCANS, SILENTLY BLIND PAST THE
013489*                 CAP) ONTO KEYED FILES READ BY KEY: THE SEEN-
013490*                 CARD INDEX (LUHNSNDX, RETAINED) AND A PER-RUN
013491*                 VELOCITY WORK FILE (LUHNVELW). BOTH ARE KEYED
013492*                 ON THE CARD'S VAULT TOKEN (THE PAN ONLY WHEN
013493*                 THE VAULT IS DOWN), SO NO PAN IS KEPT HERE AND
013494*                 CARDS SHARING A MASK NO LONGER SHARE A TALLY.
013495*                 THE FIRST RUN BUILDS THE INDEX FROM THE OLD
013496*                 SEQUENTIAL SEEN-CARD FILE (LUHNSEEN).
013506* 2026-10-15 RLM  LUHNSUM ASKS RPTWRITE FOR ITS COMPANION
013516*                 DELIMITED EXTRACT (LUHNSUM.CSV): ONE ROW PER
013526*                 MERCHANT SUBTOTAL. THE RUN COUNTS, FRAUD
013536*                 RANKING, FEED-CONTROL AND PROOF LINES NOW GO
013546*                 AS PRINT-ONLY ("P") LINES.
013547* 2026-10-15 RLM  ADD AN ALTERNATE ENTRY POINT
013548*                 ("LUHN-CHECK-DIGIT", SAME PATTERN AS
013549*                 SQRT-SERVICE) THAT GENERATES OR
013550*                 VALIDATES A CHECK DIGIT BY EITHER METHOD, SO
013551*                 ACCOUNT-NUMBER ISSUANCE BUILDS AND PROVES ITS
013552*                 NUMBERS WITH THE ROUTINES THIS RUN VALIDATES
013553*                 WITH.
013559* 2026-10-15 RLM  A CARD THE VAULT CANNOT TOKENIZE NO LONGER
013565*                 FALLS BACK TO ITS PAN AS THE SEEN-CARD AND
013571*                 VELOCITY KEY: IT SKIPS THE DUPLICATE AND
013577*                 CARD-VELOCITY SCREENS, IS COUNTED ON LUHNSUM
013583*                 (NOT SCREENED - VAULT DOWN), AND THE RUN ENDS
013589*                 WITH RETURN CODE 4.
013590* 2026-10-15 RLM  ONLY A VAULT OUTAGE COUNTS AS NOT SCREENED -
013591*                 VAULT DOWN; A BLANK OR MALFORMED PAN THE VAULT
013592*                 REFUSES IS ALREADY REJECTED ON ITS DIGITS AND
013593*                 NO LONGER RAISES RETURN CODE 4 ON ITS OWN.
013595*--------------------------------------------------------------
013600 ENVIRONMENT DIVISION.
013700 CONFIGURATION SECTION.
013800 REPOSITORY.
016000     SELECT CHECKPOINT-CTL-FILE ASSIGN TO "LUHNCKPT"
016100         ORGANIZATION IS LINE SEQUENTIAL
016200         FILE STATUS IS WS-CKPTCTL-STATUS.
016210     SELECT SEEN-CARD-FILE ASSIGN TO "LUHNSNDX"
016220         ORGANIZATION IS INDEXED
016230         ACCESS MODE IS DYNAMIC
016240         RECORD KEY IS SEEN-CARD-KEY
016250         FILE STATUS IS WS-SEEN-FILE-STATUS.
016260     SELECT LEGACY-SEEN-FILE ASSIGN TO "LUHNSEEN"
016400         ORGANIZATION IS LINE SEQUENTIAL
016410         FILE STATUS IS WS-LEGACY-SEEN-STATUS.
016420     SELECT VELOCITY-WORK-FILE ASSIGN TO "LUHNVELW"
016430         ORGANIZATION IS INDEXED
016440         ACCESS MODE IS DYNAMIC
016450         RECORD KEY IS VW-CARD-KEY
016460         FILE STATUS IS WS-VELW-STATUS.
016600     SELECT CLEARED-FILE ASSIGN TO "LUHNCLRD"
016700         ORGANIZATION IS LINE SEQUENTIAL
016800         FILE STATUS IS WS-CLEARED-FILE-STATUS.
017200     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
017300         ORGANIZATION IS LINE SEQUENTIAL
017400         FILE STATUS IS WS-SHALERT-STATUS.
017410     SELECT ACK-FILE ASSIGN USING WS-ACK-NAME
017420         ORGANIZATION IS LINE SEQUENTIAL
017430         FILE STATUS IS WS-ACK-FILE-STATUS.
017500 DATA DIVISION.
017600 FILE SECTION.
017700 FD  CARD-FILE
019600     05 SUSPENSE-OUT-EXPIRY    PIC X(06).
019700     05 FILLER                 PIC X(02) VALUE SPACES.
019800     05 SUSPENSE-OUT-CURRENCY  PIC X(03).
019810     05 FILLER                 PIC X(02) VALUE SPACES.
019820     05 SUSPENSE-OUT-TOKEN     PIC X(16).
019900 FD  RESTART-FILE
020000     RECORDING MODE IS F.
020100 01  RESTART-RECORD.
022600 FD  CHECKPOINT-CTL-FILE
022700     RECORDING MODE IS F.
022800 01  CHECKPOINT-CTL-RECORD    PIC 9(05).
022810 FD  SEEN-CARD-FILE.
023100 01  SEEN-CARD-RECORD.
023110     05 SEEN-CARD-KEY          PIC X(32).
023120     05 SEEN-FIRST-DATE        PIC X(08).
023130*    THE SEQUENTIAL SEEN-CARD FILE THE INDEX REPLACED - READ ONLY
023140*    TO BUILD THE INDEX THE FIRST TIME
023150 FD  LEGACY-SEEN-FILE
023160     RECORDING MODE IS F.
023170 01  LEGACY-SEEN-RECORD.
023180     05 LEGACY-SEEN-NUMBER     PIC X(32).
023190*    ONE ROW PER CARD FED TONIGHT; REBUILT EVERY RUN
023200 FD  VELOCITY-WORK-FILE.
023210 01  VELOCITY-WORK-RECORD.
023220     05 VW-CARD-KEY            PIC X(32).
023230     05 VW-MASKED-PAN          PIC X(32).
023240     05 VW-HITS                PIC 9(05).
023250     05 VW-AMOUNT              PIC 9(09)V99.
023260     05 VW-RANKED-SW           PIC X(01).
023300 FD  SHARED-ALERT-FILE.
023400 01  SHARED-ALERT-RECORD       PIC X(120).
023500 FD  FX-RATE-FILE
025000     05 CLRD-OUT-MERCHANT      PIC X(08).
025100     05 FILLER                 PIC X(02) VALUE SPACES.
025200     05 CLRD-OUT-AMOUNT        PIC 9(07)V99.
025210     05 FILLER                 PIC X(02) VALUE SPACES.
025220     05 CLRD-OUT-BRAND         PIC X(10).
025221     05 FILLER                 PIC X(02) VALUE SPACES.
025222     05 CLRD-OUT-TOKEN         PIC X(16).
025223*    ACKNOWLEDGMENT BACK TO THE SENDING ACQUIRER - ONE HDR, ONE
025224*    ACC, ONE REJ PER REJECTED CARD
025225 FD  ACK-FILE
025226     RECORDING MODE IS F.
025227 01  ACK-HEADER-RECORD.
025228     05 AH-RECORD-TYPE         PIC X(03).
025229     05 FILLER                 PIC X(02).
025230     05 AH-FEED-NAME           PIC X(08).
025231     05 FILLER                 PIC X(02).
025232     05 AH-BUSINESS-DATE       PIC X(08).
025233     05 FILLER                 PIC X(02).
025234     05 AH-TRL-COUNT           PIC 9(07).
025235     05 FILLER                 PIC X(02).
025236     05 AH-TRL-HASH            PIC 9(13).
025237     05 FILLER                 PIC X(02).
025238     05 AH-FEED-STATUS         PIC X(10).
025239     05 FILLER                 PIC X(02).
025240     05 AH-RUN-DATE            PIC X(08).
025241     05 FILLER                 PIC X(09).
025242 01  ACK-ACCEPT-RECORD.
025243     05 AA-RECORD-TYPE         PIC X(03).
025244     05 FILLER                 PIC X(02).
025245     05 AA-ACCEPTED-COUNT      PIC 9(07).
025246     05 FILLER                 PIC X(02).
025247     05 AA-ACCEPTED-AMOUNT     PIC 9(11).99.
025248     05 FILLER                 PIC X(02).
025249     05 AA-CURRENCY            PIC X(03).
025250     05 FILLER                 PIC X(02).
025251     05 AA-REJECTED-COUNT      PIC 9(07).
025252     05 FILLER                 PIC X(37).
025253 01  ACK-REJECT-RECORD.
025254     05 AR-RECORD-TYPE         PIC X(03).
025255     05 FILLER                 PIC X(02).
025256     05 AR-CARD                PIC X(32).
025257     05 FILLER                 PIC X(02).
025258     05 AR-MERCHANT            PIC X(08).
025259     05 FILLER                 PIC X(02).
025260     05 AR-AMOUNT              PIC X(10).
025261     05 FILLER                 PIC X(02).
025262     05 AR-CURRENCY            PIC X(03).
025263     05 FILLER                 PIC X(02).
025264     05 AR-REASON              PIC X(10).
025265     05 FILLER                 PIC X(04).
025300 WORKING-STORAGE SECTION.
025400*--------------------------------------------------------------
025500* ORIGINAL SINGLE-CARD WORKING STORAGE
029700     88 REASON-NO-RATE         VALUE "NORATE".
029800     88 REASON-VELOCITY        VALUE "VELOCITY".
029900*--------------------------------------------------------------
029910* DUPLICATE SCREEN - CARDS CLEARED ON PRIOR RUNS PLUS CARDS
029920* CLEARED SO FAR TONIGHT, ALL ON THE KEYED SEEN-CARD INDEX.
029930* WS-CARD-KEY IS THE CARD'S VAULT TOKEN. A CARD THE VAULT COULD
029940* NOT TOKENIZE IS NEITHER SCREENED NOR RECORDED, SO NO PAN IS
029950* EVER WRITTEN TO THE INDEX OR THE VELOCITY WORK FILE.
030200*--------------------------------------------------------------
030300 77  WS-SEEN-FILE-STATUS       PIC XX.
030310 77  WS-LEGACY-SEEN-STATUS     PIC XX.
030320 77  WS-CARD-TOKEN             PIC X(16) VALUE SPACES.
030330 77  WS-CARD-KEY               PIC X(32) VALUE SPACES.
030800 77  WS-DUPLICATE-SW           PIC X(01) VALUE "N".
030900     88 CARD-IS-DUPLICATE      VALUE "Y".
031000 77  WS-RECORDS-DUPLICATE      PIC 9(07) BINARY VALUE ZERO.
031100 77  WS-RECORDS-DUP-ED         PIC ZZZZZZ9.
031110 77  WS-RECORDS-NO-TOKEN       PIC 9(07) BINARY VALUE ZERO.
031120 77  WS-VAULT-DOWN-SW          PIC X(01) VALUE "N".
031130     88 TOKEN-VAULT-DOWN       VALUE "Y".
031200*--------------------------------------------------------------
031300* FEED HEADER/TRAILER VERIFICATION
031400*--------------------------------------------------------------
032300 77  WS-FC-HASH                PIC 9(13) VALUE ZERO.
032400 77  WS-FC-SCAN                PIC 9(03) BINARY.
032500 77  WS-FC-DIGIT               PIC 9(01).
032505 77  WS-FC-FEED-NAME           PIC X(08) VALUE "CARDIN".
032510 77  WS-FC-BUS-DATE            PIC X(08) VALUE SPACES.
032515*--------------------------------------------------------------
032520* ACQUIRER ACKNOWLEDGMENT FILE - NAMED FOR THE SENDING FEED
032525*--------------------------------------------------------------
032530 77  WS-ACK-NAME               PIC X(20).
032535 77  WS-ACK-FILE-STATUS        PIC XX.
032545 77  WS-ACK-EOF-SW             PIC X(01) VALUE "N".
032550     88 END-OF-ACK-SUSPENSE    VALUE "Y".
032600*--------------------------------------------------------------
032700* RUN SUMMARY NOW PRINTS THROUGH THE SHARED RPTWRITE SERVICE;
032800* THE SUMMARY LINE IS BUILT HERE AND HANDED TO THE SERVICE
033600 COPY RUNPARM.
033700 COPY DATEEDIT.
033800 COPY ALERTMSG.
033810 COPY PANTOKEN.
033900 77  WS-SHALERT-STATUS         PIC XX.
034000 77  WS-EXPIRY-FULL            PIC X(08).
034100 77  WS-CKPT-ECHO              PIC 9(05).
036500     05 WS-MSL-INVALID         PIC ZZZZZZ9.
036600     05 FILLER                 PIC X(02) VALUE SPACES.
036700     05 WS-MSL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
036705*--------------------------------------------------------------
036710* LUHNSUM COMPANION EXTRACT - THE MERCHANT SUBTOTAL TABLE IS THE
036715* DATA ROWS; THE COUNTS, FRAUD RANKING AND PROOF LINES PRINT
036720* ONLY
036725*--------------------------------------------------------------
036730 01  WS-EXTRACT-COLUMNS.
036735     05 FILLER                 PIC X(17) VALUE
036740        "MERCHANT  001008 ".
036745     05 FILLER                 PIC X(17) VALUE
036750        "READ      011007N".
036755     05 FILLER                 PIC X(17) VALUE
036760        "INVALID   020007N".
036765     05 FILLER                 PIC X(17) VALUE
036770        "AMOUNT    029014N".
036800*--------------------------------------------------------------
036900* CHECKPOINT/RESTART CONTROLS
037000*--------------------------------------------------------------
043700*--------------------------------------------------------------
043800* VELOCITY FRAUD SCREEN - PER-CARD AND PER-MERCHANT COUNT AND
043900* AMOUNT THRESHOLDS EVALUATED AS THE FEED IS READ. THE PER-CARD
043910* TALLY LIVES ON THE VELOCITY WORK FILE, WHICH CARRIES THE
043920* MASKED PAN SO THE FRAUD SUMMARY CAN PRINT STRAIGHT FROM IT.
044200*--------------------------------------------------------------
044210 77  WS-VELW-STATUS            PIC XX.
044220 77  WS-VELW-UP-SW             PIC X(01) VALUE "N".
044230     88 VELOCITY-WORK-OPEN     VALUE "Y".
044240 77  WS-VELW-EOF-SW            PIC X(01) VALUE "N".
044250     88 END-OF-VELOCITY-WORK   VALUE "Y".
044260 77  WS-VEL-NEW-SW             PIC X(01) VALUE "N".
044270     88 VEL-CARD-IS-NEW        VALUE "Y".
044280 77  WS-VEL-BEST-KEY           PIC X(32).
044290 77  WS-VEL-BEST-HITS          PIC 9(05).
045400 77  WS-VEL-BREACH-SW          PIC X(01) VALUE "N".
045500     88 VELOCITY-BREACHED      VALUE "Y".
045600 77  WS-VEL-CARD-CT-LIM        PIC 9(05) VALUE 12.
048100 01  WS-PROOF-LINE.
048200     05 PF-LABEL               PIC X(20).
048300     05 PF-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
048302*--------------------------------------------------------------
048304* CHECK-DIGIT SERVICE WORK AREAS
048306*--------------------------------------------------------------
048308 77  WS-CD-LENGTH              PIC 99 BINARY.
048310 77  WS-CD-DIGIT               PIC 9(01).
048312*--------------------------------------------------------------
048314* CHECK-DIGIT SERVICE LINKAGE - "G" APPENDS THE CHECK DIGIT TO
048316* THE BASE NUMBER IN CD-NUMBER, "V" VALIDATES A FULL NUMBER.
048318* CD-METHOD NAMES THE ALGORITHM AS THE LUHN RUN DOES (LUHN OR
048320* ALTWGT). CD-RESULT COMES BACK Y OR N.
048322*--------------------------------------------------------------
048324 LINKAGE SECTION.
048326 01  CHECK-DIGIT-LINKAGE-RECORD.
048328     05 CD-FUNCTION            PIC X(01).
048330        88 CD-GENERATE         VALUE "G".
048332        88 CD-VALIDATE         VALUE "V".
048334     05 CD-METHOD              PIC X(08).
048336     05 CD-NUMBER              PIC X(32).
048338     05 CD-CHECK-DIGIT         PIC X(01).
048340     05 CD-RESULT              PIC X(01).
048400 PROCEDURE DIVISION.
048500 0000-MAINLINE.
048600     PERFORM 1000-INITIALIZE
049100     PERFORM 3000-FINISH
049200         THRU 3000-FINISH-EXIT
049300*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY CARD WENT
049400*    TO SUSPENSE OR COULD NOT BE SCREENED, 0 ON A CLEAN RUN.
049500     IF WS-RECORDS-INVALID > ZERO OR WS-RECORDS-NO-TOKEN > ZERO
049600        MOVE 4 TO RETURN-CODE
049700     END-IF
049800     IF FEED-CONTROL-ERROR
050600           THRU 3700-WRITE-SHARED-ALERT-EXIT
050700     END-IF
050800     STOP RUN.
050801*--------------------------------------------------------------
050802* 8000-CHECK-DIGIT-ENTRY - ALTERNATE ENTRY POINT FOR CALLERS
050803*          THAT ISSUE OR PROVE HOUSE ACCOUNT NUMBERS THROUGH THE
050804*          SAME LUHN AND 3/1-WEIGHTED PARAGRAPHS THE BATCH RUN
050805*          USES. ONLY THE WEIGHTED TOTAL IS TAKEN FROM THEM - THE
050806*          CARD BIN TEST DOES NOT APPLY TO HOUSE NUMBERS. TO
050807*          GENERATE, A ZERO IS PLACED IN THE CHECK POSITION AND
050808*          THE DIGIT THAT BRINGS THE TOTAL TO A MULTIPLE OF 10 IS
050809*          APPENDED; THE CHECK POSITION IS NEVER WEIGHTED UNDER
050810*          EITHER METHOD.
050811*--------------------------------------------------------------
050812 8000-CHECK-DIGIT-ENTRY.
050813     ENTRY "LUHN-CHECK-DIGIT" USING CHECK-DIGIT-LINKAGE-RECORD.
050814     MOVE "N" TO CD-RESULT
050815     MOVE SPACE TO CD-CHECK-DIGIT
050816     MOVE CD-METHOD TO WS-VALIDATION-METHOD
050817     MOVE CD-NUMBER TO WS-CARD-NUMBER
050818     IF CD-GENERATE
050819        MOVE ZERO TO WS-CD-LENGTH
050820        INSPECT CD-NUMBER TALLYING WS-CD-LENGTH
050821           FOR CHARACTERS BEFORE INITIAL SPACE
050822        IF WS-CD-LENGTH = ZERO OR WS-CD-LENGTH > 31
050823           GOBACK
050824        END-IF
050825        MOVE "0" TO WS-CARD-NUMBER(WS-CD-LENGTH + 1:1)
050826     END-IF
050827     EVALUATE TRUE
050828        WHEN METHOD-IS-ALT-WEIGHT
050829           PERFORM 1500-ALT-CHECK-DIGIT
050830              THRU 1500-ALT-CHECK-DIGIT-EXIT
050831        WHEN OTHER
050832           PERFORM LUHN
050833     END-EVALUATE
050834     IF REASON-BAD-CHARACTER OR REASON-TOO-SHORT
050835        GOBACK
050836     END-IF
050837     IF CD-GENERATE
050838        COMPUTE WS-CD-DIGIT =
050839           FUNCTION MOD(10 - FUNCTION MOD(TOTAL, 10), 10)
050840        MOVE WS-CD-DIGIT TO CD-CHECK-DIGIT
050841        MOVE CD-CHECK-DIGIT TO CD-NUMBER(WS-CD-LENGTH + 1:1)
050842        MOVE "Y" TO CD-RESULT
050843     ELSE
050844        IF FUNCTION MOD(TOTAL, 10) = 0
050845           MOVE "Y" TO CD-RESULT
050846        END-IF
050847     END-IF
050848     GOBACK.
050849 8000-CHECK-DIGIT-ENTRY-EXIT.
050850     EXIT.
050900*--------------------------------------------------------------
051000* 1000-INITIALIZE - OPEN THE BATCH FILES FOR THE RUN
051100*--------------------------------------------------------------
052000     MOVE "CARD VALIDATION RUN SUMMARY" TO RPT-TITLE
052100     MOVE SPACES TO RPT-COL-HEADING
052200     MOVE 60 TO RPT-LINES-PER-PAGE
052210     MOVE "Y" TO RPT-EXTRACT-SW
052220     MOVE SPACES TO RPT-EXTRACT-NAME
052230     MOVE WS-EXTRACT-COLUMNS TO RPT-EXTRACT-LAYOUT
052300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
052400     PERFORM 1100-LOAD-RESTART THRU 1100-LOAD-RESTART-EXIT
052500     PERFORM 2100-READ-CARD THRU 2100-READ-CARD-EXIT
053400     PERFORM 1295-LOAD-FX-RATES THRU 1295-LOAD-FX-RATES-EXIT
053500     PERFORM 1265-LOAD-VELOCITY-PARMS
053600        THRU 1265-LOAD-VELOCITY-PARMS-EXIT
053610     PERFORM 1266-OPEN-VELOCITY-WORK
053620        THRU 1266-OPEN-VELOCITY-WORK-EXIT
053700     PERFORM 1290-ECHO-PARMS THRU 1290-ECHO-PARMS-EXIT.
053800 1000-INITIALIZE-EXIT.
053900     EXIT.
060100        WS-BASE-CURRENCY DELIMITED BY SIZE
060200        INTO SUMMARY-OUT-RECORD
060300     END-STRING
060400     MOVE "P" TO RPT-REQUEST
060500     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
060600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
060700 1290-ECHO-PARMS-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------
060910* 1270-LOAD-SEEN-CARDS - OPEN THE KEYED SEEN-CARD INDEX FOR
060920*          UPDATE. THE FIRST TIME IT IS MISSING, CREATE IT AND
060930*          LOAD IT FROM THE OLD SEQUENTIAL SEEN-CARD FILE SO NO
060940*          CARD CLEARED ON AN EARLIER CYCLE IS FORGOTTEN.
061400*--------------------------------------------------------------
061500 1270-LOAD-SEEN-CARDS.
061510     OPEN I-O SEEN-CARD-FILE
061520     IF WS-SEEN-FILE-STATUS NOT = "35"
061530        GO TO 1270-LOAD-SEEN-CARDS-EXIT
061540     END-IF
061550     OPEN OUTPUT SEEN-CARD-FILE
061560     CLOSE SEEN-CARD-FILE
061570     OPEN I-O SEEN-CARD-FILE
061580     OPEN INPUT LEGACY-SEEN-FILE
061590     IF WS-LEGACY-SEEN-STATUS NOT = "00"
061600        GO TO 1270-LOAD-SEEN-CARDS-EXIT
061610     END-IF
061620     PERFORM 1280-LOAD-ONE-SEEN THRU 1280-LOAD-ONE-SEEN-EXIT
061630        UNTIL WS-LEGACY-SEEN-STATUS NOT = "00"
061640     CLOSE LEGACY-SEEN-FILE.
062500 1270-LOAD-SEEN-CARDS-EXIT.
062600     EXIT.
062700*--------------------------------------------------------------
062710* 1280-LOAD-ONE-SEEN - ONE OLD SEEN-CARD ROW ONTO THE INDEX
062720*          UNDER THE SAME KEY TONIGHT'S CARDS WILL USE; A ROW THE
062730*          VAULT CANNOT TOKENIZE IS COUNTED AND LEFT OFF
062900*--------------------------------------------------------------
063000 1280-LOAD-ONE-SEEN.
063010     READ LEGACY-SEEN-FILE
063200        AT END
063210           MOVE "10" TO WS-LEGACY-SEEN-STATUS
063220           GO TO 1280-LOAD-ONE-SEEN-EXIT
063230     END-READ
063240     IF LEGACY-SEEN-NUMBER = SPACES
063250        GO TO 1280-LOAD-ONE-SEEN-EXIT
063260     END-IF
063270     MOVE LEGACY-SEEN-NUMBER TO WS-CARD-NUMBER
063280     PERFORM 1420-TOKENIZE-CARD THRU 1420-TOKENIZE-CARD-EXIT
063281     IF TOKEN-VAULT-DOWN
063282        ADD 1 TO WS-RECORDS-NO-TOKEN
063283     END-IF
063284     IF WS-CARD-TOKEN = SPACES
063286        GO TO 1280-LOAD-ONE-SEEN-EXIT
063288     END-IF
063290     MOVE WS-CARD-KEY TO SEEN-CARD-KEY
063300     MOVE SPACES TO SEEN-FIRST-DATE
063310     WRITE SEEN-CARD-RECORD
063320        INVALID KEY
063330           CONTINUE
063340     END-WRITE.
064000 1280-LOAD-ONE-SEEN-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------
078000 2000-PROCESS-CARDS.
078100     ADD 1 TO WS-RECORDS-READ
078200     MOVE CARD-IN-NUMBER TO WS-CARD-NUMBER
078210     PERFORM 1420-TOKENIZE-CARD THRU 1420-TOKENIZE-CARD-EXIT
078300     MOVE SPACES TO WS-REASON-CODE
078400     EVALUATE TRUE
078500        WHEN METHOD-IS-ALT-WEIGHT
079400     PERFORM 2550-CONVERT-CURRENCY
079500        THRU 2550-CONVERT-CURRENCY-EXIT
079600     PERFORM 2650-CHECK-VELOCITY THRU 2650-CHECK-VELOCITY-EXIT
079610     IF TOKEN-VAULT-DOWN
079620        ADD 1 TO WS-RECORDS-NO-TOKEN
079630     END-IF
079640     IF VALID-DIGITS AND WS-CARD-TOKEN NOT = SPACES
079650        PERFORM 2600-CHECK-DUPLICATE
079900           THRU 2600-CHECK-DUPLICATE-EXIT
080000        IF CARD-IS-DUPLICATE
080100           SET INVALID-DIGITS TO TRUE
085500 2170-NOTE-FEED-CONTROL.
085600     IF CARD-IN-RECORD(1:3) = "HDR"
085700        SET FEED-HAS-HEADER TO TRUE
085710*       THE SENDER'S FEED NAME AND DATE NAME THE ACKNOWLEDGMENT
085720        MOVE CARD-IN-RECORD(1:39) TO FEED-CONTROL-RECORD
085730        IF FC-FEED-NAME NOT = SPACES
085740           MOVE FC-FEED-NAME TO WS-FC-FEED-NAME
085750        END-IF
085760        MOVE FC-BUSINESS-DATE TO WS-FC-BUS-DATE
085800     ELSE
085900        SET FEED-HAS-TRAILER TO TRUE
086000        MOVE CARD-IN-RECORD(1:39) TO FEED-CONTROL-RECORD
089100     MOVE CARD-IN-AMOUNT TO SUSPENSE-OUT-AMOUNT
089200     MOVE CARD-IN-EXPIRY TO SUSPENSE-OUT-EXPIRY
089300     MOVE CARD-IN-CURRENCY TO SUSPENSE-OUT-CURRENCY
089310     MOVE WS-CARD-TOKEN TO SUSPENSE-OUT-TOKEN
089400     WRITE SUSPENSE-OUT-RECORD.
089500 2200-WRITE-SUSPENSE-EXIT.
089600     EXIT.
097200 2410-SCAN-ONE-MERCHANT-EXIT.
097300     EXIT.
097400*--------------------------------------------------------------
097410* 2600-CHECK-DUPLICATE - ONE KEYED READ: IS THE CARD ALREADY
097420*          ON THE SEEN-CARD INDEX, CLEARED THIS RUN OR ON A PRIOR
097430*          CYCLE?
097700*--------------------------------------------------------------
097800 2600-CHECK-DUPLICATE.
097900     MOVE "N" TO WS-DUPLICATE-SW
097910     MOVE WS-CARD-KEY TO SEEN-CARD-KEY
097920     READ SEEN-CARD-FILE
097930        INVALID KEY
097940           CONTINUE
097950        NOT INVALID KEY
097960           SET CARD-IS-DUPLICATE TO TRUE
097970     END-READ.
098400 2600-CHECK-DUPLICATE-EXIT.
098500     EXIT.
098600*--------------------------------------------------------------
098610* 2700-RECORD-SEEN - REMEMBER A CLEARED CARD ON THE RETAINED
098620*          SEEN-CARD INDEX. A RESTARTED RUN MAY OFFER A CARD
098630*          THAT IS ALREADY THERE; THE FIRST ROW STANDS.
098800*--------------------------------------------------------------
099900 2700-RECORD-SEEN.
100400     MOVE SPACES TO SEEN-CARD-RECORD
100410     MOVE WS-CARD-KEY TO SEEN-CARD-KEY
100420     MOVE WS-JA-START-TIMESTAMP(1:8) TO SEEN-FIRST-DATE
100430     WRITE SEEN-CARD-RECORD
100440        INVALID KEY
100450           CONTINUE
100460     END-WRITE.
100700 2700-RECORD-SEEN-EXIT.
100800     EXIT.
100900*--------------------------------------------------------------
102800         WS-RECORDS-READ-ED DELIMITED BY SIZE
102900         INTO SUMMARY-OUT-RECORD
103000     END-STRING
103100     MOVE "P" TO RPT-REQUEST
103200     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
103300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
103400     MOVE SPACES TO SUMMARY-OUT-RECORD
103600         WS-RECORDS-VALID-ED DELIMITED BY SIZE
103700         INTO SUMMARY-OUT-RECORD
103800     END-STRING
103900     MOVE "P" TO RPT-REQUEST
104000     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
104100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
104200     MOVE SPACES TO SUMMARY-OUT-RECORD
104400         WS-RECORDS-INVALID-ED DELIMITED BY SIZE
104500         INTO SUMMARY-OUT-RECORD
104600     END-STRING
104700     MOVE "P" TO RPT-REQUEST
104800     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
104900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
105000     MOVE SPACES TO SUMMARY-OUT-RECORD
105200         WS-RECORDS-SKIPPED-ED DELIMITED BY SIZE
105300         INTO SUMMARY-OUT-RECORD
105400     END-STRING
105500     MOVE "P" TO RPT-REQUEST
105600     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
105700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
105800     MOVE WS-RECORDS-DUPLICATE TO WS-RECORDS-DUP-ED
106100         WS-RECORDS-DUP-ED DELIMITED BY SIZE
106200         INTO SUMMARY-OUT-RECORD
106300     END-STRING
106400     MOVE "P" TO RPT-REQUEST
106500     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
106600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
106700     MOVE WS-RECORDS-VELOCITY TO WS-RECORDS-VEL-ED
107000         WS-RECORDS-VEL-ED DELIMITED BY SIZE
107100         INTO SUMMARY-OUT-RECORD
107200     END-STRING
107300     MOVE "P" TO RPT-REQUEST
107400     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
107500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
107510     IF WS-RECORDS-NO-TOKEN > ZERO
107520         MOVE WS-RECORDS-NO-TOKEN TO WS-RECORDS-DUP-ED
107530         MOVE SPACES TO SUMMARY-OUT-RECORD
107540         STRING "NOT SCREENED - VAULT DOWN: " DELIMITED BY SIZE
107550             WS-RECORDS-DUP-ED DELIMITED BY SIZE
107560             INTO SUMMARY-OUT-RECORD
107570         END-STRING
107575         MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
107580         CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
107590     END-IF
107600     PERFORM 3500-FRAUD-SUMMARY THRU 3500-FRAUD-SUMMARY-EXIT
107700     PERFORM 3600-PROOF-OF-BALANCE
107800        THRU 3600-PROOF-OF-BALANCE-EXIT
107900     PERFORM 3400-VERIFY-FEED-CONTROL
108000        THRU 3400-VERIFY-FEED-CONTROL-EXIT
108100     MOVE SPACES TO SUMMARY-OUT-RECORD
108200     MOVE "P" TO RPT-REQUEST
108300     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
108400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
108500     MOVE "MERCHANT    READ  INVALID          AMOUNT"
108600        TO SUMMARY-OUT-RECORD
108700     MOVE "P" TO RPT-REQUEST
108800     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
108900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
109000     PERFORM 3300-WRITE-MERCHANT-SUB
109300        UNTIL WS-MER-SCAN > WS-MERCHANT-COUNT
109400     CLOSE CARD-FILE
109500     CLOSE SEEN-CARD-FILE
109510     IF VELOCITY-WORK-OPEN
109520        CLOSE VELOCITY-WORK-FILE
109530     END-IF
109600     CLOSE CLEARED-FILE
109700     CLOSE SUSPENSE-FILE
109710     PERFORM 3800-WRITE-ACKNOWLEDGMENT
109720        THRU 3800-WRITE-ACKNOWLEDGMENT-EXIT
109800     CLOSE RESTART-FILE
109900*    RUN REACHED NORMAL END-OF-FILE, SO NO RESTART POINT IS
110000*    NEEDED -- CLEAR THE RESTART FILE SO THE NEXT RUN STARTS
110400     PERFORM 3100-WRITE-AUDIT THRU 3100-WRITE-AUDIT-EXIT
110500     CLOSE AUDIT-FILE
110600     PERFORM 3200-LOG-JOB-ACCT THRU 3200-LOG-JOB-ACCT-EXIT
110610     MOVE "C" TO PT-REQUEST
110620     CALL "PANTOKEN" USING PAN-TOKEN-CONTROL
110700     MOVE "C" TO RPT-REQUEST
110800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
110900 3000-FINISH-EXIT.
112100        SET FEED-CONTROL-ERROR TO TRUE
112200        MOVE "FEED ERROR: TRAILER RECORD MISSING"
112300           TO SUMMARY-OUT-RECORD
112400        MOVE "P" TO RPT-REQUEST
112500        MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
112600        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
112700        GO TO 3400-VERIFY-FEED-CONTROL-EXIT
113000        SET FEED-CONTROL-ERROR TO TRUE
113100        MOVE "FEED ERROR: TRAILER COUNT MISMATCH"
113200           TO SUMMARY-OUT-RECORD
113300        MOVE "P" TO RPT-REQUEST
113400        MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
113500        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
113600     END-IF
113800        SET FEED-CONTROL-ERROR TO TRUE
113900        MOVE "FEED ERROR: TRAILER HASH MISMATCH"
114000           TO SUMMARY-OUT-RECORD
114100        MOVE "P" TO RPT-REQUEST
114200        MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
114300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
114400     END-IF.
135900     END-IF.
136000 1410-MASK-ONE-POS-EXIT.
136100     EXIT.
136105*--------------------------------------------------------------
136110* 1420-TOKENIZE-CARD - THE VAULT'S STABLE TOKEN FOR THE FULL
136112*          PAN AS RECEIVED, AND THE KEY THE SEEN-CARD AND
136114*          VELOCITY FILES USE FOR IT. A BLANK TOKEN SKIPS THE
136116*          SEEN-CARD AND VELOCITY FILES (THE ROWS STILL GO OUT
136121*          MASKED); ONLY A VAULT OUTAGE SETS TOKEN-VAULT-DOWN. A
136123*          BLANK OR MALFORMED PAN IS REJECTED ON ITS DIGITS.
136125*--------------------------------------------------------------
136130 1420-TOKENIZE-CARD.
136135     MOVE "T" TO PT-REQUEST
136140     MOVE "LUHN" TO PT-PROGRAM
136145     MOVE "BATCH" TO PT-OPERATOR
136146     MOVE WS-CARD-NUMBER TO PT-PAN
136147     CALL "PANTOKEN" USING PAN-TOKEN-CONTROL
136148     MOVE PT-TOKEN TO WS-CARD-TOKEN
136149     MOVE "N" TO WS-VAULT-DOWN-SW
136150     IF NOT PT-OK
136152        MOVE SPACES TO WS-CARD-TOKEN
136153        IF PT-VAULT-DOWN
136154           MOVE "Y" TO WS-VAULT-DOWN-SW
136155        END-IF
136156     END-IF
136157     MOVE WS-CARD-TOKEN TO WS-CARD-KEY.
136160 1420-TOKENIZE-CARD-EXIT.
136165     EXIT.
136200*--------------------------------------------------------------
136300* 1285-OPEN-CLEARED - THE CLEARED-CARD DETAIL FILE IS RETAINED
136400*          ACROSS RUN CYCLES (EACH ROW CARRIES ITS RUN DATE) SO
137300     EXIT.
137400*--------------------------------------------------------------
137500* 2800-WRITE-CLEARED - ONE RETAINED DETAIL ROW PER CLEARED CARD
137510*          (RUN DATE, MASKED PAN, MERCHANT, AMOUNT, BRAND) FOR
137520*          THE MERCHANT SETTLEMENT RUN
137800*--------------------------------------------------------------
137900 2800-WRITE-CLEARED.
138000     PERFORM 1400-MASK-CARD-NUMBER THRU 1400-MASK-CARD-NUMBER-EXIT
138500*    THE EXTRACT CARRIES THE BASE-CURRENCY AMOUNT SO SETTLEMENT
138600*    PAYS COMPARABLE MONEY ACROSS MIXED-CURRENCY FEEDS
138700     MOVE WS-BASE-AMOUNT TO CLRD-OUT-AMOUNT
138710*    BRAND FROM THE BIN MATCH THE CARD ALREADY PASSED
138720     MOVE WS-ISSUER-NAME TO CLRD-OUT-BRAND
138730     MOVE WS-CARD-TOKEN TO CLRD-OUT-TOKEN
138800     WRITE CLEARED-OUT-RECORD.
138900 2800-WRITE-CLEARED-EXIT.
139000     EXIT.
150400     END-IF.
150500 1265-LOAD-VELOCITY-PARMS-EXIT.
150600     EXIT.
150605*--------------------------------------------------------------
150610* 1266-OPEN-VELOCITY-WORK - THE PER-CARD TALLY STARTS EMPTY
150615*          EVERY RUN. IF THE WORK FILE CANNOT BE OPENED THE RUN
150620*          GOES ON WITH ONLY THE MERCHANT THRESHOLDS.
150625*--------------------------------------------------------------
150630 1266-OPEN-VELOCITY-WORK.
150635     OPEN OUTPUT VELOCITY-WORK-FILE
150640     IF WS-VELW-STATUS NOT = "00"
150645        GO TO 1266-OPEN-VELOCITY-WORK-EXIT
150650     END-IF
150655     CLOSE VELOCITY-WORK-FILE
150660     OPEN I-O VELOCITY-WORK-FILE
150665     IF WS-VELW-STATUS = "00"
150670        SET VELOCITY-WORK-OPEN TO TRUE
150675     END-IF.
150680 1266-OPEN-VELOCITY-WORK-EXIT.
150685     EXIT.
150700*--------------------------------------------------------------
150800* 2650-CHECK-VELOCITY - TALLY THIS PAN'S HITS AND MONEY ACROSS
150900*          THE FEED AND TEST BOTH THE CARD AND ITS MERCHANT
151200*--------------------------------------------------------------
151300 2650-CHECK-VELOCITY.
151400     MOVE "N" TO WS-VEL-BREACH-SW
151410     IF VELOCITY-WORK-OPEN AND WS-CARD-TOKEN NOT = SPACES
151420        PERFORM 2651-POST-VEL-CARD THRU 2651-POST-VEL-CARD-EXIT
151430        IF VW-HITS > WS-VEL-CARD-CT-LIM
151440           OR VW-AMOUNT > WS-VEL-CARD-AMT-LIM
152100           SET VELOCITY-BREACHED TO TRUE
152200        END-IF
152300     END-IF
153000 2650-CHECK-VELOCITY-EXIT.
153100     EXIT.
153200*--------------------------------------------------------------
153210* 2651-POST-VEL-CARD - READ THIS CARD'S VELOCITY ROW BY KEY
153220*          (ADDING IT, WITH THE MASKED PAN FOR THE FRAUD
153230*          SUMMARY, THE FIRST TIME) AND POST THIS RECORD TO IT
153500*--------------------------------------------------------------
153510 2651-POST-VEL-CARD.
153520     MOVE "N" TO WS-VEL-NEW-SW
153530     MOVE WS-CARD-KEY TO VW-CARD-KEY
153540     READ VELOCITY-WORK-FILE
153550        INVALID KEY
153560           SET VEL-CARD-IS-NEW TO TRUE
153570           PERFORM 1400-MASK-CARD-NUMBER
153580              THRU 1400-MASK-CARD-NUMBER-EXIT
153590           MOVE WS-CARD-KEY TO VW-CARD-KEY
153600           MOVE WS-MASKED-CARD TO VW-MASKED-PAN
153610           MOVE ZERO TO VW-HITS
153620           MOVE ZERO TO VW-AMOUNT
153630           MOVE "N" TO VW-RANKED-SW
153640     END-READ
153650     ADD 1 TO VW-HITS
153660     ADD WS-BASE-AMOUNT TO VW-AMOUNT
153670     IF VEL-CARD-IS-NEW
153680        WRITE VELOCITY-WORK-RECORD
153690           INVALID KEY
153700              CONTINUE
153710        END-WRITE
153720     ELSE
153730        REWRITE VELOCITY-WORK-RECORD
153740           INVALID KEY
153750              CONTINUE
153760        END-REWRITE
155300     END-IF.
155310 2651-POST-VEL-CARD-EXIT.
155500     EXIT.
156600*--------------------------------------------------------------
156700* 2655-CHECK-MERCH-VEL - PROJECT THE MERCHANT'S COUNT AND MONEY
156800*          INCLUDING THIS RECORD (THE TALLY ITSELF POSTS LATER
159100*--------------------------------------------------------------
159200 3500-FRAUD-SUMMARY.
159300     MOVE SPACES TO SUMMARY-OUT-RECORD
159400     MOVE "P" TO RPT-REQUEST
159500     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
159600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
159700     MOVE "VELOCITY FRAUD SUMMARY - WORST OFFENDERS"
161600* 3510-RANK-ONE-CARD - PRINT THE BUSIEST UNRANKED PAN
161700*--------------------------------------------------------------
161800 3510-RANK-ONE-CARD.
161810     IF NOT VELOCITY-WORK-OPEN
162400        GO TO 3510-RANK-ONE-CARD-EXIT
162500     END-IF
162505     MOVE SPACES TO WS-VEL-BEST-KEY
162510     MOVE ZERO TO WS-VEL-BEST-HITS
162515     MOVE "N" TO WS-VELW-EOF-SW
162520     MOVE LOW-VALUES TO VW-CARD-KEY
162525     START VELOCITY-WORK-FILE KEY NOT < VW-CARD-KEY
162530        INVALID KEY
162535           SET END-OF-VELOCITY-WORK TO TRUE
162540     END-START
162545     PERFORM 3511-PICK-BEST-CARD THRU 3511-PICK-BEST-CARD-EXIT
162550        UNTIL END-OF-VELOCITY-WORK
162555     IF WS-VEL-BEST-HITS = ZERO
162560        GO TO 3510-RANK-ONE-CARD-EXIT
162565     END-IF
162570     MOVE WS-VEL-BEST-KEY TO VW-CARD-KEY
162575     READ VELOCITY-WORK-FILE
162580        INVALID KEY
162585           GO TO 3510-RANK-ONE-CARD-EXIT
162590     END-READ
162595     MOVE "Y" TO VW-RANKED-SW
162600     REWRITE VELOCITY-WORK-RECORD
162605        INVALID KEY
162610           CONTINUE
162615     END-REWRITE
162700     MOVE SPACES TO WS-VEL-SUM-LINE
162710     MOVE VW-MASKED-PAN TO VS-PAN
162720     MOVE VW-HITS TO VS-HITS
162730     MOVE VW-AMOUNT TO VS-AMOUNT
163100     MOVE "P" TO RPT-REQUEST
163200     MOVE WS-VEL-SUM-LINE TO WS-RPT-DETAIL
163300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
163400 3510-RANK-ONE-CARD-EXIT.
163500     EXIT.
163600*--------------------------------------------------------------
163610* 3511-PICK-BEST-CARD - ONE PASS OF THE VELOCITY WORK FILE;
163620*          THE FIRST CARD WITH THE MOST HITS WINS A TIE
163800*--------------------------------------------------------------
163900 3511-PICK-BEST-CARD.
163910     READ VELOCITY-WORK-FILE NEXT RECORD
163920        AT END
163930           SET END-OF-VELOCITY-WORK TO TRUE
163940           GO TO 3511-PICK-BEST-CARD-EXIT
163950     END-READ
163960     IF VW-RANKED-SW NOT = "Y"
163970        AND VW-HITS > 1
163980        AND VW-HITS > WS-VEL-BEST-HITS
163990        MOVE VW-CARD-KEY TO WS-VEL-BEST-KEY
164000        MOVE VW-HITS TO WS-VEL-BEST-HITS
165000     END-IF.
165100 3511-PICK-BEST-CARD-EXIT.
165200     EXIT.
166600     MOVE WS-MER-ID(WS-VEL-BEST) TO VS-PAN
166700     MOVE WS-MER-READ(WS-VEL-BEST) TO VS-HITS
166800     MOVE WS-MER-AMOUNT(WS-VEL-BEST) TO VS-AMOUNT
166900     MOVE "P" TO RPT-REQUEST
167000     MOVE WS-VEL-SUM-LINE TO WS-RPT-DETAIL
167100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
167200 3520-RANK-ONE-MERCH-EXIT.
169500*--------------------------------------------------------------
169600 3600-PROOF-OF-BALANCE.
169700     MOVE SPACES TO SUMMARY-OUT-RECORD
169800     MOVE "P" TO RPT-REQUEST
169900     MOVE SUMMARY-OUT-RECORD TO WS-RPT-DETAIL
170000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
170100     MOVE "PROOF OF BALANCE (BASE CURRENCY)"
176000     CLOSE SHARED-ALERT-FILE.
176100 3700-WRITE-SHARED-ALERT-EXIT.
176200     EXIT.
176300*--------------------------------------------------------------
176400* 3800-WRITE-ACKNOWLEDGMENT - THE RETURN FILE OWED TO THE
176500*          SENDING ACQUIRER: THEIR TRAILER COUNT AND HASH
176600*          ECHOED WITH OUR VERDICT ON THE FEED, WHAT WE ACCEPTED,
176700*          AND EVERY CARD WE REJECTED. THE REJECTS ARE READ
176800*          BACK FROM THIS RUN'S SUSPENSE FILE, ALREADY MASKED.
176900*--------------------------------------------------------------
177000 3800-WRITE-ACKNOWLEDGMENT.
177100     MOVE SPACES TO WS-ACK-NAME
177200     STRING "LUHNACK." DELIMITED BY SIZE
177300        WS-FC-FEED-NAME DELIMITED BY SPACE
177400        INTO WS-ACK-NAME
177500     END-STRING
177600     OPEN OUTPUT ACK-FILE
177700     IF WS-ACK-FILE-STATUS NOT = "00"
177800        GO TO 3800-WRITE-ACKNOWLEDGMENT-EXIT
177900     END-IF
178000     MOVE SPACES TO ACK-HEADER-RECORD
178100     MOVE "HDR" TO AH-RECORD-TYPE
178200     MOVE WS-FC-FEED-NAME TO AH-FEED-NAME
178300     MOVE WS-FC-BUS-DATE TO AH-BUSINESS-DATE
178400     IF FEED-HAS-TRAILER
178500        MOVE FC-RECORD-COUNT TO AH-TRL-COUNT
178600        MOVE FC-HASH-TOTAL TO AH-TRL-HASH
178700     ELSE
178800        MOVE ZERO TO AH-TRL-COUNT
178900        MOVE ZERO TO AH-TRL-HASH
179000     END-IF
179100     EVALUATE TRUE
179200        WHEN NOT FEED-HAS-HEADER
179300           MOVE "UNVERIFIED" TO AH-FEED-STATUS
179400        WHEN FEED-CONTROL-ERROR
179500           MOVE "CTLFAILED" TO AH-FEED-STATUS
179600        WHEN OTHER
179700           MOVE "VERIFIED" TO AH-FEED-STATUS
179800     END-EVALUATE
179900     MOVE WS-JA-START-TIMESTAMP(1:8) TO AH-RUN-DATE
180000     WRITE ACK-HEADER-RECORD
180100     MOVE SPACES TO ACK-ACCEPT-RECORD
180200     MOVE "ACC" TO AA-RECORD-TYPE
180300     MOVE WS-RECORDS-VALID TO AA-ACCEPTED-COUNT
180400     MOVE WS-AMT-VALID TO AA-ACCEPTED-AMOUNT
180500     MOVE WS-BASE-CURRENCY TO AA-CURRENCY
180600     MOVE WS-RECORDS-INVALID TO AA-REJECTED-COUNT
180700     WRITE ACK-ACCEPT-RECORD
180800     MOVE "N" TO WS-ACK-EOF-SW
180900     OPEN INPUT SUSPENSE-FILE
181000     IF WS-SUSPENSE-FILE-STATUS = "00"
181100        PERFORM 3810-ACK-ONE-REJECT THRU 3810-ACK-ONE-REJECT-EXIT
181200           UNTIL END-OF-ACK-SUSPENSE
181300        CLOSE SUSPENSE-FILE
181400     END-IF
181500     CLOSE ACK-FILE.
181600 3800-WRITE-ACKNOWLEDGMENT-EXIT.
181700     EXIT.
181800*--------------------------------------------------------------
181900* 3810-ACK-ONE-REJECT
182000*--------------------------------------------------------------
182100 3810-ACK-ONE-REJECT.
182200     READ SUSPENSE-FILE
182300        AT END
182400           SET END-OF-ACK-SUSPENSE TO TRUE
182500           GO TO 3810-ACK-ONE-REJECT-EXIT
182600     END-READ
182800     MOVE SPACES TO ACK-REJECT-RECORD
182900     MOVE "REJ" TO AR-RECORD-TYPE
183000     MOVE SUSPENSE-OUT-CARD TO AR-CARD
183100     MOVE SUSPENSE-OUT-MERCHANT TO AR-MERCHANT
183200     MOVE SUSPENSE-OUT-AMOUNT TO AR-AMOUNT
183300     MOVE SUSPENSE-OUT-CURRENCY TO AR-CURRENCY
183400     MOVE SUSPENSE-OUT-REASON TO AR-REASON
183500     WRITE ACK-REJECT-RECORD.
183600 3810-ACK-ONE-REJECT-EXIT.
183700     EXIT.
