002300*                 (DSPTRPT) AGED IN BUSINESS DAYS THROUGH THE
002400*                 BUSDAY SERVICE. LOGS TO JOBACCT LIKE ANY
002500*                 OTHER.
002510* 2026-10-15 RLM  LUHNCLRD ROWS NOW END WITH THE CARD BRAND;
002520*                 LAYOUT WIDENED TO MATCH.
002530* 2026-10-15 RLM  APPEND EACH CHARGEBACK TO THE SHARED GL EVENT
002540*                 FILE (GLEVENT) FOR THE GL INTERFACE (GL-IFACE).
002545* 2026-10-15 RLM  MATCH OPENS ON THE PAN TOKEN. LUHNCLRD ROWS
002550*                 NOW END WITH THE TOKEN THE VALIDATION RUN GOT
002555*                 FROM THE VAULT, AND AN OPEN TRANSACTION CARRIES
002560*                 IT AFTER THE REASON; A TOKENED OPEN MUST MATCH
002565*                 THE CLEARED ROW'S TOKEN EXACTLY (PLUS MERCHANT
002570*                 AND AMOUNT) INSTEAD OF THE MASKED PAN. AN OPEN
002575*                 KEYED WITHOUT A TOKEN STILL MATCHES THE MASK.
002580*                 THE TOKEN IS KEPT ON THE CASE (DC-TOKEN).
002582* 2026-10-15 RLM  OPEN DISPUTES AGE ON THE ACQUIRER'S BUSINESS
002584*                 CALENDAR: THE CASE'S MERCHANT IS LOOKED UP ON
002586*                 MERCHMST AND ITS CALENDAR ID PASSED TO BUSDAY.
002588*                 A BLANK OR UNKNOWN CALENDAR, OR A MERCHANT NOT
002590*                 ON FILE, AGES ON THE SHOP CALENDAR. THE AGING
002592*                 LINE SHOWS THE CALENDAR USED.
002593* 2026-10-15 RLM  CHGBACK GOES TO THE GL ONLY WHEN A CASE
002594*                 MOVES INTO CHARGEBACK, SO A REPEATED CHGB DOES
002595*                 NOT POST TWICE; A CHARGED-BACK CASE MOVED TO
002596*                 REPRESENT POSTS A CHGBREV REVERSAL.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS DC-CASE-NO
004300         FILE STATUS IS WS-DSPCASE-STATUS.
004310     SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS MM-MERCHANT-ID
004350         FILE STATUS IS WS-MERCHMST-STATUS.
004400     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-JOBACCT-STATUS.
004610     SELECT GL-EVENT-FILE ASSIGN TO "GLEVENT"
004620         ORGANIZATION IS LINE SEQUENTIAL
004630         FILE STATUS IS WS-GLEVENT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DISPUTE-TRANS-FILE
006200     05 DT-DISPUTE-DATE        PIC X(08).
006300     05 FILLER                 PIC X(01).
006400     05 DT-REASON              PIC X(10).
006410     05 FILLER                 PIC X(01).
006420     05 DT-TOKEN               PIC X(16).
006500 FD  CLEARED-FILE
006600     RECORDING MODE IS F.
006700 01  CLEARED-IN-RECORD.
007200     05 CLRD-IN-MERCHANT       PIC X(08).
007300     05 FILLER                 PIC X(02).
007400     05 CLRD-IN-AMOUNT         PIC 9(07)V99.
007410     05 FILLER                 PIC X(02).
007420     05 CLRD-IN-BRAND          PIC X(10).
007430     05 FILLER                 PIC X(02).
007440     05 CLRD-IN-TOKEN          PIC X(16).
007500 FD  DISPUTE-CASE-FILE.
007600 01  DISPUTE-CASE-RECORD.
007700     05 DC-CASE-NO             PIC 9(07).
008700        88 CASE-CLOSED         VALUE "CLOSED".
008800     05 DC-OPENED-DATE         PIC X(08).
008900     05 DC-STATUS-DATE         PIC X(08).
008910     05 DC-TOKEN               PIC X(16).
008920*    ONLY THE ACQUIRER'S CALENDAR ID IS USED HERE
008930 FD  MERCHANT-MASTER-FILE.
008940 01  MERCHANT-MASTER-RECORD.
008950     05 MM-MERCHANT-ID         PIC X(08).
008960     05 FILLER                 PIC X(52).
008970     05 MM-CALENDAR-ID         PIC X(08).
009000 FD  JOB-ACCT-FILE
009100     RECORDING MODE IS F.
009200 01  JOB-ACCT-FILE-RECORD      PIC X(60).
009210 FD  GL-EVENT-FILE
009220     RECORDING MODE IS F.
009230 01  GL-EVENT-FILE-RECORD      PIC X(80).
009300 WORKING-STORAGE SECTION.
009400*--------------------------------------------------------------
009500* FILE STATUS AND RUN CONTROLS
009800 77  WS-CLEARED-STATUS         PIC XX.
009900 77  WS-DSPCASE-STATUS         PIC XX.
010000 77  WS-JOBACCT-STATUS         PIC XX.
010010 77  WS-GLEVENT-STATUS         PIC XX.
010020 77  WS-MERCHMST-STATUS        PIC XX.
010030 77  WS-MERCHMST-SW            PIC X(01) VALUE "N".
010040     88 MERCHMST-IS-OPEN       VALUE "Y".
010100 77  WS-TRANS-EOF-SW           PIC X(01) VALUE "N".
010200     88 END-OF-TRANS           VALUE "Y".
010300 77  WS-CLEARED-EOF-SW         PIC X(01) VALUE "N".
010700 77  WS-TRANS-READ             PIC 9(05) BINARY VALUE ZERO.
010800 77  WS-CASES-OPENED           PIC 9(05) BINARY VALUE ZERO.
010900 77  WS-CASES-UPDATED          PIC 9(05) BINARY VALUE ZERO.
010910 77  WS-OLD-STATUS             PIC X(10).
011000 77  WS-TRANS-REJECTED         PIC 9(05) BINARY VALUE ZERO.
011100 77  WS-NEXT-CASE-NO           PIC 9(07) VALUE ZERO.
011200 77  WS-RUN-DATE               PIC X(08).
011400 COPY JOBACCT.
011500 COPY BUSDAY.
011600 COPY RPTWRITE.
011610 COPY GLEVENT.
011700 01  WS-RPT-DETAIL             PIC X(100).
011800*--------------------------------------------------------------
011900* CLEARED-CARD HISTORY TABLE - THE MATCH TARGET FOR OPENS
012400        10 WS-CLRD-CARD        PIC X(32).
012500        10 WS-CLRD-MERCHANT    PIC X(08).
012600        10 WS-CLRD-AMOUNT      PIC 9(07)V99.
012610        10 WS-CLRD-TOKEN       PIC X(16).
012700 77  WS-CLRD-SCAN              PIC 9(07) BINARY.
012800 77  WS-MATCH-FOUND-SW         PIC X(01) VALUE "N".
012900     88 CLEARED-MATCH-FOUND    VALUE "Y".
014400     05 FILLER                 PIC X(02) VALUE SPACES.
014500     05 AG-AGE-DAYS            PIC ZZZZ9.
014600     05 FILLER                 PIC X(09) VALUE " BUS DAYS".
014610     05 FILLER                 PIC X(02) VALUE SPACES.
014620     05 AG-CALENDAR            PIC X(08).
014700*--------------------------------------------------------------
014800* TRANSACTION RESULT LINE
014900*--------------------------------------------------------------
018600        CLOSE DISPUTE-CASE-FILE
018700        OPEN I-O DISPUTE-CASE-FILE
018800     END-IF
018810     OPEN EXTEND GL-EVENT-FILE
018820     IF WS-GLEVENT-STATUS = "35"
018830        OPEN OUTPUT GL-EVENT-FILE
018840     END-IF
018850*    NO MERCHANT MASTER - EVERY CASE AGES ON THE SHOP CALENDAR
018860     OPEN INPUT MERCHANT-MASTER-FILE
018870     IF WS-MERCHMST-STATUS = "00"
018880        SET MERCHMST-IS-OPEN TO TRUE
018890     END-IF
018900     PERFORM 1100-LOAD-CLEARED THRU 1100-LOAD-CLEARED-EXIT
019000     PERFORM 1200-FIND-HIGH-CASE THRU 1200-FIND-HIGH-CASE-EXIT
019100     MOVE "O" TO RPT-REQUEST
023100                 TO WS-CLRD-MERCHANT(WS-CLRD-COUNT)
023200              MOVE CLRD-IN-AMOUNT
023300                 TO WS-CLRD-AMOUNT(WS-CLRD-COUNT)
023310              MOVE CLRD-IN-TOKEN
023320                 TO WS-CLRD-TOKEN(WS-CLRD-COUNT)
023400           END-IF
023500     END-READ.
023600 1110-LOAD-ONE-CLEARED-EXIT.
032500     MOVE "OPENED" TO DC-STATUS
032600     MOVE WS-RUN-DATE TO DC-OPENED-DATE
032700     MOVE WS-RUN-DATE TO DC-STATUS-DATE
032710     MOVE DT-TOKEN TO DC-TOKEN
032800     WRITE DISPUTE-CASE-RECORD
032900        INVALID KEY
033000           ADD 1 TO WS-TRANS-REJECTED
033800 2200-OPEN-CASE-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------
034010* 2210-SCAN-ONE-CLEARED - PAN TOKEN (OR, FOR AN OPEN KEYED
034020*          WITHOUT ONE, THE MASKED PAN) PLUS MERCHANT PLUS
034030*          AMOUNT IDENTIFIES THE CLEARED CHARGE
034300*--------------------------------------------------------------
034400 2210-SCAN-ONE-CLEARED.
034410     IF DT-TOKEN NOT = SPACES
034420        IF WS-CLRD-TOKEN(WS-CLRD-SCAN) = DT-TOKEN
034430           AND WS-CLRD-MERCHANT(WS-CLRD-SCAN) = DT-MERCHANT
034440           AND WS-CLRD-AMOUNT(WS-CLRD-SCAN) = DT-AMOUNT
034450           SET CLEARED-MATCH-FOUND TO TRUE
034460        END-IF
034470        GO TO 2210-SCAN-ONE-CLEARED-EXIT
034480     END-IF
034500     IF WS-CLRD-CARD(WS-CLRD-SCAN) = DT-CARD
034600        AND WS-CLRD-MERCHANT(WS-CLRD-SCAN) = DT-MERCHANT
034700        AND WS-CLRD-AMOUNT(WS-CLRD-SCAN) = DT-AMOUNT
035100     EXIT.
035200*--------------------------------------------------------------
035300* 2300-UPDATE-CASE - MOVE AN EXISTING CASE THROUGH ITS
035310*          LIFECYCLE. A CLOSED CASE DOES NOT REOPEN. THE GL HEARS
035320*          ONLY OF A MOVE INTO CHARGEBACK (CHGBACK) OR OUT OF IT
035330*          ON REPRESENTMENT (CHGBREV), NOT OF A REPEATED ACTION.
035500*--------------------------------------------------------------
035600 2300-UPDATE-CASE.
035700     IF DT-CASE-NO IS NOT NUMERIC
037400        PERFORM 2900-WRITE-RESULT THRU 2900-WRITE-RESULT-EXIT
037500        GO TO 2300-UPDATE-CASE-EXIT
037600     END-IF
037610     MOVE DC-STATUS TO WS-OLD-STATUS
037700     EVALUATE DT-ACTION
037800        WHEN "REPR"
037900           MOVE "REPRESENT" TO DC-STATUS
038500     MOVE WS-RUN-DATE TO DC-STATUS-DATE
038600     REWRITE DISPUTE-CASE-RECORD
038700     ADD 1 TO WS-CASES-UPDATED
038705     MOVE SPACES TO GL-EVENT-RECORD
038710     IF CASE-CHARGED-BACK AND WS-OLD-STATUS NOT = "CHARGEBACK"
038715        MOVE "CHGBACK" TO GE-EVENT-TYPE
038720     END-IF
038725     IF CASE-REPRESENTED AND WS-OLD-STATUS = "CHARGEBACK"
038730        MOVE "CHGBREV" TO GE-EVENT-TYPE
038735     END-IF
038740     IF GE-EVENT-TYPE NOT = SPACES
038745        MOVE "CARDDSPT" TO GE-SOURCE
038750        MOVE WS-RUN-DATE TO GE-BUS-DATE
038755        MOVE DC-AMOUNT TO GE-AMOUNT
038760        MOVE DC-CASE-NO TO GE-REFERENCE(1:7)
038765        MOVE DC-MERCHANT TO GE-REFERENCE(9:8)
038770        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
038775     END-IF
038800     MOVE "CASE UPDATED" TO RS-RESULT
038900     PERFORM 2900-WRITE-RESULT THRU 2900-WRITE-RESULT-EXIT.
039000 2300-UPDATE-CASE-EXIT.
043200     IF CASE-CLOSED
043300        GO TO 3100-AGE-ONE-CASE-EXIT
043400     END-IF
043405*    AGE ON THE ACQUIRER'S CALENDAR; A MERCHANT NOT ON FILE OR
043410*    NAMING A CALENDAR BUSCAL DOES NOT CARRY AGES ON THE SHOP'S
043415     MOVE SPACES TO BD-CALENDAR-ID
043420     IF MERCHMST-IS-OPEN
043425        MOVE DC-MERCHANT TO MM-MERCHANT-ID
043430        READ MERCHANT-MASTER-FILE
043435           NOT INVALID KEY
043440              MOVE MM-CALENDAR-ID TO BD-CALENDAR-ID
043445        END-READ
043450     END-IF
043500     MOVE "B" TO BD-REQUEST
043600     MOVE DC-OPENED-DATE TO BD-DATE-1
043700     MOVE WS-RUN-DATE TO BD-DATE-2
043800     CALL "BUSDAY" USING BUS-DAY-CONTROL
043810     IF BD-STATUS = "NC"
043820        MOVE SPACES TO BD-CALENDAR-ID
043830        CALL "BUSDAY" USING BUS-DAY-CONTROL
043840     END-IF
043900     IF BD-STATUS = "00"
044000        MOVE BD-RESULT-COUNT TO WS-CASE-AGE
044100     ELSE
044800     MOVE DC-AMOUNT TO AG-AMOUNT
044900     MOVE DC-OPENED-DATE TO AG-OPENED
045000     MOVE WS-CASE-AGE TO AG-AGE-DAYS
045010     MOVE BD-CALENDAR-ID TO AG-CALENDAR
045020     IF AG-CALENDAR = SPACES
045030        MOVE "SHOP" TO AG-CALENDAR
045040     END-IF
045200     MOVE "D" TO RPT-REQUEST
045300     MOVE WS-AGING-LINE TO WS-RPT-DETAIL
045400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
046000 9000-FINISH.
046100     CLOSE DISPUTE-TRANS-FILE
046200     CLOSE DISPUTE-CASE-FILE
046210     CLOSE GL-EVENT-FILE
046220     IF MERCHMST-IS-OPEN
046230        CLOSE MERCHANT-MASTER-FILE
046240     END-IF
046300     MOVE "C" TO RPT-REQUEST
046400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
046500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
