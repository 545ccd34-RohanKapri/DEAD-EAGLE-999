002200*                 CLOSED-SUSPENSE FILE (LUHNCLSD) WITH A WRITE-
002300*                 OFF REGISTER (SUSPWOFF) FOR ACCOUNTING. NO
002400*                 REJECT SITS UNOWNED FOR THREE CYCLES AGAIN.
002410* 2026-10-15 RLM  APPEND EACH WRITE-OFF TO THE SHARED GL EVENT
002420*                 FILE (GLEVENT) FOR THE GL INTERFACE (GL-IFACE).
002430* 2026-10-15 RLM  LUHNSUSP ROWS NOW END WITH THE PAN TOKEN. THE
002440*                 SUSPENSE MASTER CARRIES IT TOO (SM-TOKEN), AND
002450*                 AN ITEM ALREADY OPEN WITHOUT ONE PICKS IT UP
002460*                 THE NEXT TIME THE CARD COMES THROUGH.
002465* 2026-10-15 RLM  EACH ESCALATED ITEM ALSO GOES TO A SUSPESC
002470*                 EXTRACT (TOKEN, LAST FOUR, REASON, MERCHANT,
002475*                 AMOUNT, FIRST SEEN, AGE), REPLACED EACH RUN,
002480*                 SO THE SHIFT HANDOVER CAN CARRY IT FORWARD.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004600     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-JOBACCT-STATUS.
004810     SELECT GL-EVENT-FILE ASSIGN TO "GLEVENT"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-GLEVENT-STATUS.
004840     SELECT SUSP-ESC-FILE ASSIGN TO "SUSPESC"
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-SUSPESC-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SUSPENSE-FILE
006200     05 SUSP-IN-EXPIRY         PIC X(06).
006300     05 FILLER                 PIC X(02).
006400     05 SUSP-IN-CURRENCY       PIC X(03).
006410     05 FILLER                 PIC X(02).
006420     05 SUSP-IN-TOKEN          PIC X(16).
006500 FD  REPAIR-LOG-FILE
006600     RECORDING MODE IS F.
006700 01  REPAIR-LOG-RECORD.
008400     05 SM-AMOUNT              PIC 9(07)V99.
008500     05 SM-CURRENCY            PIC X(03).
008600     05 SM-FIRST-SEEN          PIC X(08).
008610     05 SM-TOKEN               PIC X(16).
008700 FD  CLOSED-SUSP-FILE
008800     RECORDING MODE IS F.
008900 01  CLOSED-SUSP-RECORD.
010300 FD  JOB-ACCT-FILE
010400     RECORDING MODE IS F.
010500 01  JOB-ACCT-FILE-RECORD      PIC X(60).
010510 FD  GL-EVENT-FILE
010520     RECORDING MODE IS F.
010530 01  GL-EVENT-FILE-RECORD      PIC X(80).
010532*--------------------------------------------------------------
010534* SUSPESC - TONIGHT'S SUPERVISOR ESCALATIONS, ONE ROW PER ITEM,
010536* FOR THE SHIFT HANDOVER. THE CARD TRAVELS AS ITS VAULT TOKEN
010538* AND LAST FOUR ONLY.
010540*--------------------------------------------------------------
010542 FD  SUSP-ESC-FILE
010544     RECORDING MODE IS F.
010546 01  SUSP-ESC-RECORD.
010548     05 SE-TOKEN               PIC X(16).
010550     05 FILLER                 PIC X(02) VALUE SPACES.
010552     05 SE-CARD-LAST4          PIC X(04).
010554     05 FILLER                 PIC X(02) VALUE SPACES.
010556     05 SE-REASON              PIC X(10).
010558     05 FILLER                 PIC X(02) VALUE SPACES.
010560     05 SE-MERCHANT            PIC X(08).
010562     05 FILLER                 PIC X(02) VALUE SPACES.
010564     05 SE-AMOUNT              PIC 9(07).99.
010566     05 FILLER                 PIC X(02) VALUE SPACES.
010568     05 SE-FIRST-SEEN          PIC X(08).
010570     05 FILLER                 PIC X(02) VALUE SPACES.
010572     05 SE-AGE                 PIC 9(05).
010574     05 FILLER                 PIC X(02) VALUE SPACES.
010576     05 SE-RUN-DATE            PIC X(08).
010600 WORKING-STORAGE SECTION.
010700*--------------------------------------------------------------
010800* FILE STATUS AND RUN CONTROLS
011200 77  WS-SUSPMST-STATUS         PIC XX.
011300 77  WS-CLOSED-STATUS          PIC XX.
011400 77  WS-JOBACCT-STATUS         PIC XX.
011410 77  WS-GLEVENT-STATUS         PIC XX.
011420 77  WS-SUSPESC-STATUS         PIC XX.
011430 77  WS-CARD-LEN               PIC 9(02) BINARY.
011500 77  WS-SUSP-EOF-SW            PIC X(01) VALUE "N".
011600     88 END-OF-SUSPENSE        VALUE "Y".
011700 77  WS-RLOG-EOF-SW            PIC X(01) VALUE "N".
013000 COPY BUSDAY.
013100 COPY RUNPARM.
013200 COPY RPTWRITE.
013210 COPY GLEVENT.
013300 01  WS-RPT-DETAIL             PIC X(100).
013400*--------------------------------------------------------------
013500* AGING CONTROLS - THRESHOLDS IN BUSINESS DAYS FROM RUNCTL
021500     IF WS-CLOSED-STATUS = "35"
021600        OPEN OUTPUT CLOSED-SUSP-FILE
021700     END-IF
021710     OPEN EXTEND GL-EVENT-FILE
021720     IF WS-GLEVENT-STATUS = "35"
021730        OPEN OUTPUT GL-EVENT-FILE
021740     END-IF
021750     OPEN OUTPUT SUSP-ESC-FILE
021800     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
023800           END-IF
023900           MOVE SUSP-IN-CURRENCY TO SM-CURRENCY
024000           MOVE WS-RUN-DATE TO SM-FIRST-SEEN
024010           MOVE SUSP-IN-TOKEN TO SM-TOKEN
024100           WRITE SUSP-MASTER-RECORD
024200           ADD 1 TO WS-ITEMS-MERGED
024210        NOT INVALID KEY
024220*          ITEMS OPENED BEFORE THE VAULT PICK UP THEIR TOKEN
024230           IF SM-TOKEN = SPACES
024240              AND SUSP-IN-TOKEN NOT = SPACES
024250              MOVE SUSP-IN-TOKEN TO SM-TOKEN
024260              REWRITE SUSP-MASTER-RECORD
024270           END-IF
024300     END-READ
024400     PERFORM 2100-READ-SUSPENSE THRU 2100-READ-SUSPENSE-EXIT.
024500 2000-MERGE-ONE-SUSP-EXIT.
037900        END-STRING
038000        MOVE "D" TO RPT-REQUEST
038100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038110        PERFORM 4300-WRITE-ESCALATION
038120           THRU 4300-WRITE-ESCALATION-EXIT
038200     END-IF.
038300 4100-AGE-ONE-ITEM-EXIT.
038400     EXIT.
040300     MOVE WS-RUN-DATE TO CS-CLOSED-DATE
040400     MOVE "WRITEOFF" TO CS-DISPOSITION
040500     WRITE CLOSED-SUSP-RECORD
040510     MOVE SPACES TO GL-EVENT-RECORD
040520     MOVE "SUSPAGE" TO GE-SOURCE
040530     MOVE "SUSPWOFF" TO GE-EVENT-TYPE
040540     MOVE WS-RUN-DATE TO GE-BUS-DATE
040550     MOVE SM-AMOUNT TO GE-AMOUNT
040560     MOVE SM-CARD TO GE-REFERENCE
040570     WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
040600     MOVE SPACES TO WS-RPT-DETAIL
040700     STRING "  ** WRITTEN OFF TO CLOSED SUSPENSE FOR ACCOUNTING"
040800        DELIMITED BY SIZE
041300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
041400 4200-MARK-WRITE-OFF-EXIT.
041500     EXIT.
041502*--------------------------------------------------------------
041504* 4300-WRITE-ESCALATION - THE ESCALATED ITEM'S ROW ON SUSPESC
041506*--------------------------------------------------------------
041508 4300-WRITE-ESCALATION.
041510     MOVE SPACES TO SUSP-ESC-RECORD
041512     MOVE SM-TOKEN TO SE-TOKEN
041514     MOVE FUNCTION LENGTH(FUNCTION TRIM(SM-CARD TRAILING))
041516        TO WS-CARD-LEN
041518     IF WS-CARD-LEN > 3
041520        MOVE SM-CARD(WS-CARD-LEN - 3:4) TO SE-CARD-LAST4
041522     END-IF
041524     MOVE SM-REASON TO SE-REASON
041526     MOVE SM-MERCHANT TO SE-MERCHANT
041528     MOVE SM-AMOUNT TO SE-AMOUNT
041530     MOVE SM-FIRST-SEEN TO SE-FIRST-SEEN
041532     MOVE WS-ITEM-AGE TO SE-AGE
041534     MOVE WS-RUN-DATE TO SE-RUN-DATE
041536     WRITE SUSP-ESC-RECORD.
041538 4300-WRITE-ESCALATION-EXIT.
041540     EXIT.
041600*--------------------------------------------------------------
041700* 5000-DELETE-WRITTEN-OFF - RETIRE THE WRITTEN-OFF KEYS FROM
041800*          THE OPEN MASTER
044200     CLOSE SUSPENSE-FILE
044300     CLOSE SUSP-MASTER-FILE
044400     CLOSE CLOSED-SUSP-FILE
044410     CLOSE GL-EVENT-FILE
044420     CLOSE SUSP-ESC-FILE
044500     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
044600 9000-FINISH-EXIT.
044700     EXIT.
