003200*                 CARRIES THE EXPIRY SO THE REDEMPTION RUN CAN
003300*                 REJECT A COUPON FROM A PROMOTION THAT ENDED
003400*                 MONTHS AGO.
003410* 2026-10-15 RLM  EXPIRY COUNTS BUSINESS DAYS ON THE CALENDAR
003420*                 NAMED BY RUNCTL KEYWORD EXPCAL (DEFAULT BLANK =
003430*                 SHOP CALENDAR), SO A PROMOTION RUN FOR A
003440*                 REGIONAL VENUE EXPIRES ON THAT REGION'S DAYS.
003445* 2026-10-15 RLM  ISSUE UNDER A COUPON CAMPAIGN (RUNCTL KEYWORD
003450*                 CAMPAIGN, KEYED CAMPAIGN MASTER CPNCAMP). THE
003455*                 RUN DATE MUST FALL IN THE CAMPAIGN'S ISSUE
003460*                 WINDOW AND THE CAMPAIGN'S EXPIRY RULE REPLACES
003465*                 EXPDAYS/EXPCAL. EACH REGISTER ROW CARRIES THE
003470*                 CAMPAIGN ID (CPNREG WIDENS TO 61 BYTES). ONCE
003475*                 THE CAMPAIGN'S ISSUED COUNT REACHES ITS CAP,
003480*                 OR THE CAMPAIGN IS MISSING OR OUT OF WINDOW,
003485*                 GUESTS ARE LISTED NOT ISSUED ON COUPRPT WITH
003490*                 NO SERIAL SPENT AND THE RUN ENDS WITH RETURN
003495*                 CODE 4. NO CAMPAIGN NAMED ISSUES AS BEFORE.
003496* 2026-10-15 RLM  COUPON REGISTER ROW CARRIES WHERE, WHEN, AND HOW
003497*                 IT WAS REDEEMED (86 BYTES); NEW ROWS LEAVE THEM
003498*                 BLANK.
003508* 2026-10-15 RLM  AN EXPIRY CALENDAR ID BUSDAY DOES NOT KNOW
003518*                 FALLS BACK TO THE SHOP CALENDAR INSTEAD OF
003528*                 LEAVING THE COUPON EXPIRING ON ITS RUN DATE.
003538*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
004900     SELECT COUPON-REG-FILE ASSIGN TO "CPNREG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CPNREG-STATUS.
005110     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CPNCAMP"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS CM-CAMPAIGN-ID
005150         FILE STATUS IS WS-CPNCAMP-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  GUEST-IN-FILE.
007000     05 CR-REDEEMED            PIC X(01).
007100     05 FILLER                 PIC X(02).
007200     05 CR-EXPIRY-DATE         PIC X(08).
007205     05 FILLER                 PIC X(02).
007210     05 CR-CAMPAIGN-ID         PIC X(08).
007211     05 FILLER                 PIC X(02).
007212     05 CR-RDM-VENUE           PIC X(04).
007213     05 FILLER                 PIC X(02).
007214     05 CR-RDM-TIMESTAMP       PIC X(14).
007215     05 FILLER                 PIC X(02).
007216     05 CR-RDM-CHANNEL         PIC X(01).
007217 FD  CAMPAIGN-MASTER-FILE.
007220 01  CAMPAIGN-MASTER-RECORD.
007225     05 CM-CAMPAIGN-ID         PIC X(08).
007230     05 CM-OFFER-TEXT          PIC X(40).
007235     05 CM-ISSUE-FROM          PIC X(08).
007240     05 CM-ISSUE-TO            PIC X(08).
007245     05 CM-EXPIRY-DAYS         PIC 9(03).
007250     05 CM-EXPIRY-DATE         PIC X(08).
007255     05 CM-EXPIRY-CAL          PIC X(08).
007260     05 CM-MAX-COUPONS         PIC 9(07).
007265     05 CM-BUDGET              PIC 9(07)V99.
007270     05 CM-ISSUED              PIC 9(07).
007275     05 CM-REDEEMED            PIC 9(07).
007280     05 CM-SPENT               PIC 9(07)V99.
007285     05 CM-VENUE-COUNT         PIC 9(02).
007290     05 CM-VENUE               PIC X(04) OCCURS 10 TIMES.
007300 WORKING-STORAGE SECTION.
007400*--------------------------------------------------------------
007500* ORIGINAL TWO-FER WORKING STORAGE
009700 77  WS-EXP-DAYS               PIC 9(03) VALUE 30.
009800 77  WS-EXPIRY-DATE            PIC X(08).
009900 77  WS-EXP-STEP               PIC 9(03).
009910 77  WS-EXP-CALENDAR           PIC X(08) VALUE SPACES.
009915*--------------------------------------------------------------
009920* CAMPAIGN THE RUN ISSUES UNDER (RUNCTL TWOFER CAMPAIGN)
009925*--------------------------------------------------------------
009930 77  WS-CPNCAMP-STATUS         PIC XX.
009935 77  WS-CAMPAIGN-ID            PIC X(08) VALUE SPACES.
009940 77  WS-CAMPAIGN-SW            PIC X VALUE "N".
009945     88 CAMPAIGN-LOADED                   VALUE "Y".
009950 77  WS-CPNCAMP-OPEN-SW        PIC X VALUE "N".
009955     88 CAMPAIGN-MASTER-OPEN              VALUE "Y".
009960 77  WS-REFUSE-REASON          PIC X(40) VALUE SPACES.
009965 77  WS-REFUSED-COUNT          PIC 9(5) VALUE 0.
010000 COPY RUNPARM.
010100 COPY BUSDAY.
010200 01  COUPON-DETAIL-LINE.
010500     05 CD-COUPON-NO           PIC Z(4)9.
010600     05 FILLER                 PIC X(02) VALUE SPACES.
010700     05 CD-RESULT              PIC X(64).
010710 01  COUPON-REFUSAL-LINE.
010720     05 CF-TAG                 PIC X(10) VALUE "NOT ISSUED".
010730     05 FILLER                 PIC X(02) VALUE SPACES.
010740     05 CF-COUPON-NO           PIC Z(4)9.
010750     05 FILLER                 PIC X(02) VALUE SPACES.
010760     05 CF-GUEST               PIC X(16).
010770     05 FILLER                 PIC X(02) VALUE SPACES.
010780     05 CF-REASON              PIC X(40).
010800*--------------------------------------------------------------
010900* ONLINE-ENTRY LINKAGE - TWOFERCICS PASSES ONE GUEST
011000*          NAME IN AND RECEIVES ONE COUPON LINE BACK PER CALL.
012200     PERFORM 2000-PROCESS-GUESTS THRU 2000-PROCESS-GUESTS-EXIT
012300        UNTIL END-OF-GUESTIN
012400     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
012410     IF WS-REFUSED-COUNT > ZERO
012420        MOVE 4 TO RETURN-CODE
012430     END-IF
012500     STOP RUN.
012600*--------------------------------------------------------------
012700* 1000-INITIALIZE
013500     IF RP-VALUE-FOUND AND RP-VALUE(1:3) IS NUMERIC
013600        MOVE RP-VALUE(1:3) TO WS-EXP-DAYS
013700     END-IF
013710*    CALENDAR THE EXPIRY COUNTS ON - BLANK IS THE SHOP'S
013720     MOVE "TWOFER" TO RP-PROGRAM-ID
013730     MOVE "EXPCAL" TO RP-KEYWORD
013740     MOVE SPACES TO RP-DEFAULT
013750     CALL "RUNPARM" USING RUN-PARM-CONTROL
013760     IF RP-VALUE-FOUND
013770        MOVE RP-VALUE(1:8) TO WS-EXP-CALENDAR
013780     END-IF
013781     OPEN INPUT GUEST-IN-FILE
013782     OPEN OUTPUT COUPON-RPT-FILE
013783*    THE CAMPAIGN, WHEN ONE IS NAMED, OWNS THE EXPIRY RULE
013784     MOVE "TWOFER" TO RP-PROGRAM-ID
013785     MOVE "CAMPAIGN" TO RP-KEYWORD
013786     MOVE SPACES TO RP-DEFAULT
013787     CALL "RUNPARM" USING RUN-PARM-CONTROL
013788     IF RP-VALUE-FOUND
013789        MOVE RP-VALUE(1:8) TO WS-CAMPAIGN-ID
013790        PERFORM 1300-LOAD-CAMPAIGN THRU 1300-LOAD-CAMPAIGN-EXIT
013791     END-IF
013800     PERFORM 1200-SET-EXPIRY THRU 1200-SET-EXPIRY-EXIT
013810     IF CAMPAIGN-LOADED AND CM-EXPIRY-DATE NOT = SPACES
013820        MOVE CM-EXPIRY-DATE TO WS-EXPIRY-DATE
013830     END-IF
014100*    PICK UP THE NEXT SERIAL FROM THE CONTROLLED RANGE FILE
014200     OPEN INPUT SERIAL-RANGE-FILE
014300     IF WS-RANGE-STATUS = "00"
016300 2000-PROCESS-GUESTS.
016400     ADD 1 TO WS-COUPON-NO
016500     MOVE GI-NAME TO WS-NAME
016510     IF CAMPAIGN-LOADED
016520        IF CM-ISSUED NOT < CM-MAX-COUPONS
016530           MOVE "CAMPAIGN CAP REACHED" TO WS-REFUSE-REASON
016540        END-IF
016550     END-IF
016560     IF WS-REFUSE-REASON NOT = SPACES
016570        PERFORM 2300-REFUSE-GUEST THRU 2300-REFUSE-GUEST-EXIT
016580        GO TO 2000-PROCESS-GUESTS-NEXT
016590     END-IF
016600     PERFORM 3000-TWO-FER THRU 3000-TWO-FER-EXIT
016610     PERFORM 2200-WRITE-COUPON THRU 2200-WRITE-COUPON-EXIT.
016620 2000-PROCESS-GUESTS-NEXT.
016630     PERFORM 2100-READ-GUEST THRU 2100-READ-GUEST-EXIT.
016900 2000-PROCESS-GUESTS-EXIT.
017000     EXIT.
017100 2100-READ-GUEST.
018600     MOVE WS-NAME TO CR-GUEST
018700     MOVE "N" TO CR-REDEEMED
018800     MOVE WS-EXPIRY-DATE TO CR-EXPIRY-DATE
018810     MOVE WS-CAMPAIGN-ID TO CR-CAMPAIGN-ID
018900     WRITE COUPON-REG-RECORD
018910     ADD 1 TO WS-NEXT-SERIAL
018920     IF CAMPAIGN-LOADED
018930        ADD 1 TO CM-ISSUED
018940     END-IF.
018950 2200-WRITE-COUPON-EXIT.
018960     EXIT.
018970*--------------------------------------------------------------
018980* 2300-REFUSE-GUEST - NO COUPON AND NO SERIAL FOR THIS GUEST;
018990*          THE PRINTOUT SAYS WHY
019000*--------------------------------------------------------------
019010 2300-REFUSE-GUEST.
019020     ADD 1 TO WS-REFUSED-COUNT
019030     MOVE WS-COUPON-NO TO CF-COUPON-NO
019040     MOVE WS-NAME TO CF-GUEST
019050     MOVE WS-REFUSE-REASON TO CF-REASON
019060     WRITE COUPON-RPT-RECORD FROM COUPON-REFUSAL-LINE.
019070 2300-REFUSE-GUEST-EXIT.
019080     EXIT.
019300*--------------------------------------------------------------
019400* 9000-FINISH
019500*--------------------------------------------------------------
019600 9000-FINISH.
019700     CLOSE GUEST-IN-FILE
019800     CLOSE COUPON-REG-FILE
019805*    THE CAMPAIGN KEEPS ITS RUNNING ISSUED COUNT FOR THE CAP
019810     IF CAMPAIGN-LOADED
019815        REWRITE CAMPAIGN-MASTER-RECORD
019820           INVALID KEY
019825              MOVE "CAMPAIGN ISSUED COUNT NOT UPDATED"
019830                 TO COUPON-RPT-RECORD
019835              WRITE COUPON-RPT-RECORD
019840        END-REWRITE
019845     END-IF
019850     IF CAMPAIGN-MASTER-OPEN
019855        CLOSE CAMPAIGN-MASTER-FILE
019860     END-IF
019900*    PUT THE ADVANCED SERIAL BACK IN THE RANGE FILE
020000     OPEN OUTPUT SERIAL-RANGE-FILE
020100     MOVE WS-NEXT-SERIAL TO SR-NEXT-SERIAL
020600     EXIT.
020700*--------------------------------------------------------------
020800* 1200-SET-EXPIRY - RUN DATE PLUS N BUSINESS DAYS THROUGH THE
020810*          BUSDAY SERVICE. A CALENDAR ID BUSDAY DOES NOT KNOW
020820*          FALLS BACK TO THE SHOP CALENDAR; ANY OTHER CALENDAR
020830*          MISS LEAVES THE PLAIN RUN DATE, WHICH EXPIRES
020840*          IMMEDIATELY AND GETS NOTICED.
021100*--------------------------------------------------------------
021200 1200-SET-EXPIRY.
021300     MOVE WS-RUN-DATE TO WS-EXPIRY-DATE
021900 1210-STEP-ONE-DAY.
022000     MOVE "N" TO BD-REQUEST
022100     MOVE WS-EXPIRY-DATE TO BD-DATE-1
022110     MOVE WS-EXP-CALENDAR TO BD-CALENDAR-ID
022200     CALL "BUSDAY" USING BUS-DAY-CONTROL
022210     IF BD-STATUS = "NC"
022220        MOVE SPACES TO BD-CALENDAR-ID
022230        CALL "BUSDAY" USING BUS-DAY-CONTROL
022240     END-IF
022300     IF BD-STATUS = "00"
022400        MOVE BD-RESULT-DATE TO WS-EXPIRY-DATE
022500     END-IF.
022600 1210-STEP-ONE-DAY-EXIT.
022700     EXIT.
022702*--------------------------------------------------------------
022704* 1300-LOAD-CAMPAIGN - THE NAMED CAMPAIGN MUST BE ON FILE AND
022706*          OPEN FOR ISSUE TODAY, OR EVERY GUEST IS REFUSED. ITS
022708*          EXPIRY RULE REPLACES EXPDAYS/EXPCAL: N BUSINESS DAYS
022710*          ON ITS CALENDAR, OR ITS FIXED LAST-VALID DATE.
022712*--------------------------------------------------------------
022714 1300-LOAD-CAMPAIGN.
022716     OPEN I-O CAMPAIGN-MASTER-FILE
022718     IF WS-CPNCAMP-STATUS NOT = "00"
022720        MOVE "CAMPAIGN MASTER NOT AVAILABLE" TO WS-REFUSE-REASON
022722        GO TO 1300-LOAD-CAMPAIGN-EXIT
022724     END-IF
022726     SET CAMPAIGN-MASTER-OPEN TO TRUE
022728     MOVE WS-CAMPAIGN-ID TO CM-CAMPAIGN-ID
022730     READ CAMPAIGN-MASTER-FILE
022732        INVALID KEY
022734           MOVE "CAMPAIGN NOT ON FILE" TO WS-REFUSE-REASON
022736           GO TO 1300-LOAD-CAMPAIGN-EXIT
022738     END-READ
022740     MOVE SPACES TO COUPON-RPT-RECORD
022742     STRING "CAMPAIGN " DELIMITED BY SIZE
022744        CM-CAMPAIGN-ID DELIMITED BY SIZE
022746        "  " DELIMITED BY SIZE
022748        CM-OFFER-TEXT DELIMITED BY SIZE
022750        INTO COUPON-RPT-RECORD
022752     END-STRING
022754     WRITE COUPON-RPT-RECORD
022756     IF WS-RUN-DATE < CM-ISSUE-FROM OR WS-RUN-DATE > CM-ISSUE-TO
022758        MOVE "OUTSIDE CAMPAIGN ISSUE WINDOW" TO WS-REFUSE-REASON
022760        GO TO 1300-LOAD-CAMPAIGN-EXIT
022762     END-IF
022764     SET CAMPAIGN-LOADED TO TRUE
022766     IF CM-EXPIRY-DATE = SPACES
022768        MOVE CM-EXPIRY-DAYS TO WS-EXP-DAYS
022770        MOVE CM-EXPIRY-CAL TO WS-EXP-CALENDAR
022772     END-IF.
022774 1300-LOAD-CAMPAIGN-EXIT.
022776     EXIT.
022800*--------------------------------------------------------------
022900* 8000-ONLINE-ENTRY - ALTERNATE ENTRY POINT FOR THE
023000*          EVENT-DESK ONLINE SESSION. ONE CALL TO "TWO-FER-ONLINE"
