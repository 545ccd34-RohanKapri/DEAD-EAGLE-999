004400*                 EXCEPTION FILE (CPNEXCP) SO THE CASE MANAGER
004500*                 (CPN-FRAUD) OPENS A NUMBERED CASE INSTEAD OF
004600*                 THE FLAG SCROLLING OFF THE REPORT.
004610* 2026-10-15 RLM  APPEND EACH VENUE'S REIMBURSEMENT DUE TO THE
004620*                 SHARED GL EVENT FILE (GLEVENT) FOR THE GL
004630*                 INTERFACE (GL-IFACE).
004635* 2026-10-15 RLM  VENUE MASTER CARRIES THE VENUE'S BUSINESS
004640*                 CALENDAR ID (VM-CALENDAR-ID, BLANK = SHOP). EACH
004645*                 VENUE OWED MONEY GETS A PAY-BY DATE ON THE
004650*                 SETTLEMENT STATEMENT: TODAY PLUS N BUSINESS DAYS
004655*                 ON ITS OWN CALENDAR THROUGH BUSDAY, N FROM
004660*                 RUNCTL KEYWORD PAYDAYS (DEFAULT 2). VENUESTL
004665*                 ROWS WIDEN TO 90 BYTES.
004667* 2026-10-15 RLM  COUPON CAMPAIGNS. THE REGISTER ROW CARRIES THE
004669*                 CAMPAIGN ID (61 BYTES). A RETURN OF A CAMPAIGN
004671*                 COUPON FROM A VENUE NOT ON THE CAMPAIGN'S LIST
004673*                 (CAMPAIGN MASTER CPNCAMP) REJECTS UNDER ITS OWN
004675*                 NOT ELIGIBLE FLAG AND LEAVES THE ROW OPEN. THE
004677*                 RUN POSTS EACH CAMPAIGN'S REDEEMED COUNT AND
004679*                 REIMBURSEMENT SPENT TO THE CAMPAIGN MASTER FOR
004681*                 THE BURN REPORT (CPN-BURN) AND LISTS THEM ON
004683*                 CPNRPT, FLAGGING A CAMPAIGN OVER BUDGET.
004684* 2026-10-15 RLM  VENUE DESK REDEMPTION (TRANSACTION CPNR) MARKS A
004685*                 REGISTER ROW REDEEMED AS IT HAPPENS, WITH THE
004686*                 VENUE, TIME, AND CHANNEL O (86-BYTE ROW). THE
004687*                 NIGHTLY RUN NOW RECONCILES: A RETURN FROM THE
004688*                 SAME VENUE CONFIRMS THE DESK REDEMPTION (CHANNEL
004689*                 R) AND SETTLES AS HONORED; FROM ANOTHER VENUE IT
004690*                 IS SUSPECTED FRAUD. A RETURN ON AN OPEN ROW
004691*                 STILL REDEEMS IT (CHANNEL B, VENUE AND RUN TIME
004692*                 STAMPED). DESK REDEMPTIONS WITH NO RETURN YET
004693*                 ARE LISTED AS AWAITING RETURN WITH A SUMMARY.
004700*--------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
007400     SELECT REDEEM-RPT-FILE ASSIGN TO "CPNRPT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-REDEEMRPT-STATUS.
007610     SELECT GL-EVENT-FILE ASSIGN TO "GLEVENT"
007620         ORGANIZATION IS LINE SEQUENTIAL
007630         FILE STATUS IS WS-GLEVENT-STATUS.
007640     SELECT CAMPAIGN-MASTER-FILE ASSIGN TO "CPNCAMP"
007650         ORGANIZATION IS INDEXED
007660         ACCESS MODE IS DYNAMIC
007670         RECORD KEY IS CM-CAMPAIGN-ID
007680         FILE STATUS IS WS-CPNCAMP-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  COUPON-REG-FILE.
008700     05 CR-REDEEMED            PIC X(01).
008800     05 FILLER                 PIC X(02).
008900     05 CR-EXPIRY-DATE         PIC X(08).
008910     05 FILLER                 PIC X(02).
008920     05 CR-CAMPAIGN-ID         PIC X(08).
008930     05 FILLER                 PIC X(02).
008940     05 CR-RDM-VENUE           PIC X(04).
008950     05 FILLER                 PIC X(02).
008960     05 CR-RDM-TIMESTAMP       PIC X(14).
008970     05 FILLER                 PIC X(02).
008980     05 CR-RDM-CHANNEL         PIC X(01).
009000 FD  RETURNED-FILE.
009100 01  RETURNED-RECORD.
009200     05 RT-SERIAL              PIC X(10).
009900     05 VM-VENUE-ID            PIC X(04).
010000     05 VM-NAME                PIC X(30).
010100     05 VM-REIMB-RATE          PIC 9(03)V99.
010110     05 VM-CALENDAR-ID         PIC X(08).
010200 FD  VENUE-STMT-FILE.
010210 01  VENUE-STMT-RECORD         PIC X(90).
010400 FD  SHARED-ALERT-FILE.
010500 01  SHARED-ALERT-RECORD       PIC X(120).
010600 FD  FRAUD-EXCP-FILE.
011200     05 FX-RUN-DATE            PIC X(08).
011300     05 FILLER                 PIC X(02) VALUE SPACES.
011400     05 FX-NOTE                PIC X(30).
011410 FD  GL-EVENT-FILE.
011420 01  GL-EVENT-FILE-RECORD      PIC X(80).
011422 FD  CAMPAIGN-MASTER-FILE.
011424 01  CAMPAIGN-MASTER-RECORD.
011426     05 CM-CAMPAIGN-ID         PIC X(08).
011428     05 CM-OFFER-TEXT          PIC X(40).
011430     05 CM-ISSUE-FROM          PIC X(08).
011432     05 CM-ISSUE-TO            PIC X(08).
011434     05 CM-EXPIRY-DAYS         PIC 9(03).
011436     05 CM-EXPIRY-DATE         PIC X(08).
011438     05 CM-EXPIRY-CAL          PIC X(08).
011440     05 CM-MAX-COUPONS         PIC 9(07).
011442     05 CM-BUDGET              PIC 9(07)V99.
011444     05 CM-ISSUED              PIC 9(07).
011446     05 CM-REDEEMED            PIC 9(07).
011448     05 CM-SPENT               PIC 9(07)V99.
011450     05 CM-VENUE-COUNT         PIC 9(02).
011452     05 CM-VENUE               PIC X(04) OCCURS 10 TIMES.
011500 WORKING-STORAGE SECTION.
011600*--------------------------------------------------------------
011700* FILE STATUS AND RUN CONTROLS
012800 77  WS-DUPLICATE-COUNT        PIC 9(07) VALUE ZERO.
012900 77  WS-UNKNOWN-COUNT          PIC 9(07) VALUE ZERO.
013000 77  WS-EXPIRED-COUNT          PIC 9(07) VALUE ZERO.
013010 77  WS-INELIGIBLE-COUNT       PIC 9(07) VALUE ZERO.
013020 77  WS-ONLINE-MATCHED-COUNT   PIC 9(07) VALUE ZERO.
013030 77  WS-ONLINE-OPEN-COUNT      PIC 9(07) VALUE ZERO.
013040 77  WS-BATCH-ONLY-COUNT       PIC 9(07) VALUE ZERO.
013050 77  WS-RUN-TIMESTAMP          PIC X(14).
013100 77  WS-TODAY-DATE             PIC X(08).
013200 77  WS-VENUEMST-STATUS        PIC XX.
013300 77  WS-VENUESTL-STATUS        PIC XX.
013500 COPY DATEEDIT.
013600 COPY ALERTMSG.
013700 77  WS-SHALERT-STATUS         PIC XX.
013710 77  WS-GLEVENT-STATUS         PIC XX.
013720 COPY GLEVENT.
013730 COPY RUNPARM.
013740 COPY BUSDAY.
013800*--------------------------------------------------------------
013900* PER-VENUE SETTLEMENT TALLIES
014000*--------------------------------------------------------------
015000 77  WS-VN-FOUND-SW            PIC X.
015100     88 VENUE-SLOT-FOUND       VALUE "Y".
015200 77  WS-REIMB-DUE              PIC 9(09)V99.
015210*    VENUES ARE PAID N BUSINESS DAYS OUT ON THEIR OWN CALENDAR
015220 77  WS-PAY-DAYS               PIC 9(02) VALUE 2.
015230 77  WS-PAY-STEP               PIC 9(02).
015240 77  WS-PAY-BY-DATE            PIC X(08).
015241*--------------------------------------------------------------
015242* CAMPAIGN VENUE LISTS, WITH COUPONS HONORED THIS RUN PER
015243* CAMPAIGN VENUE FOR THE BUDGET POSTING
015244*--------------------------------------------------------------
015245 77  WS-CPNCAMP-STATUS         PIC XX.
015246 77  WS-CAMP-EOF-SW            PIC X VALUE "N".
015247     88 END-OF-CAMPAIGNS       VALUE "Y".
015248 01  WS-CAMP-TABLE.
015249     05 WS-CP-COUNT            PIC 9(03) VALUE ZERO.
015250     05 WS-CP-ENTRY OCCURS 100 TIMES.
015251        10 WS-CP-ID            PIC X(08).
015252        10 WS-CP-VENUE-COUNT   PIC 9(02).
015253        10 WS-CP-VENUE-ENTRY OCCURS 10 TIMES.
015254           15 WS-CP-VENUE      PIC X(04).
015255           15 WS-CP-HONORED    PIC 9(07).
015256 77  WS-CP-SCAN                PIC 9(03).
015257 77  WS-CP-SLOT                PIC 9(03).
015258 77  WS-CV-SCAN                PIC 9(02).
015259 77  WS-CV-SLOT                PIC 9(02).
015260 77  WS-CAMP-NOTE              PIC X(30).
015261 77  WS-CAMP-REDEEMED          PIC 9(07).
015262 77  WS-CAMP-SPENT             PIC 9(07)V99.
015263 01  WS-CAMP-DETAIL-LINE.
015264     05 CL-CAMPAIGN            PIC X(08).
015265     05 FILLER                 PIC X(02) VALUE SPACES.
015266     05 CL-REDEEMED            PIC ZZZZZZ9.
015267     05 FILLER                 PIC X(02) VALUE SPACES.
015268     05 CL-SPENT-RUN           PIC ZZZ,ZZ9.99.
015269     05 FILLER                 PIC X(02) VALUE SPACES.
015270     05 CL-SPENT-TO-DATE       PIC Z,ZZZ,ZZ9.99.
015271     05 FILLER                 PIC X(02) VALUE SPACES.
015272     05 CL-BUDGET              PIC Z,ZZZ,ZZ9.99.
015273     05 FILLER                 PIC X(02) VALUE SPACES.
015274     05 CL-NOTE                PIC X(20).
015300 01  WS-VENUE-STMT-LINE.
015400     05 VS-VENUE               PIC X(04).
015500     05 FILLER                 PIC X(02) VALUE SPACES.
016200     05 VS-FRAUD               PIC ZZZZ9.
016300     05 FILLER                 PIC X(02) VALUE SPACES.
016400     05 VS-EXPIRED             PIC ZZZZ9.
016410     05 FILLER                 PIC X(02) VALUE SPACES.
016420     05 VS-PAY-BY              PIC X(08).
016500*--------------------------------------------------------------
016600* REGISTER LOADED FOR MATCHING
016700*--------------------------------------------------------------
017300        10 WS-RG-GUEST         PIC X(16).
017400        10 WS-RG-REDEEMED      PIC X(01).
017500        10 WS-RG-EXPIRY        PIC X(08).
017510        10 WS-RG-CAMPAIGN      PIC X(08).
017520        10 WS-RG-RDM-VENUE     PIC X(04).
017530        10 WS-RG-RDM-TS        PIC X(14).
017540*         O = REDEEMED AT THE VENUE DESK, AWAITING ITS RETURN
017550*         R = REDEEMED AT THE DESK AND MATCHED TO ITS RETURN
017560*         B = FIRST SEEN REDEEMED ON A NIGHTLY RETURN
017570        10 WS-RG-CHANNEL       PIC X(01).
017580           88 RG-ONLINE-OPEN   VALUE "O".
017600 77  WS-REG-SCAN               PIC 9(05).
017700 77  WS-REG-SLOT               PIC 9(05).
017800 77  WS-MATCH-SW               PIC X.
020100     05 FD-SERIAL              PIC X(10).
020200     05 FILLER                 PIC X(02) VALUE SPACES.
020300     05 FD-NOTE                PIC X(30).
020305 01  WS-ONLINE-OPEN-LINE.
020310     05 FILLER                 PIC X(16) VALUE "AWAITING RETURN".
020315     05 FILLER                 PIC X(02) VALUE SPACES.
020320     05 OO-SERIAL              PIC 9(10).
020325     05 FILLER                 PIC X(02) VALUE SPACES.
020330     05 OO-VENUE               PIC X(04).
020335     05 FILLER                 PIC X(02) VALUE SPACES.
020340     05 OO-TIMESTAMP           PIC X(14).
020345 01  WS-ONLINE-TOTAL-LINE.
020350     05 FILLER                 PIC X(22)
020355                               VALUE "ONLINE REDEMPTIONS -  ".
020360     05 FILLER                 PIC X(11) VALUE "RECONCILED ".
020365     05 OT-MATCHED             PIC ZZZZZZ9.
020370     05 FILLER                 PIC X(18)
020372                         VALUE "  AWAITING RETURN ".
020375     05 OT-OPEN                PIC ZZZZZZ9.
020380     05 FILLER                 PIC X(13) VALUE "  BATCH ONLY ".
020385     05 OT-BATCH-ONLY          PIC ZZZZZZ9.
020400 01  WS-RATE-DETAIL-LINE.
020500     05 RD-RUN-DATE            PIC X(08).
020600     05 FILLER                 PIC X(02) VALUE SPACES.
021800     PERFORM 2000-MATCH-ONE-RETURN
021900        THRU 2000-MATCH-ONE-RETURN-EXIT
022000        UNTIL END-OF-RETURNS
022010     PERFORM 2800-ONLINE-OPEN THRU 2800-ONLINE-OPEN-EXIT
022100     PERFORM 3000-REWRITE-REGISTER
022200        THRU 3000-REWRITE-REGISTER-EXIT
022300     PERFORM 4000-RATE-BY-RUN THRU 4000-RATE-BY-RUN-EXIT
022400     PERFORM 5000-VENUE-SETTLEMENT
022500        THRU 5000-VENUE-SETTLEMENT-EXIT
022510     PERFORM 5500-POST-CAMPAIGNS THRU 5500-POST-CAMPAIGNS-EXIT
022600     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
022700     IF WS-DUPLICATE-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
022800        PERFORM 6000-WRITE-SHARED-ALERT
023500*--------------------------------------------------------------
023600 1000-INITIALIZE.
023700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
023705     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
023710     MOVE "CPNREDM" TO RP-PROGRAM-ID
023720     MOVE "PAYDAYS" TO RP-KEYWORD
023730     MOVE SPACES TO RP-DEFAULT
023740     CALL "RUNPARM" USING RUN-PARM-CONTROL
023750     IF RP-VALUE-FOUND AND RP-VALUE(1:2) IS NUMERIC
023760        MOVE RP-VALUE(1:2) TO WS-PAY-DAYS
023770     END-IF
023800     OPEN EXTEND FRAUD-EXCP-FILE
023900     IF WS-CPNEXCP-STATUS = "35"
024000        OPEN OUTPUT FRAUD-EXCP-FILE
024800           UNTIL END-OF-REGISTER
024900        CLOSE COUPON-REG-FILE
025000     END-IF
025010     PERFORM 1200-LOAD-CAMPAIGNS THRU 1200-LOAD-CAMPAIGNS-EXIT
025100     OPEN INPUT RETURNED-FILE
025200     IF WS-RETURNED-STATUS NOT = "00"
025300        SET END-OF-RETURNS TO TRUE
027300              MOVE CR-GUEST TO WS-RG-GUEST(WS-REG-COUNT)
027400              MOVE CR-REDEEMED TO WS-RG-REDEEMED(WS-REG-COUNT)
027500              MOVE CR-EXPIRY-DATE TO WS-RG-EXPIRY(WS-REG-COUNT)
027510              MOVE CR-CAMPAIGN-ID TO WS-RG-CAMPAIGN(WS-REG-COUNT)
027520              MOVE CR-RDM-VENUE TO WS-RG-RDM-VENUE(WS-REG-COUNT)
027530              MOVE CR-RDM-TIMESTAMP TO WS-RG-RDM-TS(WS-REG-COUNT)
027540              MOVE CR-RDM-CHANNEL TO WS-RG-CHANNEL(WS-REG-COUNT)
027600           END-IF
027700     END-READ.
027800 1100-LOAD-ONE-REG-EXIT.
027900     EXIT.
027902*--------------------------------------------------------------
027904* 1200-LOAD-CAMPAIGNS - EACH CAMPAIGN'S ELIGIBLE VENUES. WITH
027906*          NO CAMPAIGN MASTER, A CAMPAIGN COUPON CANNOT BE
027908*          VERIFIED AND REJECTS AS NOT ELIGIBLE.
027910*--------------------------------------------------------------
027912 1200-LOAD-CAMPAIGNS.
027914     OPEN INPUT CAMPAIGN-MASTER-FILE
027916     IF WS-CPNCAMP-STATUS NOT = "00"
027918        GO TO 1200-LOAD-CAMPAIGNS-EXIT
027920     END-IF
027922     MOVE LOW-VALUES TO CM-CAMPAIGN-ID
027924     START CAMPAIGN-MASTER-FILE KEY NOT < CM-CAMPAIGN-ID
027926        INVALID KEY
027928           SET END-OF-CAMPAIGNS TO TRUE
027930     END-START
027931     PERFORM 1210-LOAD-ONE-CAMPAIGN
027932        THRU 1210-LOAD-ONE-CAMPAIGN-EXIT
027933        UNTIL END-OF-CAMPAIGNS
027936     CLOSE CAMPAIGN-MASTER-FILE.
027938 1200-LOAD-CAMPAIGNS-EXIT.
027940     EXIT.
027942 1210-LOAD-ONE-CAMPAIGN.
027944     READ CAMPAIGN-MASTER-FILE NEXT RECORD
027946        AT END
027948           SET END-OF-CAMPAIGNS TO TRUE
027950           GO TO 1210-LOAD-ONE-CAMPAIGN-EXIT
027952     END-READ
027954     IF WS-CP-COUNT NOT < 100
027956        GO TO 1210-LOAD-ONE-CAMPAIGN-EXIT
027958     END-IF
027960     ADD 1 TO WS-CP-COUNT
027962     MOVE CM-CAMPAIGN-ID TO WS-CP-ID(WS-CP-COUNT)
027964     MOVE CM-VENUE-COUNT TO WS-CP-VENUE-COUNT(WS-CP-COUNT)
027966     PERFORM 1220-LOAD-ONE-VENUE THRU 1220-LOAD-ONE-VENUE-EXIT
027968        VARYING WS-CV-SCAN FROM 1 BY 1
027970        UNTIL WS-CV-SCAN > 10.
027972 1210-LOAD-ONE-CAMPAIGN-EXIT.
027974     EXIT.
027976 1220-LOAD-ONE-VENUE.
027978     MOVE CM-VENUE(WS-CV-SCAN)
027980        TO WS-CP-VENUE(WS-CP-COUNT, WS-CV-SCAN)
027982     MOVE ZERO TO WS-CP-HONORED(WS-CP-COUNT, WS-CV-SCAN).
027984 1220-LOAD-ONE-VENUE-EXIT.
027986     EXIT.
028000*--------------------------------------------------------------
028010* 2000-MATCH-ONE-RETURN - A RETURNED SERIAL EITHER CONFIRMS THE
028020*          DESK REDEMPTION MADE ON IT AT THE SAME VENUE, REDEEMS
028030*          AN OPEN REGISTER ROW, OR IS SUSPECTED FRAUD
028300*--------------------------------------------------------------
028400 2000-MATCH-ONE-RETURN.
028500     IF RT-SERIAL IS NOT NUMERIC
029900        VARYING WS-REG-SCAN FROM 1 BY 1
030000        UNTIL WS-REG-SCAN > WS-REG-COUNT
030100           OR SERIAL-FOUND
030110     MOVE SPACES TO WS-CAMP-NOTE
030120     MOVE ZERO TO WS-CP-SLOT
030130     IF SERIAL-FOUND
030140        PERFORM 2500-CHECK-CAMPAIGN THRU 2500-CHECK-CAMPAIGN-EXIT
030150     END-IF
030200     EVALUATE TRUE
030300        WHEN NOT SERIAL-FOUND
030400           ADD 1 TO WS-UNKNOWN-COUNT
031100           ADD 1 TO WS-VN-FRAUD(WS-VN-SLOT)
031200           PERFORM 2400-WRITE-FRAUD-EXCP
031300              THRU 2400-WRITE-FRAUD-EXCP-EXIT
031302*       THE DESK ALREADY CHECKED AND MARKED IT; THE VENUE'S OWN
031304*       RETURN CONFIRMS IT AND IT SETTLES AS HONORED
031306        WHEN RG-ONLINE-OPEN(WS-REG-SLOT)
031308           AND WS-RG-RDM-VENUE(WS-REG-SLOT) = RT-VENUE
031310           ADD 1 TO WS-ONLINE-MATCHED-COUNT
031312           MOVE "R" TO WS-RG-CHANNEL(WS-REG-SLOT)
031314           PERFORM 2300-TALLY-VENUE THRU 2300-TALLY-VENUE-EXIT
031316           ADD 1 TO WS-VN-HONORED(WS-VN-SLOT)
031318           IF WS-CP-SLOT > ZERO
031320              ADD 1 TO WS-CP-HONORED(WS-CP-SLOT, WS-CV-SLOT)
031322           END-IF
031324        WHEN RG-ONLINE-OPEN(WS-REG-SLOT)
031326           ADD 1 TO WS-DUPLICATE-COUNT
031328           MOVE SPACES TO WS-FRAUD-DETAIL-LINE
031330           MOVE "SUSPECT FRAUD" TO FD-TAG
031332           MOVE RT-SERIAL TO FD-SERIAL
031334           MOVE "REDEEMED AT DESK OF OTHER VENUE" TO FD-NOTE
031336           WRITE REDEEM-RPT-RECORD FROM WS-FRAUD-DETAIL-LINE
031338           PERFORM 2300-TALLY-VENUE THRU 2300-TALLY-VENUE-EXIT
031340           ADD 1 TO WS-VN-FRAUD(WS-VN-SLOT)
031342           PERFORM 2400-WRITE-FRAUD-EXCP
031344              THRU 2400-WRITE-FRAUD-EXCP-EXIT
031400        WHEN WS-RG-REDEEMED(WS-REG-SLOT) = "Y"
031500           ADD 1 TO WS-DUPLICATE-COUNT
031600           MOVE SPACES TO WS-FRAUD-DETAIL-LINE
033400           WRITE REDEEM-RPT-RECORD FROM WS-FRAUD-DETAIL-LINE
033500           PERFORM 2300-TALLY-VENUE THRU 2300-TALLY-VENUE-EXIT
033600           ADD 1 TO WS-VN-EXPIRED(WS-VN-SLOT)
033610*       A CAMPAIGN COUPON IS GOOD ONLY AT THE CAMPAIGN'S VENUES;
033620*       THE ROW STAYS OPEN FOR AN ELIGIBLE VENUE TO REDEEM
033630        WHEN WS-CAMP-NOTE NOT = SPACES
033640           ADD 1 TO WS-INELIGIBLE-COUNT
033650           MOVE SPACES TO WS-FRAUD-DETAIL-LINE
033660           MOVE "NOT ELIGIBLE" TO FD-TAG
033670           MOVE RT-SERIAL TO FD-SERIAL
033680           MOVE WS-CAMP-NOTE TO FD-NOTE
033690           WRITE REDEEM-RPT-RECORD FROM WS-FRAUD-DETAIL-LINE
033700        WHEN OTHER
033800           ADD 1 TO WS-REDEEMED-COUNT
033810           ADD 1 TO WS-BATCH-ONLY-COUNT
033900           MOVE "Y" TO WS-RG-REDEEMED(WS-REG-SLOT)
033910           MOVE RT-VENUE TO WS-RG-RDM-VENUE(WS-REG-SLOT)
033920           MOVE WS-RUN-TIMESTAMP TO WS-RG-RDM-TS(WS-REG-SLOT)
033930           MOVE "B" TO WS-RG-CHANNEL(WS-REG-SLOT)
034000           PERFORM 2300-TALLY-VENUE THRU 2300-TALLY-VENUE-EXIT
034100           ADD 1 TO WS-VN-HONORED(WS-VN-SLOT)
034110           IF WS-CP-SLOT > ZERO
034120              ADD 1 TO WS-CP-HONORED(WS-CP-SLOT, WS-CV-SLOT)
034130           END-IF
034200     END-EVALUATE.
034300 2000-MATCH-ONE-RETURN-NEXT.
034400     PERFORM 2100-READ-RETURN THRU 2100-READ-RETURN-EXIT.
040500     END-IF.
040600 2200-SCAN-ONE-REG-EXIT.
040700     EXIT.
040702*--------------------------------------------------------------
040704* 2500-CHECK-CAMPAIGN - A COUPON ISSUED UNDER A CAMPAIGN MUST COME
040706*          BACK FROM ONE OF THE CAMPAIGN'S VENUES. LEAVES THE
040708*          REJECTION NOTE IN WS-CAMP-NOTE (BLANK = ELIGIBLE) AND
040710*          THE CAMPAIGN AND VENUE SLOTS FOR THE BUDGET POSTING.
040712*--------------------------------------------------------------
040714 2500-CHECK-CAMPAIGN.
040716     IF WS-RG-CAMPAIGN(WS-REG-SLOT) = SPACES
040718        GO TO 2500-CHECK-CAMPAIGN-EXIT
040720     END-IF
040721     PERFORM 2510-SCAN-ONE-CAMPAIGN
040722        THRU 2510-SCAN-ONE-CAMPAIGN-EXIT
040723        VARYING WS-CP-SCAN FROM 1 BY 1
040726        UNTIL WS-CP-SCAN > WS-CP-COUNT
040728           OR WS-CP-SLOT > ZERO
040730     IF WS-CP-SLOT = ZERO
040732        MOVE "CAMPAIGN NOT ON MASTER" TO WS-CAMP-NOTE
040734        GO TO 2500-CHECK-CAMPAIGN-EXIT
040736     END-IF
040738     MOVE ZERO TO WS-CV-SLOT
040740     PERFORM 2520-SCAN-ONE-CAMP-VENUE
040742        THRU 2520-SCAN-ONE-CAMP-VENUE-EXIT
040744        VARYING WS-CV-SCAN FROM 1 BY 1
040746        UNTIL WS-CV-SCAN > WS-CP-VENUE-COUNT(WS-CP-SLOT)
040748           OR WS-CV-SLOT > ZERO
040750     IF WS-CV-SLOT = ZERO
040752        MOVE "VENUE NOT IN CAMPAIGN" TO WS-CAMP-NOTE
040754        MOVE ZERO TO WS-CP-SLOT
040756     END-IF.
040758 2500-CHECK-CAMPAIGN-EXIT.
040760     EXIT.
040762 2510-SCAN-ONE-CAMPAIGN.
040764     IF WS-CP-ID(WS-CP-SCAN) = WS-RG-CAMPAIGN(WS-REG-SLOT)
040766        MOVE WS-CP-SCAN TO WS-CP-SLOT
040768     END-IF.
040770 2510-SCAN-ONE-CAMPAIGN-EXIT.
040772     EXIT.
040774 2520-SCAN-ONE-CAMP-VENUE.
040776     IF WS-CP-VENUE(WS-CP-SLOT, WS-CV-SCAN) = RT-VENUE
040778        MOVE WS-CV-SCAN TO WS-CV-SLOT
040780     END-IF.
040782 2520-SCAN-ONE-CAMP-VENUE-EXIT.
040784     EXIT.
040800*--------------------------------------------------------------
040802* 2800-ONLINE-OPEN - DESK REDEMPTIONS STILL WITHOUT A RETURN ARE
040804*          LISTED, NOT FLAGGED: THEY STAY OPEN TO MATCH A LATER
040806*          RETURN AND ARE NOT SETTLED UNTIL THEN
040808*--------------------------------------------------------------
040810 2800-ONLINE-OPEN.
040812     PERFORM 2810-CHECK-ONE-OPEN THRU 2810-CHECK-ONE-OPEN-EXIT
040814        VARYING WS-REG-SCAN FROM 1 BY 1
040816        UNTIL WS-REG-SCAN > WS-REG-COUNT
040818     MOVE WS-ONLINE-MATCHED-COUNT TO OT-MATCHED
040820     MOVE WS-ONLINE-OPEN-COUNT TO OT-OPEN
040822     MOVE WS-BATCH-ONLY-COUNT TO OT-BATCH-ONLY
040824     WRITE REDEEM-RPT-RECORD FROM WS-ONLINE-TOTAL-LINE.
040826 2800-ONLINE-OPEN-EXIT.
040828     EXIT.
040830 2810-CHECK-ONE-OPEN.
040832     IF NOT RG-ONLINE-OPEN(WS-REG-SCAN)
040834        GO TO 2810-CHECK-ONE-OPEN-EXIT
040836     END-IF
040838     ADD 1 TO WS-ONLINE-OPEN-COUNT
040840     MOVE WS-RG-SERIAL(WS-REG-SCAN) TO OO-SERIAL
040842     MOVE WS-RG-RDM-VENUE(WS-REG-SCAN) TO OO-VENUE
040844     MOVE WS-RG-RDM-TS(WS-REG-SCAN) TO OO-TIMESTAMP
040846     WRITE REDEEM-RPT-RECORD FROM WS-ONLINE-OPEN-LINE.
040848 2810-CHECK-ONE-OPEN-EXIT.
040850     EXIT.
040852*--------------------------------------------------------------
040900* 3000-REWRITE-REGISTER - THE NEW REDEEMED FLAGS GO BACK IN
041000*          PLACE
041100*--------------------------------------------------------------
042400     MOVE WS-RG-GUEST(WS-REG-SCAN) TO CR-GUEST
042500     MOVE WS-RG-REDEEMED(WS-REG-SCAN) TO CR-REDEEMED
042600     MOVE WS-RG-EXPIRY(WS-REG-SCAN) TO CR-EXPIRY-DATE
042610     MOVE WS-RG-CAMPAIGN(WS-REG-SCAN) TO CR-CAMPAIGN-ID
042620     MOVE WS-RG-RDM-VENUE(WS-REG-SCAN) TO CR-RDM-VENUE
042630     MOVE WS-RG-RDM-TS(WS-REG-SCAN) TO CR-RDM-TIMESTAMP
042640     MOVE WS-RG-CHANNEL(WS-REG-SCAN) TO CR-RDM-CHANNEL
042700     WRITE COUPON-REG-RECORD.
042800 3100-WRITE-ONE-REG-EXIT.
042900     EXIT.
050000 5000-VENUE-SETTLEMENT.
050100     OPEN OUTPUT VENUE-STMT-FILE
050200     OPEN INPUT VENUE-MASTER-FILE
050210     OPEN EXTEND GL-EVENT-FILE
050220     IF WS-GLEVENT-STATUS = "35"
050230        OPEN OUTPUT GL-EVENT-FILE
050240     END-IF
050300     MOVE "VENUE SETTLEMENT STATEMENT" TO VENUE-STMT-RECORD
050400     WRITE VENUE-STMT-RECORD
050500     MOVE "VENU  NAME                            HONORED
050600-         "  DUE  FRAUD  EXPIRD" TO VENUE-STMT-RECORD
050610     MOVE "PAY BY" TO VENUE-STMT-RECORD(74:6)
050700     WRITE VENUE-STMT-RECORD
050800     PERFORM 5100-STATE-ONE-VENUE THRU 5100-STATE-ONE-VENUE-EXIT
050900        VARYING WS-VN-SCAN FROM 1 BY 1
051000        UNTIL WS-VN-SCAN > WS-VN-COUNT
051100     CLOSE VENUE-MASTER-FILE
051110     CLOSE GL-EVENT-FILE
051200     CLOSE VENUE-STMT-FILE.
051300 5000-VENUE-SETTLEMENT-EXIT.
051400     EXIT.
052500           COMPUTE WS-REIMB-DUE =
052600              WS-VN-HONORED(WS-VN-SCAN) * VM-REIMB-RATE
052700     END-READ
052710     IF WS-REIMB-DUE > ZERO
052720        PERFORM 5200-SET-PAY-BY THRU 5200-SET-PAY-BY-EXIT
052730        MOVE WS-PAY-BY-DATE TO VS-PAY-BY
052740     END-IF
052800     MOVE WS-VN-HONORED(WS-VN-SCAN) TO VS-HONORED
052900     MOVE WS-REIMB-DUE TO VS-DUE
053000     MOVE WS-VN-FRAUD(WS-VN-SCAN) TO VS-FRAUD
053100     MOVE WS-VN-EXPIRED(WS-VN-SCAN) TO VS-EXPIRED
053110     WRITE VENUE-STMT-RECORD FROM WS-VENUE-STMT-LINE
053120*    THE REIMBURSEMENT OWED TO THE VENUE GOES TO THE LEDGER
053130     IF WS-REIMB-DUE > ZERO
053140        MOVE SPACES TO GL-EVENT-RECORD
053150        MOVE "CPNREDM" TO GE-SOURCE
053160        MOVE "VENREIMB" TO GE-EVENT-TYPE
053170        MOVE WS-TODAY-DATE TO GE-BUS-DATE
053180        MOVE WS-REIMB-DUE TO GE-AMOUNT
053190        MOVE WS-VN-ID(WS-VN-SCAN) TO GE-REFERENCE
053200        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
053210     END-IF.
053300 5100-STATE-ONE-VENUE-EXIT.
053400     EXIT.
053402*--------------------------------------------------------------
053404* 5200-SET-PAY-BY - TODAY PLUS PAYDAYS BUSINESS DAYS ON THE
053406*          VENUE'S CALENDAR. A CALENDAR BUSCAL DOES NOT CARRY
053408*          FALLS BACK TO THE SHOP'S.
053410*--------------------------------------------------------------
053412 5200-SET-PAY-BY.
053414     MOVE VM-CALENDAR-ID TO BD-CALENDAR-ID
053416     MOVE WS-TODAY-DATE TO WS-PAY-BY-DATE
053418     PERFORM 5210-STEP-ONE-DAY THRU 5210-STEP-ONE-DAY-EXIT
053420        VARYING WS-PAY-STEP FROM 1 BY 1
053422        UNTIL WS-PAY-STEP > WS-PAY-DAYS.
053424 5200-SET-PAY-BY-EXIT.
053426     EXIT.
053428 5210-STEP-ONE-DAY.
053430     MOVE "N" TO BD-REQUEST
053432     MOVE WS-PAY-BY-DATE TO BD-DATE-1
053434     CALL "BUSDAY" USING BUS-DAY-CONTROL
053436     IF BD-STATUS = "NC"
053438        MOVE SPACES TO BD-CALENDAR-ID
053440        CALL "BUSDAY" USING BUS-DAY-CONTROL
053442     END-IF
053444     IF BD-STATUS = "00"
053446        MOVE BD-RESULT-DATE TO WS-PAY-BY-DATE
053448     END-IF.
053450 5210-STEP-ONE-DAY-EXIT.
053452     EXIT.
053453*--------------------------------------------------------------
053454* 5500-POST-CAMPAIGNS - EACH CAMPAIGN THAT HONORED COUPONS THIS
053455*          RUN ADDS THEM TO ITS REDEEMED COUNT, AND THEIR
053456*          REIMBURSEMENT AT EACH VENUE'S MASTER RATE TO ITS
053457*          SPENT, FOR THE BURN REPORT (CPN-BURN)
053458*--------------------------------------------------------------
053459 5500-POST-CAMPAIGNS.
053460     IF WS-CP-COUNT = ZERO
053461        GO TO 5500-POST-CAMPAIGNS-EXIT
053462     END-IF
053463     OPEN I-O CAMPAIGN-MASTER-FILE
053464     IF WS-CPNCAMP-STATUS NOT = "00"
053465        MOVE "CAMPAIGN MASTER NOT AVAILABLE - BUDGETS NOT POSTED"
053466           TO REDEEM-RPT-RECORD
053467        WRITE REDEEM-RPT-RECORD
053468        GO TO 5500-POST-CAMPAIGNS-EXIT
053469     END-IF
053470     OPEN INPUT VENUE-MASTER-FILE
053472     MOVE "CAMPAIGN  REDEEMD  REIMBURSED SPENT TO DATE"
053474        TO REDEEM-RPT-RECORD
053476     MOVE "BUDGET" TO REDEEM-RPT-RECORD(52:6)
053478     WRITE REDEEM-RPT-RECORD
053480     PERFORM 5510-POST-ONE-CAMPAIGN
053482        THRU 5510-POST-ONE-CAMPAIGN-EXIT
053484        VARYING WS-CP-SCAN FROM 1 BY 1
053486        UNTIL WS-CP-SCAN > WS-CP-COUNT
053488     CLOSE VENUE-MASTER-FILE
053490     CLOSE CAMPAIGN-MASTER-FILE.
053492 5500-POST-CAMPAIGNS-EXIT.
053494     EXIT.
053496 5510-POST-ONE-CAMPAIGN.
053498     MOVE ZERO TO WS-CAMP-REDEEMED
053500     MOVE ZERO TO WS-CAMP-SPENT
053502     PERFORM 5520-PRICE-ONE-VENUE THRU 5520-PRICE-ONE-VENUE-EXIT
053504        VARYING WS-CV-SCAN FROM 1 BY 1
053506        UNTIL WS-CV-SCAN > WS-CP-VENUE-COUNT(WS-CP-SCAN)
053508     IF WS-CAMP-REDEEMED = ZERO
053510        GO TO 5510-POST-ONE-CAMPAIGN-EXIT
053512     END-IF
053514     MOVE SPACES TO WS-CAMP-DETAIL-LINE
053516     MOVE WS-CP-ID(WS-CP-SCAN) TO CL-CAMPAIGN
053518     MOVE WS-CAMP-REDEEMED TO CL-REDEEMED
053520     MOVE WS-CAMP-SPENT TO CL-SPENT-RUN
053522     MOVE WS-CP-ID(WS-CP-SCAN) TO CM-CAMPAIGN-ID
053524     READ CAMPAIGN-MASTER-FILE
053526        INVALID KEY
053528           MOVE "NOT POSTED" TO CL-NOTE
053530           WRITE REDEEM-RPT-RECORD FROM WS-CAMP-DETAIL-LINE
053532           GO TO 5510-POST-ONE-CAMPAIGN-EXIT
053534     END-READ
053536     ADD WS-CAMP-REDEEMED TO CM-REDEEMED
053538     ADD WS-CAMP-SPENT TO CM-SPENT
053540     MOVE CM-SPENT TO CL-SPENT-TO-DATE
053542     MOVE CM-BUDGET TO CL-BUDGET
053544     IF CM-SPENT > CM-BUDGET
053546        MOVE "OVER BUDGET" TO CL-NOTE
053548     END-IF
053550     REWRITE CAMPAIGN-MASTER-RECORD
053552        INVALID KEY
053554           MOVE "NOT POSTED" TO CL-NOTE
053556     END-REWRITE
053558     WRITE REDEEM-RPT-RECORD FROM WS-CAMP-DETAIL-LINE.
053560 5510-POST-ONE-CAMPAIGN-EXIT.
053562     EXIT.
053564 5520-PRICE-ONE-VENUE.
053566     IF WS-CP-HONORED(WS-CP-SCAN, WS-CV-SCAN) = ZERO
053568        GO TO 5520-PRICE-ONE-VENUE-EXIT
053570     END-IF
053572     ADD WS-CP-HONORED(WS-CP-SCAN, WS-CV-SCAN) TO WS-CAMP-REDEEMED
053574     MOVE WS-CP-VENUE(WS-CP-SCAN, WS-CV-SCAN) TO VM-VENUE-ID
053576     READ VENUE-MASTER-FILE
053578        INVALID KEY
053580           GO TO 5520-PRICE-ONE-VENUE-EXIT
053582     END-READ
053584     COMPUTE WS-CAMP-SPENT = WS-CAMP-SPENT
053586        + WS-CP-HONORED(WS-CP-SCAN, WS-CV-SCAN) * VM-REIMB-RATE.
053588 5520-PRICE-ONE-VENUE-EXIT.
053590     EXIT.
053592*--------------------------------------------------------------
053600* 6000-WRITE-SHARED-ALERT - SUSPECTED FRAUD SURFACES ON THE
053700*          SHOP-WIDE ALERTS FILE
053800*--------------------------------------------------------------
