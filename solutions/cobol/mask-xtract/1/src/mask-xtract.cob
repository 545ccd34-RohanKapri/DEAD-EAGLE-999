000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MASK-XTRACT.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. COPIES THE PRODUCTION KEYED
001100*                 MASTERS INTO A REHEARSAL SET SO REHEARSALS RUN
001200*                 AGAINST REAL VOLUMES AND REAL DATA SHAPES
001300*                 INSTEAD OF EMPTY OR HAND-BUILT MASTERS. EACH
001400*                 FILE IS WRITTEN UNDER THE REHEARSAL PREFIX
001500*                 (RUNCTL MASKXTR RHPREFIX, DEFAULT REHEARSE) AS
001600*                 PREFIX.DDNAME. PLAYER DISPLAY NAMES, MERCHANT
001700*                 NAMES AND BANK REFERENCES, COUPON GUEST NAMES
001800*                 AND EVERY PAN ARE REPLACED WITH SUBSTITUTES
001900*                 DRAWN FROM A SEEDED HASH OF THE REAL VALUE
002000*                 (RUNCTL MASKXTR MASKSEED), SO ONE REAL VALUE
002100*                 MASKS TO ONE FAKE VALUE IN EVERY FILE AND THE
002200*                 CARD-KEYED MASTERS STILL JOIN. KEYS OTHER THAN
002300*                 PANS ARE NOT TOUCHED. A MASKED PAN KEEPS ITS
002400*                 ISSUER PREFIX AND ITS LUHN RESULT. THE RUN
002500*                 PRINTS MASKCERT, A CERTIFICATE OF THE FIELDS
002600*                 MASKED AND THE FILES COPIED.
002610* 2026-10-15 RLM  MERCHANT MASTER WIDENED TO 68 BYTES FOR THE
002620*                 ACQUIRER'S BUSINESS CALENDAR ID (MM-CALENDAR-ID,
002630*                 BLANK = SHOP CALENDAR); LAYOUT MATCHED.
002640*                 VENUE MASTER LIKEWISE WIDENED TO 47 BYTES FOR
002650*                 THE VENUE'S CALENDAR ID.
002660* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002670*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002680*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002685* 2026-10-15 RLM  ROBOTEND RECORD NOW 111 BYTES (IN-FLIGHT
002690*                 PART, QUANTITY, AND CUSTOMER ORDER REFERENCE);
002695*                 LAYOUT MATCHED.
002696* 2026-10-15 RLM  COUPON REGISTER ROWS WIDEN TO 61 BYTES FOR THE
002697*                 CAMPAIGN ID; THE NEW CAMPAIGN MASTER (CPNCAMP)
002698*                 HOLDS NO PERSONAL DATA AND IS NOT COPIED.
002708* 2026-10-15 RLM  COUPON REGISTER ROW WIDENED TO 86 BYTES; THE
002718*                 REDEMPTION VENUE, TIME, AND CHANNEL COPY AS IS.
002720* 2026-10-15 RLM  MERCHRCV WIDENED TO 42 BYTES FOR THE PRIOR
002722*                 BALANCE MERCH-SETTLE NOW KEEPS; LAYOUT MATCHED.
002728*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 REPOSITORY.
003100     FUNCTION ALL INTRINSIC.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS PL-PLAYER-ID
003800         FILE STATUS IS WS-IN-STATUS.
003900     SELECT RH-PLAYRMST-FILE ASSIGN USING WS-OUT-NAME
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS RH-PL-PLAYER-ID
004300         FILE STATUS IS WS-OUT-STATUS.
004400     SELECT SCORES-FILE ASSIGN TO "SCOREDAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS SCORE-KEY
004800         FILE STATUS IS WS-IN-STATUS.
004900     SELECT RH-SCOREDAT-FILE ASSIGN USING WS-OUT-NAME
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS RH-SCOREDAT-KEY
005300         FILE STATUS IS WS-OUT-STATUS.
005400     SELECT RATING-MASTER-FILE ASSIGN TO "RATINGMS"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS RT-PLAYER-ID
005800         FILE STATUS IS WS-IN-STATUS.
005900     SELECT RH-RATINGMS-FILE ASSIGN USING WS-OUT-NAME
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS RH-RATINGMS-KEY
006300         FILE STATUS IS WS-OUT-STATUS.
006400     SELECT SCORECARD-FILE ASSIGN TO "YACHTSCR"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS SC-KEY
006800         FILE STATUS IS WS-IN-STATUS.
006900     SELECT RH-YACHTSCR-FILE ASSIGN USING WS-OUT-NAME
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS RH-YACHTSCR-KEY
007300         FILE STATUS IS WS-OUT-STATUS.
007400     SELECT ACHIEVE-FILE ASSIGN TO "ACHIEVE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS ACH-KEY
007800         FILE STATUS IS WS-IN-STATUS.
007900     SELECT RH-ACHIEVE-FILE ASSIGN USING WS-OUT-NAME
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS RH-ACHIEVE-KEY
008300         FILE STATUS IS WS-OUT-STATUS.
008400     SELECT MERCHANT-MASTER-FILE ASSIGN TO "MERCHMST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS MM-MERCHANT-ID
008800         FILE STATUS IS WS-IN-STATUS.
008900     SELECT RH-MERCHMST-FILE ASSIGN USING WS-OUT-NAME
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS RH-MM-MERCHANT-ID
009300         FILE STATUS IS WS-OUT-STATUS.
009400     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS SEQUENTIAL
009700         RECORD KEY IS FS-KEY
009800         FILE STATUS IS WS-IN-STATUS.
009900     SELECT RH-FEESCHED-FILE ASSIGN USING WS-OUT-NAME
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS RANDOM
010200         RECORD KEY IS RH-FEESCHED-KEY
010300         FILE STATUS IS WS-OUT-STATUS.
010400     SELECT SETL-HIST-FILE ASSIGN TO "SETLHIST"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS SEQUENTIAL
010700         RECORD KEY IS SH-KEY
010800         FILE STATUS IS WS-IN-STATUS.
010900     SELECT RH-SETLHIST-FILE ASSIGN USING WS-OUT-NAME
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS RANDOM
011200         RECORD KEY IS RH-SETLHIST-KEY
011300         FILE STATUS IS WS-OUT-STATUS.
011400     SELECT HELD-FUNDS-FILE ASSIGN TO "HELDFUND"
011500         ORGANIZATION IS INDEXED
011600         ACCESS MODE IS SEQUENTIAL
011700         RECORD KEY IS HF-KEY
011800         FILE STATUS IS WS-IN-STATUS.
011900     SELECT RH-HELDFUND-FILE ASSIGN USING WS-OUT-NAME
012000         ORGANIZATION IS INDEXED
012100         ACCESS MODE IS RANDOM
012200         RECORD KEY IS RH-HELDFUND-KEY
012300         FILE STATUS IS WS-OUT-STATUS.
012400     SELECT MERCHANT-RCV-FILE ASSIGN TO "MERCHRCV"
012500         ORGANIZATION IS INDEXED
012600         ACCESS MODE IS SEQUENTIAL
012700         RECORD KEY IS MR-MERCHANT-ID
012800         FILE STATUS IS WS-IN-STATUS.
012900     SELECT RH-MERCHRCV-FILE ASSIGN USING WS-OUT-NAME
013000         ORGANIZATION IS INDEXED
013100         ACCESS MODE IS RANDOM
013200         RECORD KEY IS RH-MERCHRCV-KEY
013300         FILE STATUS IS WS-OUT-STATUS.
013400     SELECT DISPUTE-CASE-FILE ASSIGN TO "DSPCASE"
013500         ORGANIZATION IS INDEXED
013600         ACCESS MODE IS SEQUENTIAL
013700         RECORD KEY IS DC-CASE-NO
013800         FILE STATUS IS WS-IN-STATUS.
013900     SELECT RH-DSPCASE-FILE ASSIGN USING WS-OUT-NAME
014000         ORGANIZATION IS INDEXED
014100         ACCESS MODE IS RANDOM
014200         RECORD KEY IS RH-DC-CASE-NO
014300         FILE STATUS IS WS-OUT-STATUS.
014400     SELECT DISPUTE-SETL-FILE ASSIGN TO "DSPSETL"
014500         ORGANIZATION IS INDEXED
014600         ACCESS MODE IS SEQUENTIAL
014700         RECORD KEY IS DS-CASE-NO
014800         FILE STATUS IS WS-IN-STATUS.
014900     SELECT RH-DSPSETL-FILE ASSIGN USING WS-OUT-NAME
015000         ORGANIZATION IS INDEXED
015100         ACCESS MODE IS RANDOM
015200         RECORD KEY IS RH-DSPSETL-KEY
015300         FILE STATUS IS WS-OUT-STATUS.
015400     SELECT SUSP-MASTER-FILE ASSIGN TO "SUSPMST"
015500         ORGANIZATION IS INDEXED
015600         ACCESS MODE IS SEQUENTIAL
015700         RECORD KEY IS SM-CARD
015800         FILE STATUS IS WS-IN-STATUS.
015900     SELECT RH-SUSPMST-FILE ASSIGN USING WS-OUT-NAME
016000         ORGANIZATION IS INDEXED
016100         ACCESS MODE IS RANDOM
016200         RECORD KEY IS RH-SM-CARD
016300         FILE STATUS IS WS-OUT-STATUS.
016400     SELECT SEEN-CARD-FILE ASSIGN TO "LUHNSNDX"
016500         ORGANIZATION IS INDEXED
016600         ACCESS MODE IS SEQUENTIAL
016700         RECORD KEY IS SEEN-CARD-KEY
016800         FILE STATUS IS WS-IN-STATUS.
016900     SELECT RH-LUHNSNDX-FILE ASSIGN USING WS-OUT-NAME
017000         ORGANIZATION IS INDEXED
017100         ACCESS MODE IS RANDOM
017200         RECORD KEY IS RH-SEEN-CARD-KEY
017300         FILE STATUS IS WS-OUT-STATUS.
017400     SELECT TOKEN-VAULT-FILE ASSIGN TO "TOKVAULT"
017500         ORGANIZATION IS INDEXED
017600         ACCESS MODE IS SEQUENTIAL
017700         RECORD KEY IS TV-PAN
017800         FILE STATUS IS WS-IN-STATUS.
017900     SELECT RH-TOKVAULT-FILE ASSIGN USING WS-OUT-NAME
018000         ORGANIZATION IS INDEXED
018100         ACCESS MODE IS RANDOM
018200         RECORD KEY IS RH-TV-PAN
018300         FILE STATUS IS WS-OUT-STATUS.
018400     SELECT TOKEN-XREF-FILE ASSIGN TO "TOKXREF"
018500         ORGANIZATION IS INDEXED
018600         ACCESS MODE IS SEQUENTIAL
018700         RECORD KEY IS TX-TOKEN
018800         FILE STATUS IS WS-IN-STATUS.
018900     SELECT RH-TOKXREF-FILE ASSIGN USING WS-OUT-NAME
019000         ORGANIZATION IS INDEXED
019100         ACCESS MODE IS RANDOM
019200         RECORD KEY IS RH-TX-TOKEN
019300         FILE STATUS IS WS-OUT-STATUS.
019400     SELECT COUPON-REG-FILE ASSIGN TO "CPNREG"
019500         ORGANIZATION IS LINE SEQUENTIAL
019600         FILE STATUS IS WS-IN-STATUS.
019700     SELECT RH-CPNREG-FILE ASSIGN USING WS-OUT-NAME
019800         ORGANIZATION IS LINE SEQUENTIAL
019900         FILE STATUS IS WS-OUT-STATUS.
020000     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
020100         ORGANIZATION IS INDEXED
020200         ACCESS MODE IS SEQUENTIAL
020300         RECORD KEY IS VM-VENUE-ID
020400         FILE STATUS IS WS-IN-STATUS.
020500     SELECT RH-VENUEMST-FILE ASSIGN USING WS-OUT-NAME
020600         ORGANIZATION IS INDEXED
020700         ACCESS MODE IS RANDOM
020800         RECORD KEY IS RH-VENUEMST-KEY
020900         FILE STATUS IS WS-OUT-STATUS.
021000     SELECT FRAUD-CASE-FILE ASSIGN TO "CPNCASE"
021100         ORGANIZATION IS INDEXED
021200         ACCESS MODE IS SEQUENTIAL
021300         RECORD KEY IS FC-CASE-NO
021400         FILE STATUS IS WS-IN-STATUS.
021500     SELECT RH-CPNCASE-FILE ASSIGN USING WS-OUT-NAME
021600         ORGANIZATION IS INDEXED
021700         ACCESS MODE IS RANDOM
021800         RECORD KEY IS RH-CPNCASE-KEY
021900         FILE STATUS IS WS-OUT-STATUS.
022000     SELECT PARTS-MASTER-FILE ASSIGN TO "PARTSMST"
022100         ORGANIZATION IS INDEXED
022200         ACCESS MODE IS SEQUENTIAL
022300         RECORD KEY IS PM-PART-NUMBER
022400         FILE STATUS IS WS-IN-STATUS.
022500     SELECT RH-PARTSMST-FILE ASSIGN USING WS-OUT-NAME
022600         ORGANIZATION IS INDEXED
022700         ACCESS MODE IS RANDOM
022800         RECORD KEY IS RH-PARTSMST-KEY
022900         FILE STATUS IS WS-OUT-STATUS.
023000     SELECT PART-INDEX-FILE ASSIGN TO "PARTNDX"
023100         ORGANIZATION IS INDEXED
023200         ACCESS MODE IS SEQUENTIAL
023300         RECORD KEY IS NX-KEY
023400         FILE STATUS IS WS-IN-STATUS.
023500     SELECT RH-PARTNDX-FILE ASSIGN USING WS-OUT-NAME
023600         ORGANIZATION IS INDEXED
023700         ACCESS MODE IS RANDOM
023800         RECORD KEY IS RH-PARTNDX-KEY
023900         FILE STATUS IS WS-OUT-STATUS.
024000     SELECT ROBOT-MASTER-FILE ASSIGN TO "ROBOTMST"
024100         ORGANIZATION IS INDEXED
024200         ACCESS MODE IS SEQUENTIAL
024300         RECORD KEY IS RM-ROBOT-ID
024400         FILE STATUS IS WS-IN-STATUS.
024500     SELECT RH-ROBOTMST-FILE ASSIGN USING WS-OUT-NAME
024600         ORGANIZATION IS INDEXED
024700         ACCESS MODE IS RANDOM
024800         RECORD KEY IS RH-ROBOTMST-KEY
024900         FILE STATUS IS WS-OUT-STATUS.
025000     SELECT END-STATE-FILE ASSIGN TO "ROBOTEND"
025100         ORGANIZATION IS INDEXED
025200         ACCESS MODE IS SEQUENTIAL
025300         RECORD KEY IS RE-ROBOT-ID
025400         FILE STATUS IS WS-IN-STATUS.
025500     SELECT RH-ROBOTEND-FILE ASSIGN USING WS-OUT-NAME
025600         ORGANIZATION IS INDEXED
025700         ACCESS MODE IS RANDOM
025800         RECORD KEY IS RH-ROBOTEND-KEY
025900         FILE STATUS IS WS-OUT-STATUS.
026000     SELECT WORD-MASTER-FILE ASSIGN TO "WORDMST"
026100         ORGANIZATION IS INDEXED
026200         ACCESS MODE IS SEQUENTIAL
026300         RECORD KEY IS WM-WORD
026400         FILE STATUS IS WS-IN-STATUS.
026500     SELECT RH-WORDMST-FILE ASSIGN USING WS-OUT-NAME
026600         ORGANIZATION IS INDEXED
026700         ACCESS MODE IS RANDOM
026800         RECORD KEY IS RH-WORDMST-KEY
026900         FILE STATUS IS WS-OUT-STATUS.
027000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
027100         ORGANIZATION IS LINE SEQUENTIAL
027200         FILE STATUS IS WS-JOBACCT-STATUS.
027300 DATA DIVISION.
027400 FILE SECTION.
027500 FD  PLAYER-MASTER-FILE.
027600 01  PLAYER-MASTER-RECORD.
027700     05 PL-PLAYER-ID           PIC X(10).
027800     05 PL-DISPLAY-NAME        PIC X(20).
027810     05 FILLER                 PIC X(29).
028000 FD  RH-PLAYRMST-FILE.
028100 01  RH-PLAYRMST-RECORD.
028200     05 RH-PL-PLAYER-ID        PIC X(10).
028300     05 RH-PL-DISPLAY-NAME     PIC X(20).
028310     05 FILLER                 PIC X(29).
028500 FD  SCORES-FILE.
028600 01  SCORES-RECORD.
028700     05 SCORE-KEY              PIC X(14).
028800     05 FILLER                 PIC X(11).
028900 FD  RH-SCOREDAT-FILE.
029000 01  RH-SCOREDAT-RECORD.
029100     05 RH-SCOREDAT-KEY        PIC X(14).
029200     05 FILLER                 PIC X(11).
029300 FD  RATING-MASTER-FILE.
029400 01  RATING-MASTER-RECORD.
029500     05 RT-PLAYER-ID           PIC X(10).
029600     05 FILLER                 PIC X(10).
029700 FD  RH-RATINGMS-FILE.
029800 01  RH-RATINGMS-RECORD.
029900     05 RH-RATINGMS-KEY        PIC X(10).
030000     05 FILLER                 PIC X(10).
030100 FD  SCORECARD-FILE.
030200 01  SCORECARD-RECORD.
030300     05 SC-KEY                 PIC X(33).
030400     05 FILLER                 PIC X(03).
030500 FD  RH-YACHTSCR-FILE.
030600 01  RH-YACHTSCR-RECORD.
030700     05 RH-YACHTSCR-KEY        PIC X(33).
030800     05 FILLER                 PIC X(03).
030900 FD  ACHIEVE-FILE.
031000 01  ACHIEVE-RECORD.
031100     05 ACH-KEY                PIC X(18).
031200     05 FILLER                 PIC X(08).
031300 FD  RH-ACHIEVE-FILE.
031400 01  RH-ACHIEVE-RECORD.
031500     05 RH-ACHIEVE-KEY         PIC X(18).
031600     05 FILLER                 PIC X(08).
031700 FD  MERCHANT-MASTER-FILE.
031800 01  MERCHANT-MASTER-RECORD.
031900     05 MM-MERCHANT-ID         PIC X(08).
032000     05 MM-NAME                PIC X(30).
032100     05 FILLER                 PIC X(06).
032200     05 MM-BANK-REF            PIC X(16).
032210     05 MM-CALENDAR-ID         PIC X(08).
032300 FD  RH-MERCHMST-FILE.
032400 01  RH-MERCHMST-RECORD.
032500     05 RH-MM-MERCHANT-ID      PIC X(08).
032600     05 RH-MM-NAME             PIC X(30).
032700     05 FILLER                 PIC X(06).
032800     05 RH-MM-BANK-REF         PIC X(16).
032810     05 RH-MM-CALENDAR-ID      PIC X(08).
032900 FD  FEE-SCHEDULE-FILE.
033000 01  FEE-SCHEDULE-RECORD.
033100     05 FS-KEY                 PIC X(20).
033200     05 FILLER                 PIC X(18).
033300 FD  RH-FEESCHED-FILE.
033400 01  RH-FEESCHED-RECORD.
033500     05 RH-FEESCHED-KEY        PIC X(20).
033600     05 FILLER                 PIC X(18).
033700 FD  SETL-HIST-FILE.
033800 01  SETL-HIST-RECORD.
033900     05 SH-KEY                 PIC X(16).
034000     05 FILLER                 PIC X(133).
034100 FD  RH-SETLHIST-FILE.
034200 01  RH-SETLHIST-RECORD.
034300     05 RH-SETLHIST-KEY        PIC X(16).
034400     05 FILLER                 PIC X(133).
034500 FD  HELD-FUNDS-FILE.
034600 01  HELD-FUNDS-RECORD.
034700     05 HF-KEY                 PIC X(16).
034800     05 FILLER                 PIC X(42).
034900 FD  RH-HELDFUND-FILE.
035000 01  RH-HELDFUND-RECORD.
035100     05 RH-HELDFUND-KEY        PIC X(16).
035200     05 FILLER                 PIC X(42).
035300 FD  MERCHANT-RCV-FILE.
035400 01  MERCHANT-RCV-RECORD.
035500     05 MR-MERCHANT-ID         PIC X(08).
035510     05 FILLER                 PIC X(34).
035700 FD  RH-MERCHRCV-FILE.
035800 01  RH-MERCHRCV-RECORD.
035900     05 RH-MERCHRCV-KEY        PIC X(08).
035910     05 FILLER                 PIC X(34).
036100 FD  DISPUTE-CASE-FILE.
036200 01  DISPUTE-CASE-RECORD.
036300     05 DC-CASE-NO             PIC 9(07).
036400     05 DC-CARD                PIC X(32).
036500     05 FILLER                 PIC X(77).
036600 FD  RH-DSPCASE-FILE.
036700 01  RH-DSPCASE-RECORD.
036800     05 RH-DC-CASE-NO          PIC 9(07).
036900     05 RH-DC-CARD             PIC X(32).
037000     05 FILLER                 PIC X(77).
037100 FD  DISPUTE-SETL-FILE.
037200 01  DISPUTE-SETL-RECORD.
037300     05 DS-CASE-NO             PIC 9(07).
037400     05 FILLER                 PIC X(34).
037500 FD  RH-DSPSETL-FILE.
037600 01  RH-DSPSETL-RECORD.
037700     05 RH-DSPSETL-KEY         PIC 9(07).
037800     05 FILLER                 PIC X(34).
037900 FD  SUSP-MASTER-FILE.
038000 01  SUSP-MASTER-RECORD.
038100     05 SM-CARD                PIC X(32).
038200     05 FILLER                 PIC X(54).
038300 FD  RH-SUSPMST-FILE.
038400 01  RH-SUSPMST-RECORD.
038500     05 RH-SM-CARD             PIC X(32).
038600     05 FILLER                 PIC X(54).
038700 FD  SEEN-CARD-FILE.
038800 01  SEEN-CARD-RECORD.
038900     05 SEEN-CARD-KEY          PIC X(32).
039000     05 FILLER                 PIC X(08).
039100 FD  RH-LUHNSNDX-FILE.
039200 01  RH-LUHNSNDX-RECORD.
039300     05 RH-SEEN-CARD-KEY       PIC X(32).
039400     05 FILLER                 PIC X(08).
039500 FD  TOKEN-VAULT-FILE.
039600 01  TOKEN-VAULT-RECORD.
039700     05 TV-PAN                 PIC X(32).
039800     05 FILLER                 PIC X(32).
039900 FD  RH-TOKVAULT-FILE.
040000 01  RH-TOKVAULT-RECORD.
040100     05 RH-TV-PAN              PIC X(32).
040200     05 FILLER                 PIC X(32).
040300 FD  TOKEN-XREF-FILE.
040400 01  TOKEN-XREF-RECORD.
040500     05 TX-TOKEN               PIC X(16).
040600     05 TX-PAN                 PIC X(32).
040700 FD  RH-TOKXREF-FILE.
040800 01  RH-TOKXREF-RECORD.
040900     05 RH-TX-TOKEN            PIC X(16).
041000     05 RH-TX-PAN              PIC X(32).
041100 FD  COUPON-REG-FILE
041200     RECORDING MODE IS F.
041300 01  COUPON-REG-RECORD.
041400     05 FILLER                 PIC X(22).
041500     05 CR-GUEST               PIC X(16).
041510     05 FILLER                 PIC X(48).
041700 FD  RH-CPNREG-FILE
041800     RECORDING MODE IS F.
041900 01  RH-CPNREG-RECORD.
042000     05 FILLER                 PIC X(22).
042100     05 RH-CR-GUEST            PIC X(16).
042110     05 FILLER                 PIC X(48).
042300 FD  VENUE-MASTER-FILE.
042400 01  VENUE-MASTER-RECORD.
042500     05 VM-VENUE-ID            PIC X(04).
042600     05 FILLER                 PIC X(43).
042700 FD  RH-VENUEMST-FILE.
042800 01  RH-VENUEMST-RECORD.
042900     05 RH-VENUEMST-KEY        PIC X(04).
043000     05 FILLER                 PIC X(43).
043100 FD  FRAUD-CASE-FILE.
043200 01  FRAUD-CASE-RECORD.
043300     05 FC-CASE-NO             PIC 9(07).
043400     05 FILLER                 PIC X(60).
043500 FD  RH-CPNCASE-FILE.
043600 01  RH-CPNCASE-RECORD.
043700     05 RH-CPNCASE-KEY         PIC 9(07).
043800     05 FILLER                 PIC X(60).
043900 FD  PARTS-MASTER-FILE.
044000 01  PARTS-MASTER-RECORD.
044100     05 PM-PART-NUMBER         PIC 9(06).
044200     05 FILLER                 PIC X(47).
044300 FD  RH-PARTSMST-FILE.
044400 01  RH-PARTSMST-RECORD.
044500     05 RH-PARTSMST-KEY        PIC 9(06).
044600     05 FILLER                 PIC X(47).
044700 FD  PART-INDEX-FILE.
044800 01  PART-INDEX-RECORD.
044900     05 NX-KEY                 PIC X(21).
045000     05 FILLER                 PIC X(30).
045100 FD  RH-PARTNDX-FILE.
045200 01  RH-PARTNDX-RECORD.
045300     05 RH-PARTNDX-KEY         PIC X(21).
045400     05 FILLER                 PIC X(30).
045500 FD  ROBOT-MASTER-FILE.
045600 01  ROBOT-MASTER-RECORD.
045700     05 RM-ROBOT-ID            PIC X(05).
045800     05 FILLER                 PIC X(24).
045900 FD  RH-ROBOTMST-FILE.
046000 01  RH-ROBOTMST-RECORD.
046100     05 RH-ROBOTMST-KEY        PIC X(05).
046200     05 FILLER                 PIC X(24).
046300 FD  END-STATE-FILE.
046400 01  END-STATE-RECORD.
046500     05 RE-ROBOT-ID            PIC X(05).
046510     05 FILLER                 PIC X(106).
046700 FD  RH-ROBOTEND-FILE.
046800 01  RH-ROBOTEND-RECORD.
046900     05 RH-ROBOTEND-KEY        PIC X(05).
046910     05 FILLER                 PIC X(106).
047100 FD  WORD-MASTER-FILE.
047200 01  WORD-MASTER-RECORD.
047300     05 WM-WORD                PIC X(60).
047400     05 FILLER                 PIC X(16).
047500 FD  RH-WORDMST-FILE.
047600 01  RH-WORDMST-RECORD.
047700     05 RH-WORDMST-KEY         PIC X(60).
047800     05 FILLER                 PIC X(16).
047900 FD  JOB-ACCT-FILE
048000     RECORDING MODE IS F.
048100 01  JOB-ACCT-FILE-RECORD      PIC X(60).
048200 WORKING-STORAGE SECTION.
048300*--------------------------------------------------------------
048400* FILE STATUS AND RUN CONTROLS - ONE MASTER AND ITS REHEARSAL
048500* COPY ARE OPEN AT A TIME, SO ONE STATUS PAIR SERVES ALL
048600*--------------------------------------------------------------
048700 77  WS-IN-STATUS              PIC XX.
048800 77  WS-OUT-STATUS             PIC XX.
048900 77  WS-JOBACCT-STATUS         PIC XX.
049000 77  WS-FILE-EOF-SW            PIC X VALUE "N".
049100     88 END-OF-CURRENT-FILE    VALUE "Y".
049200 77  WS-JA-START-TIMESTAMP     PIC X(14).
049300 77  WS-RECORDS-SEEN           PIC 9(07) BINARY VALUE ZERO.
049400 77  WS-FAILED-COUNT           PIC 9(03) BINARY VALUE ZERO.
049500 77  WS-COLLIDED-COUNT         PIC 9(07) BINARY VALUE ZERO.
049600 77  WS-RH-PREFIX              PIC X(20).
049700 77  WS-OUT-NAME               PIC X(40).
049800 77  WS-SEED-SOURCE            PIC X(20).
049900 COPY RUNPARM.
050000 COPY JOBACCT.
050100 COPY RPTWRITE.
050200 01  WS-RPT-DETAIL             PIC X(100).
050300*--------------------------------------------------------------
050400* THE MASTERS COPIED, IN RUN ORDER. THE DD NAME IS ALSO THE
050500* SUFFIX OF THE REHEARSAL DATASET NAME.
050600*--------------------------------------------------------------
050700 01  WS-FILE-VALUES.
050800     05 FILLER                 PIC X(14) VALUE "PLAYRMSTMASKED".
050900     05 FILLER                 PIC X(14) VALUE "SCOREDATCOPIED".
051000     05 FILLER                 PIC X(14) VALUE "RATINGMSCOPIED".
051100     05 FILLER                 PIC X(14) VALUE "YACHTSCRCOPIED".
051200     05 FILLER                 PIC X(14) VALUE "ACHIEVE COPIED".
051300     05 FILLER                 PIC X(14) VALUE "MERCHMSTMASKED".
051400     05 FILLER                 PIC X(14) VALUE "FEESCHEDCOPIED".
051500     05 FILLER                 PIC X(14) VALUE "SETLHISTCOPIED".
051600     05 FILLER                 PIC X(14) VALUE "HELDFUNDCOPIED".
051700     05 FILLER                 PIC X(14) VALUE "MERCHRCVCOPIED".
051800     05 FILLER                 PIC X(14) VALUE "DSPCASE MASKED".
051900     05 FILLER                 PIC X(14) VALUE "DSPSETL COPIED".
052000     05 FILLER                 PIC X(14) VALUE "SUSPMST MASKED".
052100     05 FILLER                 PIC X(14) VALUE "LUHNSNDXMASKED".
052200     05 FILLER                 PIC X(14) VALUE "TOKVAULTMASKED".
052300     05 FILLER                 PIC X(14) VALUE "TOKXREF MASKED".
052400     05 FILLER                 PIC X(14) VALUE "CPNREG  MASKED".
052500     05 FILLER                 PIC X(14) VALUE "VENUEMSTCOPIED".
052600     05 FILLER                 PIC X(14) VALUE "CPNCASE COPIED".
052700     05 FILLER                 PIC X(14) VALUE "PARTSMSTCOPIED".
052800     05 FILLER                 PIC X(14) VALUE "PARTNDX COPIED".
052900     05 FILLER                 PIC X(14) VALUE "ROBOTMSTCOPIED".
053000     05 FILLER                 PIC X(14) VALUE "ROBOTENDCOPIED".
053100     05 FILLER                 PIC X(14) VALUE "WORDMST COPIED".
053200 01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
053300     05 WS-FT-ENTRY OCCURS 24 TIMES.
053400        10 WS-FT-DD            PIC X(08).
053500        10 WS-FT-HOW           PIC X(06).
053600 01  WS-FILE-WORK.
053700     05 WS-FW-ENTRY OCCURS 24 TIMES.
053800        10 WS-FT-READ          PIC 9(07).
053900        10 WS-FT-WRITTEN       PIC 9(07).
054000        10 WS-FT-COLLIDED      PIC 9(07).
054100        10 WS-FT-NOTE          PIC X(14).
054200 77  WS-FT-MAX                 PIC 9(02) VALUE 24.
054300 77  WS-FT-IDX                 PIC 9(02).
054400*--------------------------------------------------------------
054500* THE FIELDS MASKED - FILE, FIELD AND METHOD. NAME GIVES A
054600* FICTITIOUS FIRST NAME AND SURNAME, PAN KEEPS THE FIRST SIX
054700* DIGITS AND THE LUHN RESULT, SHAPE KEEPS DIGITS AS DIGITS AND
054800* LETTERS AS LETTERS. A VALUE LEFT AS IS WAS BLANK, OR WAS A
054900* VAULT TOKEN OR CONTROL ROW RATHER THAN A CARD NUMBER.
055000*--------------------------------------------------------------
055100 01  WS-MASK-FIELD-VALUES.
055200     05 FILLER                 PIC X(29) VALUE
055300        "PLAYRMSTPL-DISPLAY-NAME NAME ".
055400     05 FILLER                 PIC X(29) VALUE
055500        "MERCHMSTMM-NAME         NAME ".
055600     05 FILLER                 PIC X(29) VALUE
055700        "MERCHMSTMM-BANK-REF     SHAPE".
055800     05 FILLER                 PIC X(29) VALUE
055900        "DSPCASE DC-CARD         PAN  ".
056000     05 FILLER                 PIC X(29) VALUE
056100        "SUSPMST SM-CARD         PAN  ".
056200     05 FILLER                 PIC X(29) VALUE
056300        "LUHNSNDXSEEN-CARD-KEY   PAN  ".
056400     05 FILLER                 PIC X(29) VALUE
056500        "TOKVAULTTV-PAN          PAN  ".
056600     05 FILLER                 PIC X(29) VALUE
056700        "TOKXREF TX-PAN          PAN  ".
056800     05 FILLER                 PIC X(29) VALUE
056900        "CPNREG  CR-GUEST        NAME ".
057000 01  WS-MASK-FIELD-TABLE REDEFINES WS-MASK-FIELD-VALUES.
057100     05 WS-MF-ENTRY OCCURS 9 TIMES.
057200        10 WS-MF-DD            PIC X(08).
057300        10 WS-MF-FIELD         PIC X(16).
057400        10 WS-MF-METHOD        PIC X(05).
057500 01  WS-MASK-FIELD-WORK.
057600     05 WS-MW-ENTRY OCCURS 9 TIMES.
057700        10 WS-MF-MASKED        PIC 9(07).
057800        10 WS-MF-LEFT          PIC 9(07).
057900 77  WS-MF-MAX                 PIC 9(02) VALUE 9.
058000 77  WS-MF-IDX                 PIC 9(02).
058100*--------------------------------------------------------------
058200* MASKING WORK AREAS. THE HASH IS SEEDED ONCE FROM MASKSEED AND
058300* FOLDED WITH THE REAL VALUE; THE SUBSTITUTE IS THEN DRAWN FROM
058400* A MULTIPLICATIVE STREAM STARTED AT THAT HASH, SO IT DEPENDS
058500* ON NOTHING BUT THE SEED AND THE VALUE.
058600*--------------------------------------------------------------
058700 77  WS-MASK-IN                PIC X(32).
058800 77  WS-MASK-OUT               PIC X(32).
058900 77  WS-MASK-LEN               PIC 9(02).
059000 77  WS-CH-IDX                 PIC 9(02).
059100 77  WS-SEED-HASH              PIC 9(18) BINARY.
059200 77  WS-HASH                   PIC 9(18) BINARY.
059300 77  WS-PICK                   PIC 9(02).
059400 77  WS-DIGIT                  PIC 9(01).
059500 77  WS-NAME-FIRST             PIC X(06).
059600 77  WS-NAME-LAST              PIC X(06).
059700 77  WS-NAME-L1                PIC X(01).
059800 77  WS-NAME-L2                PIC X(01).
059900 77  WS-LUHN-WORK              PIC X(32).
060000 77  WS-LUHN-LEN               PIC 9(02).
060100 77  WS-LUHN-POS               PIC S9(04) BINARY.
060200 77  WS-LUHN-SUM               PIC 9(04).
060300 77  WS-LUHN-PROD              PIC 9(02).
060400 77  WS-LUHN-CHECK             PIC 9(01).
060500 77  WS-LUHN-DOUBLE-SW         PIC X(01).
060600     88 LUHN-DOUBLE            VALUE "Y".
060700 77  WS-ORIG-VALID-SW          PIC X(01).
060800     88 ORIG-PASSED-LUHN       VALUE "Y".
060900 01  WS-ALPHA-UPPER            PIC X(26) VALUE
061000     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
061100 01  WS-ALPHA-LOWER            PIC X(26) VALUE
061200     "abcdefghijklmnopqrstuvwxyz".
061300 01  WS-FIRST-NAME-VALUES.
061400     05 FILLER                 PIC X(48) VALUE
061500        "ALMA  BRUNO CLARA DEREK EDITH FELIX GRETA HUGO  ".
061600     05 FILLER                 PIC X(48) VALUE
061700        "IRIS  JONAS KARIN LEON  MAVIS NOEL  OLIVE PERCY ".
061800 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
061900     05 WS-FIRST-NAME          PIC X(06) OCCURS 16 TIMES.
062000 01  WS-LAST-NAME-VALUES.
062100     05 FILLER                 PIC X(48) VALUE
062200        "ASHBY BARLOWCRANE DALTONELLIS FARROWGARNERHOLLIS".
062300     05 FILLER                 PIC X(48) VALUE
062400        "INGRAMJARVISKEMBLELOWRY MORLEYNASH  OSBORNPRYCE ".
062500 01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
062600     05 WS-LAST-NAME           PIC X(06) OCCURS 16 TIMES.
062700*--------------------------------------------------------------
062800* CERTIFICATE LINES
062900*--------------------------------------------------------------
063000 01  WS-FIELD-LINE.
063100     05 FILLER                 PIC X(02) VALUE SPACES.
063200     05 FL-DD                  PIC X(08).
063300     05 FILLER                 PIC X(02) VALUE SPACES.
063400     05 FL-FIELD               PIC X(16).
063500     05 FILLER                 PIC X(02) VALUE SPACES.
063600     05 FL-METHOD              PIC X(05).
063700     05 FILLER                 PIC X(02) VALUE SPACES.
063800     05 FL-MASKED              PIC ZZZZZZ9.
063900     05 FILLER                 PIC X(02) VALUE SPACES.
064000     05 FL-LEFT                PIC ZZZZZZ9.
064100 01  WS-COPY-LINE.
064200     05 FILLER                 PIC X(02) VALUE SPACES.
064300     05 CL-DD                  PIC X(08).
064400     05 FILLER                 PIC X(02) VALUE SPACES.
064500     05 CL-TARGET              PIC X(30).
064600     05 FILLER                 PIC X(01) VALUE SPACE.
064700     05 CL-READ                PIC ZZZZZZ9.
064800     05 FILLER                 PIC X(01) VALUE SPACE.
064900     05 CL-WRITTEN             PIC ZZZZZZ9.
065000     05 FILLER                 PIC X(01) VALUE SPACE.
065100     05 CL-COLLIDED            PIC ZZZZZZ9.
065200     05 FILLER                 PIC X(02) VALUE SPACES.
065300     05 CL-NOTE                PIC X(14).
065400 PROCEDURE DIVISION.
065500*--------------------------------------------------------------
065600* 0000-MAINLINE
065700*--------------------------------------------------------------
065800 0000-MAINLINE.
065900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
066000     PERFORM 2100-COPY-PLAYRMST THRU 2100-COPY-PLAYRMST-EXIT
066100     PERFORM 2200-COPY-SCOREDAT THRU 2200-COPY-SCOREDAT-EXIT
066200     PERFORM 2300-COPY-RATINGMS THRU 2300-COPY-RATINGMS-EXIT
066300     PERFORM 2400-COPY-YACHTSCR THRU 2400-COPY-YACHTSCR-EXIT
066400     PERFORM 2500-COPY-ACHIEVE THRU 2500-COPY-ACHIEVE-EXIT
066500     PERFORM 3100-COPY-MERCHMST THRU 3100-COPY-MERCHMST-EXIT
066600     PERFORM 3200-COPY-FEESCHED THRU 3200-COPY-FEESCHED-EXIT
066700     PERFORM 3300-COPY-SETLHIST THRU 3300-COPY-SETLHIST-EXIT
066800     PERFORM 3400-COPY-HELDFUND THRU 3400-COPY-HELDFUND-EXIT
066900     PERFORM 3500-COPY-MERCHRCV THRU 3500-COPY-MERCHRCV-EXIT
067000     PERFORM 3600-COPY-DSPCASE THRU 3600-COPY-DSPCASE-EXIT
067100     PERFORM 3700-COPY-DSPSETL THRU 3700-COPY-DSPSETL-EXIT
067200     PERFORM 4100-COPY-SUSPMST THRU 4100-COPY-SUSPMST-EXIT
067300     PERFORM 4200-COPY-LUHNSNDX THRU 4200-COPY-LUHNSNDX-EXIT
067400     PERFORM 4300-COPY-TOKVAULT THRU 4300-COPY-TOKVAULT-EXIT
067500     PERFORM 4400-COPY-TOKXREF THRU 4400-COPY-TOKXREF-EXIT
067600     PERFORM 5100-COPY-CPNREG THRU 5100-COPY-CPNREG-EXIT
067700     PERFORM 5200-COPY-VENUEMST THRU 5200-COPY-VENUEMST-EXIT
067800     PERFORM 5300-COPY-CPNCASE THRU 5300-COPY-CPNCASE-EXIT
067900     PERFORM 6100-COPY-PARTSMST THRU 6100-COPY-PARTSMST-EXIT
068000     PERFORM 6200-COPY-PARTNDX THRU 6200-COPY-PARTNDX-EXIT
068100     PERFORM 6300-COPY-ROBOTMST THRU 6300-COPY-ROBOTMST-EXIT
068200     PERFORM 6400-COPY-ROBOTEND THRU 6400-COPY-ROBOTEND-EXIT
068300     PERFORM 6500-COPY-WORDMST THRU 6500-COPY-WORDMST-EXIT
068400     PERFORM 7000-PRINT-CERTIFICATE
068500        THRU 7000-PRINT-CERTIFICATE-EXIT
068600     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
068700*    GRADED RETURN CODE FOR THE SCHEDULER: 8 WHEN A REHEARSAL
068800*    FILE COULD NOT BE CREATED, 4 WHEN A MASKED KEY COLLIDED
068900*    AND A RECORD WAS DROPPED FROM THE COPY.
069000     IF WS-FAILED-COUNT > ZERO
069100        MOVE 8 TO RETURN-CODE
069200     ELSE
069300        IF WS-COLLIDED-COUNT > ZERO
069400           MOVE 4 TO RETURN-CODE
069500        END-IF
069600     END-IF
069700     STOP RUN.
069800*--------------------------------------------------------------
069900* 1000-INITIALIZE - RUN CONTROLS, SEED HASH AND CERTIFICATE
070000*--------------------------------------------------------------
070100 1000-INITIALIZE.
070200     MOVE CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
070300     INITIALIZE WS-FILE-WORK WS-MASK-FIELD-WORK
070400     MOVE "MASKXTR" TO RP-PROGRAM-ID
070500     MOVE "RHPREFIX" TO RP-KEYWORD
070600     MOVE "REHEARSE" TO RP-DEFAULT
070700     CALL "RUNPARM" USING RUN-PARM-CONTROL
070800     MOVE RP-VALUE TO WS-RH-PREFIX
070900     IF WS-RH-PREFIX = SPACES
071000        MOVE "REHEARSE" TO WS-RH-PREFIX
071100     END-IF
071200*    THE SEED ITSELF IS NEVER PRINTED; THE CERTIFICATE SAYS
071300*    ONLY WHERE IT CAME FROM.
071400     MOVE "MASKSEED" TO RP-KEYWORD
071500     MOVE "DL100-REHEARSAL" TO RP-DEFAULT
071600     CALL "RUNPARM" USING RUN-PARM-CONTROL
071700     IF RP-VALUE-FOUND
071800        MOVE "RUN CONTROL" TO WS-SEED-SOURCE
071900     ELSE
072000        MOVE "HOUSE DEFAULT" TO WS-SEED-SOURCE
072100     END-IF
072200     MOVE 5381 TO WS-SEED-HASH
072300     MOVE RP-VALUE TO WS-MASK-IN
072400     PERFORM 8000-HASH-VALUE THRU 8000-HASH-VALUE-EXIT
072500     MOVE WS-HASH TO WS-SEED-HASH
072600     MOVE "O" TO RPT-REQUEST
072700     MOVE "MASKXTR" TO RPT-PROGRAM-ID
072800     MOVE "MASKCERT" TO RPT-REPORT-NAME
072900     MOVE "MASKED REHEARSAL EXTRACT CERTIFICATE"
073000        TO RPT-TITLE
073100     MOVE SPACES TO RPT-COL-HEADING
073200     STRING "  REHEARSAL SET BUILT FROM THE PRODUCTION"
073300        DELIMITED BY SIZE
073400        " KEYED MASTERS" DELIMITED BY SIZE
073500        INTO RPT-COL-HEADING
073600     END-STRING
073700     MOVE 60 TO RPT-LINES-PER-PAGE
073800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
073900 1000-INITIALIZE-EXIT.
074000     EXIT.
074100*--------------------------------------------------------------
074200* 2100-COPY-PLAYRMST - PLAYER DISPLAY NAMES MASKED
074300*--------------------------------------------------------------
074400 2100-COPY-PLAYRMST.
074500     MOVE 1 TO WS-FT-IDX
074600     OPEN INPUT PLAYER-MASTER-FILE
074700     IF WS-IN-STATUS NOT = "00"
074800        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
074900        GO TO 2100-COPY-PLAYRMST-EXIT
075000     END-IF
075100     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
075200     OPEN OUTPUT RH-PLAYRMST-FILE
075300     IF WS-OUT-STATUS NOT = "00"
075400        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
075500        CLOSE PLAYER-MASTER-FILE
075600        GO TO 2100-COPY-PLAYRMST-EXIT
075700     END-IF
075800     MOVE "N" TO WS-FILE-EOF-SW
075900     PERFORM 2110-COPY-ONE-PLAYRMST
076000        THRU 2110-COPY-ONE-PLAYRMST-EXIT
076100        UNTIL END-OF-CURRENT-FILE
076200     CLOSE PLAYER-MASTER-FILE RH-PLAYRMST-FILE.
076300 2100-COPY-PLAYRMST-EXIT.
076400     EXIT.
076500 2110-COPY-ONE-PLAYRMST.
076600     READ PLAYER-MASTER-FILE NEXT RECORD
076700        AT END
076800           SET END-OF-CURRENT-FILE TO TRUE
076900           GO TO 2110-COPY-ONE-PLAYRMST-EXIT
077000     END-READ
077100     ADD 1 TO WS-FT-READ(WS-FT-IDX)
077200     MOVE PLAYER-MASTER-RECORD TO RH-PLAYRMST-RECORD
077300     MOVE 1 TO WS-MF-IDX
077400     MOVE PL-DISPLAY-NAME TO WS-MASK-IN
077500     PERFORM 8100-MASK-NAME THRU 8100-MASK-NAME-EXIT
077600     MOVE WS-MASK-OUT TO RH-PL-DISPLAY-NAME
077700     WRITE RH-PLAYRMST-RECORD
077800        INVALID KEY
077900           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
078000        NOT INVALID KEY
078100           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
078200     END-WRITE.
078300 2110-COPY-ONE-PLAYRMST-EXIT.
078400     EXIT.
078500*--------------------------------------------------------------
078600* 2200-COPY-SCOREDAT - COPIED AS IS
078700*--------------------------------------------------------------
078800 2200-COPY-SCOREDAT.
078900     MOVE 2 TO WS-FT-IDX
079000     OPEN INPUT SCORES-FILE
079100     IF WS-IN-STATUS NOT = "00"
079200        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
079300        GO TO 2200-COPY-SCOREDAT-EXIT
079400     END-IF
079500     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
079600     OPEN OUTPUT RH-SCOREDAT-FILE
079700     IF WS-OUT-STATUS NOT = "00"
079800        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
079900        CLOSE SCORES-FILE
080000        GO TO 2200-COPY-SCOREDAT-EXIT
080100     END-IF
080200     MOVE "N" TO WS-FILE-EOF-SW
080300     PERFORM 2210-COPY-ONE-SCOREDAT
080400        THRU 2210-COPY-ONE-SCOREDAT-EXIT
080500        UNTIL END-OF-CURRENT-FILE
080600     CLOSE SCORES-FILE RH-SCOREDAT-FILE.
080700 2200-COPY-SCOREDAT-EXIT.
080800     EXIT.
080900 2210-COPY-ONE-SCOREDAT.
081000     READ SCORES-FILE NEXT RECORD
081100        AT END
081200           SET END-OF-CURRENT-FILE TO TRUE
081300           GO TO 2210-COPY-ONE-SCOREDAT-EXIT
081400     END-READ
081500     ADD 1 TO WS-FT-READ(WS-FT-IDX)
081600     MOVE SCORES-RECORD TO RH-SCOREDAT-RECORD
081700     WRITE RH-SCOREDAT-RECORD
081800        INVALID KEY
081900           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
082000        NOT INVALID KEY
082100           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
082200     END-WRITE.
082300 2210-COPY-ONE-SCOREDAT-EXIT.
082400     EXIT.
082500*--------------------------------------------------------------
082600* 2300-COPY-RATINGMS - COPIED AS IS
082700*--------------------------------------------------------------
082800 2300-COPY-RATINGMS.
082900     MOVE 3 TO WS-FT-IDX
083000     OPEN INPUT RATING-MASTER-FILE
083100     IF WS-IN-STATUS NOT = "00"
083200        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
083300        GO TO 2300-COPY-RATINGMS-EXIT
083400     END-IF
083500     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
083600     OPEN OUTPUT RH-RATINGMS-FILE
083700     IF WS-OUT-STATUS NOT = "00"
083800        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
083900        CLOSE RATING-MASTER-FILE
084000        GO TO 2300-COPY-RATINGMS-EXIT
084100     END-IF
084200     MOVE "N" TO WS-FILE-EOF-SW
084300     PERFORM 2310-COPY-ONE-RATINGMS
084400        THRU 2310-COPY-ONE-RATINGMS-EXIT
084500        UNTIL END-OF-CURRENT-FILE
084600     CLOSE RATING-MASTER-FILE RH-RATINGMS-FILE.
084700 2300-COPY-RATINGMS-EXIT.
084800     EXIT.
084900 2310-COPY-ONE-RATINGMS.
085000     READ RATING-MASTER-FILE NEXT RECORD
085100        AT END
085200           SET END-OF-CURRENT-FILE TO TRUE
085300           GO TO 2310-COPY-ONE-RATINGMS-EXIT
085400     END-READ
085500     ADD 1 TO WS-FT-READ(WS-FT-IDX)
085600     MOVE RATING-MASTER-RECORD TO RH-RATINGMS-RECORD
085700     WRITE RH-RATINGMS-RECORD
085800        INVALID KEY
085900           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
086000        NOT INVALID KEY
086100           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
086200     END-WRITE.
086300 2310-COPY-ONE-RATINGMS-EXIT.
086400     EXIT.
086500*--------------------------------------------------------------
086600* 2400-COPY-YACHTSCR - COPIED AS IS
086700*--------------------------------------------------------------
086800 2400-COPY-YACHTSCR.
086900     MOVE 4 TO WS-FT-IDX
087000     OPEN INPUT SCORECARD-FILE
087100     IF WS-IN-STATUS NOT = "00"
087200        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
087300        GO TO 2400-COPY-YACHTSCR-EXIT
087400     END-IF
087500     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
087600     OPEN OUTPUT RH-YACHTSCR-FILE
087700     IF WS-OUT-STATUS NOT = "00"
087800        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
087900        CLOSE SCORECARD-FILE
088000        GO TO 2400-COPY-YACHTSCR-EXIT
088100     END-IF
088200     MOVE "N" TO WS-FILE-EOF-SW
088300     PERFORM 2410-COPY-ONE-YACHTSCR
088400        THRU 2410-COPY-ONE-YACHTSCR-EXIT
088500        UNTIL END-OF-CURRENT-FILE
088600     CLOSE SCORECARD-FILE RH-YACHTSCR-FILE.
088700 2400-COPY-YACHTSCR-EXIT.
088800     EXIT.
088900 2410-COPY-ONE-YACHTSCR.
089000     READ SCORECARD-FILE NEXT RECORD
089100        AT END
089200           SET END-OF-CURRENT-FILE TO TRUE
089300           GO TO 2410-COPY-ONE-YACHTSCR-EXIT
089400     END-READ
089500     ADD 1 TO WS-FT-READ(WS-FT-IDX)
089600     MOVE SCORECARD-RECORD TO RH-YACHTSCR-RECORD
089700     WRITE RH-YACHTSCR-RECORD
089800        INVALID KEY
089900           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
090000        NOT INVALID KEY
090100           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
090200     END-WRITE.
090300 2410-COPY-ONE-YACHTSCR-EXIT.
090400     EXIT.
090500*--------------------------------------------------------------
090600* 2500-COPY-ACHIEVE - COPIED AS IS
090700*--------------------------------------------------------------
090800 2500-COPY-ACHIEVE.
090900     MOVE 5 TO WS-FT-IDX
091000     OPEN INPUT ACHIEVE-FILE
091100     IF WS-IN-STATUS NOT = "00"
091200        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
091300        GO TO 2500-COPY-ACHIEVE-EXIT
091400     END-IF
091500     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
091600     OPEN OUTPUT RH-ACHIEVE-FILE
091700     IF WS-OUT-STATUS NOT = "00"
091800        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
091900        CLOSE ACHIEVE-FILE
092000        GO TO 2500-COPY-ACHIEVE-EXIT
092100     END-IF
092200     MOVE "N" TO WS-FILE-EOF-SW
092300     PERFORM 2510-COPY-ONE-ACHIEVE
092400        THRU 2510-COPY-ONE-ACHIEVE-EXIT
092500        UNTIL END-OF-CURRENT-FILE
092600     CLOSE ACHIEVE-FILE RH-ACHIEVE-FILE.
092700 2500-COPY-ACHIEVE-EXIT.
092800     EXIT.
092900 2510-COPY-ONE-ACHIEVE.
093000     READ ACHIEVE-FILE NEXT RECORD
093100        AT END
093200           SET END-OF-CURRENT-FILE TO TRUE
093300           GO TO 2510-COPY-ONE-ACHIEVE-EXIT
093400     END-READ
093500     ADD 1 TO WS-FT-READ(WS-FT-IDX)
093600     MOVE ACHIEVE-RECORD TO RH-ACHIEVE-RECORD
093700     WRITE RH-ACHIEVE-RECORD
093800        INVALID KEY
093900           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
094000        NOT INVALID KEY
094100           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
094200     END-WRITE.
094300 2510-COPY-ONE-ACHIEVE-EXIT.
094400     EXIT.
094500*--------------------------------------------------------------
094600* 3100-COPY-MERCHMST - MERCHANT NAME AND BANK REF MASKED
094700*--------------------------------------------------------------
094800 3100-COPY-MERCHMST.
094900     MOVE 6 TO WS-FT-IDX
095000     OPEN INPUT MERCHANT-MASTER-FILE
095100     IF WS-IN-STATUS NOT = "00"
095200        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
095300        GO TO 3100-COPY-MERCHMST-EXIT
095400     END-IF
095500     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
095600     OPEN OUTPUT RH-MERCHMST-FILE
095700     IF WS-OUT-STATUS NOT = "00"
095800        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
095900        CLOSE MERCHANT-MASTER-FILE
096000        GO TO 3100-COPY-MERCHMST-EXIT
096100     END-IF
096200     MOVE "N" TO WS-FILE-EOF-SW
096300     PERFORM 3110-COPY-ONE-MERCHMST
096400        THRU 3110-COPY-ONE-MERCHMST-EXIT
096500        UNTIL END-OF-CURRENT-FILE
096600     CLOSE MERCHANT-MASTER-FILE RH-MERCHMST-FILE.
096700 3100-COPY-MERCHMST-EXIT.
096800     EXIT.
096900 3110-COPY-ONE-MERCHMST.
097000     READ MERCHANT-MASTER-FILE NEXT RECORD
097100        AT END
097200           SET END-OF-CURRENT-FILE TO TRUE
097300           GO TO 3110-COPY-ONE-MERCHMST-EXIT
097400     END-READ
097500     ADD 1 TO WS-FT-READ(WS-FT-IDX)
097600     MOVE MERCHANT-MASTER-RECORD TO RH-MERCHMST-RECORD
097700     MOVE 2 TO WS-MF-IDX
097800     MOVE MM-NAME TO WS-MASK-IN
097900     PERFORM 8100-MASK-NAME THRU 8100-MASK-NAME-EXIT
098000     MOVE WS-MASK-OUT TO RH-MM-NAME
098100     MOVE 3 TO WS-MF-IDX
098200     MOVE MM-BANK-REF TO WS-MASK-IN
098300     PERFORM 8300-MASK-SHAPE THRU 8300-MASK-SHAPE-EXIT
098400     MOVE WS-MASK-OUT TO RH-MM-BANK-REF
098500     WRITE RH-MERCHMST-RECORD
098600        INVALID KEY
098700           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
098800        NOT INVALID KEY
098900           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
099000     END-WRITE.
099100 3110-COPY-ONE-MERCHMST-EXIT.
099200     EXIT.
099300*--------------------------------------------------------------
099400* 3200-COPY-FEESCHED - COPIED AS IS
099500*--------------------------------------------------------------
099600 3200-COPY-FEESCHED.
099700     MOVE 7 TO WS-FT-IDX
099800     OPEN INPUT FEE-SCHEDULE-FILE
099900     IF WS-IN-STATUS NOT = "00"
100000        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
100100        GO TO 3200-COPY-FEESCHED-EXIT
100200     END-IF
100300     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
100400     OPEN OUTPUT RH-FEESCHED-FILE
100500     IF WS-OUT-STATUS NOT = "00"
100600        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
100700        CLOSE FEE-SCHEDULE-FILE
100800        GO TO 3200-COPY-FEESCHED-EXIT
100900     END-IF
101000     MOVE "N" TO WS-FILE-EOF-SW
101100     PERFORM 3210-COPY-ONE-FEESCHED
101200        THRU 3210-COPY-ONE-FEESCHED-EXIT
101300        UNTIL END-OF-CURRENT-FILE
101400     CLOSE FEE-SCHEDULE-FILE RH-FEESCHED-FILE.
101500 3200-COPY-FEESCHED-EXIT.
101600     EXIT.
101700 3210-COPY-ONE-FEESCHED.
101800     READ FEE-SCHEDULE-FILE NEXT RECORD
101900        AT END
102000           SET END-OF-CURRENT-FILE TO TRUE
102100           GO TO 3210-COPY-ONE-FEESCHED-EXIT
102200     END-READ
102300     ADD 1 TO WS-FT-READ(WS-FT-IDX)
102400     MOVE FEE-SCHEDULE-RECORD TO RH-FEESCHED-RECORD
102500     WRITE RH-FEESCHED-RECORD
102600        INVALID KEY
102700           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
102800        NOT INVALID KEY
102900           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
103000     END-WRITE.
103100 3210-COPY-ONE-FEESCHED-EXIT.
103200     EXIT.
103300*--------------------------------------------------------------
103400* 3300-COPY-SETLHIST - COPIED AS IS
103500*--------------------------------------------------------------
103600 3300-COPY-SETLHIST.
103700     MOVE 8 TO WS-FT-IDX
103800     OPEN INPUT SETL-HIST-FILE
103900     IF WS-IN-STATUS NOT = "00"
104000        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
104100        GO TO 3300-COPY-SETLHIST-EXIT
104200     END-IF
104300     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
104400     OPEN OUTPUT RH-SETLHIST-FILE
104500     IF WS-OUT-STATUS NOT = "00"
104600        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
104700        CLOSE SETL-HIST-FILE
104800        GO TO 3300-COPY-SETLHIST-EXIT
104900     END-IF
105000     MOVE "N" TO WS-FILE-EOF-SW
105100     PERFORM 3310-COPY-ONE-SETLHIST
105200        THRU 3310-COPY-ONE-SETLHIST-EXIT
105300        UNTIL END-OF-CURRENT-FILE
105400     CLOSE SETL-HIST-FILE RH-SETLHIST-FILE.
105500 3300-COPY-SETLHIST-EXIT.
105600     EXIT.
105700 3310-COPY-ONE-SETLHIST.
105800     READ SETL-HIST-FILE NEXT RECORD
105900        AT END
106000           SET END-OF-CURRENT-FILE TO TRUE
106100           GO TO 3310-COPY-ONE-SETLHIST-EXIT
106200     END-READ
106300     ADD 1 TO WS-FT-READ(WS-FT-IDX)
106400     MOVE SETL-HIST-RECORD TO RH-SETLHIST-RECORD
106500     WRITE RH-SETLHIST-RECORD
106600        INVALID KEY
106700           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
106800        NOT INVALID KEY
106900           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
107000     END-WRITE.
107100 3310-COPY-ONE-SETLHIST-EXIT.
107200     EXIT.
107300*--------------------------------------------------------------
107400* 3400-COPY-HELDFUND - COPIED AS IS
107500*--------------------------------------------------------------
107600 3400-COPY-HELDFUND.
107700     MOVE 9 TO WS-FT-IDX
107800     OPEN INPUT HELD-FUNDS-FILE
107900     IF WS-IN-STATUS NOT = "00"
108000        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
108100        GO TO 3400-COPY-HELDFUND-EXIT
108200     END-IF
108300     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
108400     OPEN OUTPUT RH-HELDFUND-FILE
108500     IF WS-OUT-STATUS NOT = "00"
108600        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
108700        CLOSE HELD-FUNDS-FILE
108800        GO TO 3400-COPY-HELDFUND-EXIT
108900     END-IF
109000     MOVE "N" TO WS-FILE-EOF-SW
109100     PERFORM 3410-COPY-ONE-HELDFUND
109200        THRU 3410-COPY-ONE-HELDFUND-EXIT
109300        UNTIL END-OF-CURRENT-FILE
109400     CLOSE HELD-FUNDS-FILE RH-HELDFUND-FILE.
109500 3400-COPY-HELDFUND-EXIT.
109600     EXIT.
109700 3410-COPY-ONE-HELDFUND.
109800     READ HELD-FUNDS-FILE NEXT RECORD
109900        AT END
110000           SET END-OF-CURRENT-FILE TO TRUE
110100           GO TO 3410-COPY-ONE-HELDFUND-EXIT
110200     END-READ
110300     ADD 1 TO WS-FT-READ(WS-FT-IDX)
110400     MOVE HELD-FUNDS-RECORD TO RH-HELDFUND-RECORD
110500     WRITE RH-HELDFUND-RECORD
110600        INVALID KEY
110700           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
110800        NOT INVALID KEY
110900           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
111000     END-WRITE.
111100 3410-COPY-ONE-HELDFUND-EXIT.
111200     EXIT.
111300*--------------------------------------------------------------
111400* 3500-COPY-MERCHRCV - COPIED AS IS
111500*--------------------------------------------------------------
111600 3500-COPY-MERCHRCV.
111700     MOVE 10 TO WS-FT-IDX
111800     OPEN INPUT MERCHANT-RCV-FILE
111900     IF WS-IN-STATUS NOT = "00"
112000        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
112100        GO TO 3500-COPY-MERCHRCV-EXIT
112200     END-IF
112300     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
112400     OPEN OUTPUT RH-MERCHRCV-FILE
112500     IF WS-OUT-STATUS NOT = "00"
112600        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
112700        CLOSE MERCHANT-RCV-FILE
112800        GO TO 3500-COPY-MERCHRCV-EXIT
112900     END-IF
113000     MOVE "N" TO WS-FILE-EOF-SW
113100     PERFORM 3510-COPY-ONE-MERCHRCV
113200        THRU 3510-COPY-ONE-MERCHRCV-EXIT
113300        UNTIL END-OF-CURRENT-FILE
113400     CLOSE MERCHANT-RCV-FILE RH-MERCHRCV-FILE.
113500 3500-COPY-MERCHRCV-EXIT.
113600     EXIT.
113700 3510-COPY-ONE-MERCHRCV.
113800     READ MERCHANT-RCV-FILE NEXT RECORD
113900        AT END
114000           SET END-OF-CURRENT-FILE TO TRUE
114100           GO TO 3510-COPY-ONE-MERCHRCV-EXIT
114200     END-READ
114300     ADD 1 TO WS-FT-READ(WS-FT-IDX)
114400     MOVE MERCHANT-RCV-RECORD TO RH-MERCHRCV-RECORD
114500     WRITE RH-MERCHRCV-RECORD
114600        INVALID KEY
114700           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
114800        NOT INVALID KEY
114900           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
115000     END-WRITE.
115100 3510-COPY-ONE-MERCHRCV-EXIT.
115200     EXIT.
115300*--------------------------------------------------------------
115400* 3600-COPY-DSPCASE - DISPUTED CARD MASKED
115500*--------------------------------------------------------------
115600 3600-COPY-DSPCASE.
115700     MOVE 11 TO WS-FT-IDX
115800     OPEN INPUT DISPUTE-CASE-FILE
115900     IF WS-IN-STATUS NOT = "00"
116000        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
116100        GO TO 3600-COPY-DSPCASE-EXIT
116200     END-IF
116300     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
116400     OPEN OUTPUT RH-DSPCASE-FILE
116500     IF WS-OUT-STATUS NOT = "00"
116600        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
116700        CLOSE DISPUTE-CASE-FILE
116800        GO TO 3600-COPY-DSPCASE-EXIT
116900     END-IF
117000     MOVE "N" TO WS-FILE-EOF-SW
117100     PERFORM 3610-COPY-ONE-DSPCASE
117200        THRU 3610-COPY-ONE-DSPCASE-EXIT
117300        UNTIL END-OF-CURRENT-FILE
117400     CLOSE DISPUTE-CASE-FILE RH-DSPCASE-FILE.
117500 3600-COPY-DSPCASE-EXIT.
117600     EXIT.
117700 3610-COPY-ONE-DSPCASE.
117800     READ DISPUTE-CASE-FILE NEXT RECORD
117900        AT END
118000           SET END-OF-CURRENT-FILE TO TRUE
118100           GO TO 3610-COPY-ONE-DSPCASE-EXIT
118200     END-READ
118300     ADD 1 TO WS-FT-READ(WS-FT-IDX)
118400     MOVE DISPUTE-CASE-RECORD TO RH-DSPCASE-RECORD
118500     MOVE 4 TO WS-MF-IDX
118600     MOVE DC-CARD TO WS-MASK-IN
118700     PERFORM 8200-MASK-PAN THRU 8200-MASK-PAN-EXIT
118800     MOVE WS-MASK-OUT TO RH-DC-CARD
118900     WRITE RH-DSPCASE-RECORD
119000        INVALID KEY
119100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
119200        NOT INVALID KEY
119300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
119400     END-WRITE.
119500 3610-COPY-ONE-DSPCASE-EXIT.
119600     EXIT.
119700*--------------------------------------------------------------
119800* 3700-COPY-DSPSETL - COPIED AS IS
119900*--------------------------------------------------------------
120000 3700-COPY-DSPSETL.
120100     MOVE 12 TO WS-FT-IDX
120200     OPEN INPUT DISPUTE-SETL-FILE
120300     IF WS-IN-STATUS NOT = "00"
120400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
120500        GO TO 3700-COPY-DSPSETL-EXIT
120600     END-IF
120700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
120800     OPEN OUTPUT RH-DSPSETL-FILE
120900     IF WS-OUT-STATUS NOT = "00"
121000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
121100        CLOSE DISPUTE-SETL-FILE
121200        GO TO 3700-COPY-DSPSETL-EXIT
121300     END-IF
121400     MOVE "N" TO WS-FILE-EOF-SW
121500     PERFORM 3710-COPY-ONE-DSPSETL
121600        THRU 3710-COPY-ONE-DSPSETL-EXIT
121700        UNTIL END-OF-CURRENT-FILE
121800     CLOSE DISPUTE-SETL-FILE RH-DSPSETL-FILE.
121900 3700-COPY-DSPSETL-EXIT.
122000     EXIT.
122100 3710-COPY-ONE-DSPSETL.
122200     READ DISPUTE-SETL-FILE NEXT RECORD
122300        AT END
122400           SET END-OF-CURRENT-FILE TO TRUE
122500           GO TO 3710-COPY-ONE-DSPSETL-EXIT
122600     END-READ
122700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
122800     MOVE DISPUTE-SETL-RECORD TO RH-DSPSETL-RECORD
122900     WRITE RH-DSPSETL-RECORD
123000        INVALID KEY
123100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
123200        NOT INVALID KEY
123300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
123400     END-WRITE.
123500 3710-COPY-ONE-DSPSETL-EXIT.
123600     EXIT.
123700*--------------------------------------------------------------
123800* 4100-COPY-SUSPMST - SUSPENSE CARD KEY MASKED
123900*--------------------------------------------------------------
124000 4100-COPY-SUSPMST.
124100     MOVE 13 TO WS-FT-IDX
124200     OPEN INPUT SUSP-MASTER-FILE
124300     IF WS-IN-STATUS NOT = "00"
124400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
124500        GO TO 4100-COPY-SUSPMST-EXIT
124600     END-IF
124700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
124800     OPEN OUTPUT RH-SUSPMST-FILE
124900     IF WS-OUT-STATUS NOT = "00"
125000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
125100        CLOSE SUSP-MASTER-FILE
125200        GO TO 4100-COPY-SUSPMST-EXIT
125300     END-IF
125400     MOVE "N" TO WS-FILE-EOF-SW
125500     PERFORM 4110-COPY-ONE-SUSPMST
125600        THRU 4110-COPY-ONE-SUSPMST-EXIT
125700        UNTIL END-OF-CURRENT-FILE
125800     CLOSE SUSP-MASTER-FILE RH-SUSPMST-FILE.
125900 4100-COPY-SUSPMST-EXIT.
126000     EXIT.
126100 4110-COPY-ONE-SUSPMST.
126200     READ SUSP-MASTER-FILE NEXT RECORD
126300        AT END
126400           SET END-OF-CURRENT-FILE TO TRUE
126500           GO TO 4110-COPY-ONE-SUSPMST-EXIT
126600     END-READ
126700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
126800     MOVE SUSP-MASTER-RECORD TO RH-SUSPMST-RECORD
126900     MOVE 5 TO WS-MF-IDX
127000     MOVE SM-CARD TO WS-MASK-IN
127100     PERFORM 8200-MASK-PAN THRU 8200-MASK-PAN-EXIT
127200     MOVE WS-MASK-OUT TO RH-SM-CARD
127300     WRITE RH-SUSPMST-RECORD
127400        INVALID KEY
127500           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
127600        NOT INVALID KEY
127700           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
127800     END-WRITE.
127900 4110-COPY-ONE-SUSPMST-EXIT.
128000     EXIT.
128100*--------------------------------------------------------------
128200* 4200-COPY-LUHNSNDX - SEEN-CARD KEY MASKED
128300*--------------------------------------------------------------
128400 4200-COPY-LUHNSNDX.
128500     MOVE 14 TO WS-FT-IDX
128600     OPEN INPUT SEEN-CARD-FILE
128700     IF WS-IN-STATUS NOT = "00"
128800        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
128900        GO TO 4200-COPY-LUHNSNDX-EXIT
129000     END-IF
129100     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
129200     OPEN OUTPUT RH-LUHNSNDX-FILE
129300     IF WS-OUT-STATUS NOT = "00"
129400        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
129500        CLOSE SEEN-CARD-FILE
129600        GO TO 4200-COPY-LUHNSNDX-EXIT
129700     END-IF
129800     MOVE "N" TO WS-FILE-EOF-SW
129900     PERFORM 4210-COPY-ONE-LUHNSNDX
130000        THRU 4210-COPY-ONE-LUHNSNDX-EXIT
130100        UNTIL END-OF-CURRENT-FILE
130200     CLOSE SEEN-CARD-FILE RH-LUHNSNDX-FILE.
130300 4200-COPY-LUHNSNDX-EXIT.
130400     EXIT.
130500 4210-COPY-ONE-LUHNSNDX.
130600     READ SEEN-CARD-FILE NEXT RECORD
130700        AT END
130800           SET END-OF-CURRENT-FILE TO TRUE
130900           GO TO 4210-COPY-ONE-LUHNSNDX-EXIT
131000     END-READ
131100     ADD 1 TO WS-FT-READ(WS-FT-IDX)
131200     MOVE SEEN-CARD-RECORD TO RH-LUHNSNDX-RECORD
131300     MOVE 6 TO WS-MF-IDX
131400     MOVE SEEN-CARD-KEY TO WS-MASK-IN
131500     PERFORM 8200-MASK-PAN THRU 8200-MASK-PAN-EXIT
131600     MOVE WS-MASK-OUT TO RH-SEEN-CARD-KEY
131700     WRITE RH-LUHNSNDX-RECORD
131800        INVALID KEY
131900           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
132000        NOT INVALID KEY
132100           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
132200     END-WRITE.
132300 4210-COPY-ONE-LUHNSNDX-EXIT.
132400     EXIT.
132500*--------------------------------------------------------------
132600* 4300-COPY-TOKVAULT - VAULT PAN KEY MASKED
132700*--------------------------------------------------------------
132800 4300-COPY-TOKVAULT.
132900     MOVE 15 TO WS-FT-IDX
133000     OPEN INPUT TOKEN-VAULT-FILE
133100     IF WS-IN-STATUS NOT = "00"
133200        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
133300        GO TO 4300-COPY-TOKVAULT-EXIT
133400     END-IF
133500     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
133600     OPEN OUTPUT RH-TOKVAULT-FILE
133700     IF WS-OUT-STATUS NOT = "00"
133800        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
133900        CLOSE TOKEN-VAULT-FILE
134000        GO TO 4300-COPY-TOKVAULT-EXIT
134100     END-IF
134200     MOVE "N" TO WS-FILE-EOF-SW
134300     PERFORM 4310-COPY-ONE-TOKVAULT
134400        THRU 4310-COPY-ONE-TOKVAULT-EXIT
134500        UNTIL END-OF-CURRENT-FILE
134600     CLOSE TOKEN-VAULT-FILE RH-TOKVAULT-FILE.
134700 4300-COPY-TOKVAULT-EXIT.
134800     EXIT.
134900 4310-COPY-ONE-TOKVAULT.
135000     READ TOKEN-VAULT-FILE NEXT RECORD
135100        AT END
135200           SET END-OF-CURRENT-FILE TO TRUE
135300           GO TO 4310-COPY-ONE-TOKVAULT-EXIT
135400     END-READ
135500     ADD 1 TO WS-FT-READ(WS-FT-IDX)
135600     MOVE TOKEN-VAULT-RECORD TO RH-TOKVAULT-RECORD
135700     MOVE 7 TO WS-MF-IDX
135800     MOVE TV-PAN TO WS-MASK-IN
135900     PERFORM 8200-MASK-PAN THRU 8200-MASK-PAN-EXIT
136000     MOVE WS-MASK-OUT TO RH-TV-PAN
136100     WRITE RH-TOKVAULT-RECORD
136200        INVALID KEY
136300           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
136400        NOT INVALID KEY
136500           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
136600     END-WRITE.
136700 4310-COPY-ONE-TOKVAULT-EXIT.
136800     EXIT.
136900*--------------------------------------------------------------
137000* 4400-COPY-TOKXREF - XREF PAN MASKED
137100*--------------------------------------------------------------
137200 4400-COPY-TOKXREF.
137300     MOVE 16 TO WS-FT-IDX
137400     OPEN INPUT TOKEN-XREF-FILE
137500     IF WS-IN-STATUS NOT = "00"
137600        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
137700        GO TO 4400-COPY-TOKXREF-EXIT
137800     END-IF
137900     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
138000     OPEN OUTPUT RH-TOKXREF-FILE
138100     IF WS-OUT-STATUS NOT = "00"
138200        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
138300        CLOSE TOKEN-XREF-FILE
138400        GO TO 4400-COPY-TOKXREF-EXIT
138500     END-IF
138600     MOVE "N" TO WS-FILE-EOF-SW
138700     PERFORM 4410-COPY-ONE-TOKXREF
138800        THRU 4410-COPY-ONE-TOKXREF-EXIT
138900        UNTIL END-OF-CURRENT-FILE
139000     CLOSE TOKEN-XREF-FILE RH-TOKXREF-FILE.
139100 4400-COPY-TOKXREF-EXIT.
139200     EXIT.
139300 4410-COPY-ONE-TOKXREF.
139400     READ TOKEN-XREF-FILE NEXT RECORD
139500        AT END
139600           SET END-OF-CURRENT-FILE TO TRUE
139700           GO TO 4410-COPY-ONE-TOKXREF-EXIT
139800     END-READ
139900     ADD 1 TO WS-FT-READ(WS-FT-IDX)
140000     MOVE TOKEN-XREF-RECORD TO RH-TOKXREF-RECORD
140100     MOVE 8 TO WS-MF-IDX
140200     MOVE TX-PAN TO WS-MASK-IN
140300     PERFORM 8200-MASK-PAN THRU 8200-MASK-PAN-EXIT
140400     MOVE WS-MASK-OUT TO RH-TX-PAN
140500     WRITE RH-TOKXREF-RECORD
140600        INVALID KEY
140700           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
140800        NOT INVALID KEY
140900           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
141000     END-WRITE.
141100 4410-COPY-ONE-TOKXREF-EXIT.
141200     EXIT.
141300*--------------------------------------------------------------
141400* 5100-COPY-CPNREG - COUPON GUEST NAMES MASKED
141500*--------------------------------------------------------------
141600 5100-COPY-CPNREG.
141700     MOVE 17 TO WS-FT-IDX
141800     OPEN INPUT COUPON-REG-FILE
141900     IF WS-IN-STATUS NOT = "00"
142000        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
142100        GO TO 5100-COPY-CPNREG-EXIT
142200     END-IF
142300     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
142400     OPEN OUTPUT RH-CPNREG-FILE
142500     IF WS-OUT-STATUS NOT = "00"
142600        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
142700        CLOSE COUPON-REG-FILE
142800        GO TO 5100-COPY-CPNREG-EXIT
142900     END-IF
143000     MOVE "N" TO WS-FILE-EOF-SW
143100     PERFORM 5110-COPY-ONE-CPNREG
143200        THRU 5110-COPY-ONE-CPNREG-EXIT
143300        UNTIL END-OF-CURRENT-FILE
143400     CLOSE COUPON-REG-FILE RH-CPNREG-FILE.
143500 5100-COPY-CPNREG-EXIT.
143600     EXIT.
143700 5110-COPY-ONE-CPNREG.
143800     READ COUPON-REG-FILE NEXT RECORD
143900        AT END
144000           SET END-OF-CURRENT-FILE TO TRUE
144100           GO TO 5110-COPY-ONE-CPNREG-EXIT
144200     END-READ
144300     ADD 1 TO WS-FT-READ(WS-FT-IDX)
144400     MOVE COUPON-REG-RECORD TO RH-CPNREG-RECORD
144500     MOVE 9 TO WS-MF-IDX
144600     MOVE CR-GUEST TO WS-MASK-IN
144700     PERFORM 8100-MASK-NAME THRU 8100-MASK-NAME-EXIT
144800     MOVE WS-MASK-OUT TO RH-CR-GUEST
144900     WRITE RH-CPNREG-RECORD
145000     IF WS-OUT-STATUS = "00"
145100        ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
145200     ELSE
145300        ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
145400     END-IF.
145500 5110-COPY-ONE-CPNREG-EXIT.
145600     EXIT.
145700*--------------------------------------------------------------
145800* 5200-COPY-VENUEMST - COPIED AS IS
145900*--------------------------------------------------------------
146000 5200-COPY-VENUEMST.
146100     MOVE 18 TO WS-FT-IDX
146200     OPEN INPUT VENUE-MASTER-FILE
146300     IF WS-IN-STATUS NOT = "00"
146400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
146500        GO TO 5200-COPY-VENUEMST-EXIT
146600     END-IF
146700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
146800     OPEN OUTPUT RH-VENUEMST-FILE
146900     IF WS-OUT-STATUS NOT = "00"
147000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
147100        CLOSE VENUE-MASTER-FILE
147200        GO TO 5200-COPY-VENUEMST-EXIT
147300     END-IF
147400     MOVE "N" TO WS-FILE-EOF-SW
147500     PERFORM 5210-COPY-ONE-VENUEMST
147600        THRU 5210-COPY-ONE-VENUEMST-EXIT
147700        UNTIL END-OF-CURRENT-FILE
147800     CLOSE VENUE-MASTER-FILE RH-VENUEMST-FILE.
147900 5200-COPY-VENUEMST-EXIT.
148000     EXIT.
148100 5210-COPY-ONE-VENUEMST.
148200     READ VENUE-MASTER-FILE NEXT RECORD
148300        AT END
148400           SET END-OF-CURRENT-FILE TO TRUE
148500           GO TO 5210-COPY-ONE-VENUEMST-EXIT
148600     END-READ
148700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
148800     MOVE VENUE-MASTER-RECORD TO RH-VENUEMST-RECORD
148900     WRITE RH-VENUEMST-RECORD
149000        INVALID KEY
149100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
149200        NOT INVALID KEY
149300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
149400     END-WRITE.
149500 5210-COPY-ONE-VENUEMST-EXIT.
149600     EXIT.
149700*--------------------------------------------------------------
149800* 5300-COPY-CPNCASE - COPIED AS IS
149900*--------------------------------------------------------------
150000 5300-COPY-CPNCASE.
150100     MOVE 19 TO WS-FT-IDX
150200     OPEN INPUT FRAUD-CASE-FILE
150300     IF WS-IN-STATUS NOT = "00"
150400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
150500        GO TO 5300-COPY-CPNCASE-EXIT
150600     END-IF
150700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
150800     OPEN OUTPUT RH-CPNCASE-FILE
150900     IF WS-OUT-STATUS NOT = "00"
151000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
151100        CLOSE FRAUD-CASE-FILE
151200        GO TO 5300-COPY-CPNCASE-EXIT
151300     END-IF
151400     MOVE "N" TO WS-FILE-EOF-SW
151500     PERFORM 5310-COPY-ONE-CPNCASE
151600        THRU 5310-COPY-ONE-CPNCASE-EXIT
151700        UNTIL END-OF-CURRENT-FILE
151800     CLOSE FRAUD-CASE-FILE RH-CPNCASE-FILE.
151900 5300-COPY-CPNCASE-EXIT.
152000     EXIT.
152100 5310-COPY-ONE-CPNCASE.
152200     READ FRAUD-CASE-FILE NEXT RECORD
152300        AT END
152400           SET END-OF-CURRENT-FILE TO TRUE
152500           GO TO 5310-COPY-ONE-CPNCASE-EXIT
152600     END-READ
152700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
152800     MOVE FRAUD-CASE-RECORD TO RH-CPNCASE-RECORD
152900     WRITE RH-CPNCASE-RECORD
153000        INVALID KEY
153100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
153200        NOT INVALID KEY
153300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
153400     END-WRITE.
153500 5310-COPY-ONE-CPNCASE-EXIT.
153600     EXIT.
153700*--------------------------------------------------------------
153800* 6100-COPY-PARTSMST - COPIED AS IS
153900*--------------------------------------------------------------
154000 6100-COPY-PARTSMST.
154100     MOVE 20 TO WS-FT-IDX
154200     OPEN INPUT PARTS-MASTER-FILE
154300     IF WS-IN-STATUS NOT = "00"
154400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
154500        GO TO 6100-COPY-PARTSMST-EXIT
154600     END-IF
154700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
154800     OPEN OUTPUT RH-PARTSMST-FILE
154900     IF WS-OUT-STATUS NOT = "00"
155000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
155100        CLOSE PARTS-MASTER-FILE
155200        GO TO 6100-COPY-PARTSMST-EXIT
155300     END-IF
155400     MOVE "N" TO WS-FILE-EOF-SW
155500     PERFORM 6110-COPY-ONE-PARTSMST
155600        THRU 6110-COPY-ONE-PARTSMST-EXIT
155700        UNTIL END-OF-CURRENT-FILE
155800     CLOSE PARTS-MASTER-FILE RH-PARTSMST-FILE.
155900 6100-COPY-PARTSMST-EXIT.
156000     EXIT.
156100 6110-COPY-ONE-PARTSMST.
156200     READ PARTS-MASTER-FILE NEXT RECORD
156300        AT END
156400           SET END-OF-CURRENT-FILE TO TRUE
156500           GO TO 6110-COPY-ONE-PARTSMST-EXIT
156600     END-READ
156700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
156800     MOVE PARTS-MASTER-RECORD TO RH-PARTSMST-RECORD
156900     WRITE RH-PARTSMST-RECORD
157000        INVALID KEY
157100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
157200        NOT INVALID KEY
157300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
157400     END-WRITE.
157500 6110-COPY-ONE-PARTSMST-EXIT.
157600     EXIT.
157700*--------------------------------------------------------------
157800* 6200-COPY-PARTNDX - COPIED AS IS
157900*--------------------------------------------------------------
158000 6200-COPY-PARTNDX.
158100     MOVE 21 TO WS-FT-IDX
158200     OPEN INPUT PART-INDEX-FILE
158300     IF WS-IN-STATUS NOT = "00"
158400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
158500        GO TO 6200-COPY-PARTNDX-EXIT
158600     END-IF
158700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
158800     OPEN OUTPUT RH-PARTNDX-FILE
158900     IF WS-OUT-STATUS NOT = "00"
159000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
159100        CLOSE PART-INDEX-FILE
159200        GO TO 6200-COPY-PARTNDX-EXIT
159300     END-IF
159400     MOVE "N" TO WS-FILE-EOF-SW
159500     PERFORM 6210-COPY-ONE-PARTNDX
159600        THRU 6210-COPY-ONE-PARTNDX-EXIT
159700        UNTIL END-OF-CURRENT-FILE
159800     CLOSE PART-INDEX-FILE RH-PARTNDX-FILE.
159900 6200-COPY-PARTNDX-EXIT.
160000     EXIT.
160100 6210-COPY-ONE-PARTNDX.
160200     READ PART-INDEX-FILE NEXT RECORD
160300        AT END
160400           SET END-OF-CURRENT-FILE TO TRUE
160500           GO TO 6210-COPY-ONE-PARTNDX-EXIT
160600     END-READ
160700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
160800     MOVE PART-INDEX-RECORD TO RH-PARTNDX-RECORD
160900     WRITE RH-PARTNDX-RECORD
161000        INVALID KEY
161100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
161200        NOT INVALID KEY
161300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
161400     END-WRITE.
161500 6210-COPY-ONE-PARTNDX-EXIT.
161600     EXIT.
161700*--------------------------------------------------------------
161800* 6300-COPY-ROBOTMST - COPIED AS IS
161900*--------------------------------------------------------------
162000 6300-COPY-ROBOTMST.
162100     MOVE 22 TO WS-FT-IDX
162200     OPEN INPUT ROBOT-MASTER-FILE
162300     IF WS-IN-STATUS NOT = "00"
162400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
162500        GO TO 6300-COPY-ROBOTMST-EXIT
162600     END-IF
162700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
162800     OPEN OUTPUT RH-ROBOTMST-FILE
162900     IF WS-OUT-STATUS NOT = "00"
163000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
163100        CLOSE ROBOT-MASTER-FILE
163200        GO TO 6300-COPY-ROBOTMST-EXIT
163300     END-IF
163400     MOVE "N" TO WS-FILE-EOF-SW
163500     PERFORM 6310-COPY-ONE-ROBOTMST
163600        THRU 6310-COPY-ONE-ROBOTMST-EXIT
163700        UNTIL END-OF-CURRENT-FILE
163800     CLOSE ROBOT-MASTER-FILE RH-ROBOTMST-FILE.
163900 6300-COPY-ROBOTMST-EXIT.
164000     EXIT.
164100 6310-COPY-ONE-ROBOTMST.
164200     READ ROBOT-MASTER-FILE NEXT RECORD
164300        AT END
164400           SET END-OF-CURRENT-FILE TO TRUE
164500           GO TO 6310-COPY-ONE-ROBOTMST-EXIT
164600     END-READ
164700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
164800     MOVE ROBOT-MASTER-RECORD TO RH-ROBOTMST-RECORD
164900     WRITE RH-ROBOTMST-RECORD
165000        INVALID KEY
165100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
165200        NOT INVALID KEY
165300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
165400     END-WRITE.
165500 6310-COPY-ONE-ROBOTMST-EXIT.
165600     EXIT.
165700*--------------------------------------------------------------
165800* 6400-COPY-ROBOTEND - COPIED AS IS
165900*--------------------------------------------------------------
166000 6400-COPY-ROBOTEND.
166100     MOVE 23 TO WS-FT-IDX
166200     OPEN INPUT END-STATE-FILE
166300     IF WS-IN-STATUS NOT = "00"
166400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
166500        GO TO 6400-COPY-ROBOTEND-EXIT
166600     END-IF
166700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
166800     OPEN OUTPUT RH-ROBOTEND-FILE
166900     IF WS-OUT-STATUS NOT = "00"
167000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
167100        CLOSE END-STATE-FILE
167200        GO TO 6400-COPY-ROBOTEND-EXIT
167300     END-IF
167400     MOVE "N" TO WS-FILE-EOF-SW
167500     PERFORM 6410-COPY-ONE-ROBOTEND
167600        THRU 6410-COPY-ONE-ROBOTEND-EXIT
167700        UNTIL END-OF-CURRENT-FILE
167800     CLOSE END-STATE-FILE RH-ROBOTEND-FILE.
167900 6400-COPY-ROBOTEND-EXIT.
168000     EXIT.
168100 6410-COPY-ONE-ROBOTEND.
168200     READ END-STATE-FILE NEXT RECORD
168300        AT END
168400           SET END-OF-CURRENT-FILE TO TRUE
168500           GO TO 6410-COPY-ONE-ROBOTEND-EXIT
168600     END-READ
168700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
168800     MOVE END-STATE-RECORD TO RH-ROBOTEND-RECORD
168900     WRITE RH-ROBOTEND-RECORD
169000        INVALID KEY
169100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
169200        NOT INVALID KEY
169300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
169400     END-WRITE.
169500 6410-COPY-ONE-ROBOTEND-EXIT.
169600     EXIT.
169700*--------------------------------------------------------------
169800* 6500-COPY-WORDMST - COPIED AS IS
169900*--------------------------------------------------------------
170000 6500-COPY-WORDMST.
170100     MOVE 24 TO WS-FT-IDX
170200     OPEN INPUT WORD-MASTER-FILE
170300     IF WS-IN-STATUS NOT = "00"
170400        MOVE "NOT ON FILE" TO WS-FT-NOTE(WS-FT-IDX)
170500        GO TO 6500-COPY-WORDMST-EXIT
170600     END-IF
170700     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
170800     OPEN OUTPUT RH-WORDMST-FILE
170900     IF WS-OUT-STATUS NOT = "00"
171000        MOVE "OUTPUT FAILED" TO WS-FT-NOTE(WS-FT-IDX)
171100        CLOSE WORD-MASTER-FILE
171200        GO TO 6500-COPY-WORDMST-EXIT
171300     END-IF
171400     MOVE "N" TO WS-FILE-EOF-SW
171500     PERFORM 6510-COPY-ONE-WORDMST
171600        THRU 6510-COPY-ONE-WORDMST-EXIT
171700        UNTIL END-OF-CURRENT-FILE
171800     CLOSE WORD-MASTER-FILE RH-WORDMST-FILE.
171900 6500-COPY-WORDMST-EXIT.
172000     EXIT.
172100 6510-COPY-ONE-WORDMST.
172200     READ WORD-MASTER-FILE NEXT RECORD
172300        AT END
172400           SET END-OF-CURRENT-FILE TO TRUE
172500           GO TO 6510-COPY-ONE-WORDMST-EXIT
172600     END-READ
172700     ADD 1 TO WS-FT-READ(WS-FT-IDX)
172800     MOVE WORD-MASTER-RECORD TO RH-WORDMST-RECORD
172900     WRITE RH-WORDMST-RECORD
173000        INVALID KEY
173100           ADD 1 TO WS-FT-COLLIDED(WS-FT-IDX)
173200        NOT INVALID KEY
173300           ADD 1 TO WS-FT-WRITTEN(WS-FT-IDX)
173400     END-WRITE.
173500 6510-COPY-ONE-WORDMST-EXIT.
173600     EXIT.
173700*--------------------------------------------------------------
173800* 7000-PRINT-CERTIFICATE - THE FIELDS MASKED, THE FILES COPIED
173900*          AND WHETHER THE SET CAN BE RELEASED TO REHEARSALS
174000*--------------------------------------------------------------
174100 7000-PRINT-CERTIFICATE.
174200     MOVE SPACES TO WS-RPT-DETAIL
174300     STRING "REHEARSAL SET PREFIX: " DELIMITED BY SIZE
174400        WS-RH-PREFIX DELIMITED BY SPACE
174500        INTO WS-RPT-DETAIL
174600     END-STRING
174700     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
174800     MOVE SPACES TO WS-RPT-DETAIL
174900     STRING "MASKING SEED SOURCE:  " DELIMITED BY SIZE
175000        WS-SEED-SOURCE DELIMITED BY SIZE
175100        INTO WS-RPT-DETAIL
175200     END-STRING
175300     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
175400     MOVE SPACES TO WS-RPT-DETAIL
175500     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
175600     MOVE "FIELDS MASKED" TO WS-RPT-DETAIL
175700     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
175800     MOVE SPACES TO WS-RPT-DETAIL
175900     STRING "  FILE      FIELD             METHOD"
176000        DELIMITED BY SIZE
176100        "  MASKED    AS IS" DELIMITED BY SIZE
176200        INTO WS-RPT-DETAIL
176300     END-STRING
176400     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
176500     PERFORM 7100-PRINT-ONE-FIELD THRU 7100-PRINT-ONE-FIELD-EXIT
176600        VARYING WS-MF-IDX FROM 1 BY 1
176700        UNTIL WS-MF-IDX > WS-MF-MAX
176800     MOVE SPACES TO WS-RPT-DETAIL
176900     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
177000     MOVE "FILES COPIED" TO WS-RPT-DETAIL
177100     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
177200     MOVE SPACES TO WS-RPT-DETAIL
177300     STRING "  FILE      REHEARSAL COPY" DELIMITED BY SIZE
177400        "                    READ WRITTEN DROPPED"
177500        DELIMITED BY SIZE
177600        "  STATUS" DELIMITED BY SIZE
177700        INTO WS-RPT-DETAIL
177800     END-STRING
177900     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
178000     PERFORM 7200-PRINT-ONE-FILE THRU 7200-PRINT-ONE-FILE-EXIT
178100        VARYING WS-FT-IDX FROM 1 BY 1
178200        UNTIL WS-FT-IDX > WS-FT-MAX
178300     MOVE SPACES TO WS-RPT-DETAIL
178400     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT
178500     IF WS-FAILED-COUNT = ZERO AND WS-COLLIDED-COUNT = ZERO
178600        STRING "CERTIFIED: EVERY FIELD LISTED ABOVE IS MASKED"
178700           DELIMITED BY SIZE
178800           " IN EVERY FILE COPIED" DELIMITED BY SIZE
178900           INTO WS-RPT-DETAIL
179000        END-STRING
179100     ELSE
179200        STRING "NOT CERTIFIED: REHEARSAL SET INCOMPLETE -"
179300           DELIMITED BY SIZE
179400           " SEE FAILED FILES AND DROPPED RECORDS"
179500           DELIMITED BY SIZE
179600           INTO WS-RPT-DETAIL
179700        END-STRING
179800     END-IF
179900     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT.
180000 7000-PRINT-CERTIFICATE-EXIT.
180100     EXIT.
180200 7100-PRINT-ONE-FIELD.
180300     MOVE WS-MF-DD(WS-MF-IDX) TO FL-DD
180400     MOVE WS-MF-FIELD(WS-MF-IDX) TO FL-FIELD
180500     MOVE WS-MF-METHOD(WS-MF-IDX) TO FL-METHOD
180600     MOVE WS-MF-MASKED(WS-MF-IDX) TO FL-MASKED
180700     MOVE WS-MF-LEFT(WS-MF-IDX) TO FL-LEFT
180800     MOVE WS-FIELD-LINE TO WS-RPT-DETAIL
180900     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT.
181000 7100-PRINT-ONE-FIELD-EXIT.
181100     EXIT.
181200 7200-PRINT-ONE-FILE.
181300     MOVE WS-FT-DD(WS-FT-IDX) TO CL-DD
181400     PERFORM 8500-BUILD-OUT-NAME THRU 8500-BUILD-OUT-NAME-EXIT
181500     MOVE WS-OUT-NAME TO CL-TARGET
181600     MOVE WS-FT-READ(WS-FT-IDX) TO CL-READ
181700     MOVE WS-FT-WRITTEN(WS-FT-IDX) TO CL-WRITTEN
181800     MOVE WS-FT-COLLIDED(WS-FT-IDX) TO CL-COLLIDED
181900     ADD WS-FT-READ(WS-FT-IDX) TO WS-RECORDS-SEEN
182000     ADD WS-FT-COLLIDED(WS-FT-IDX) TO WS-COLLIDED-COUNT
182100     IF WS-FT-NOTE(WS-FT-IDX) = "OUTPUT FAILED"
182200        ADD 1 TO WS-FAILED-COUNT
182300     END-IF
182400     IF WS-FT-NOTE(WS-FT-IDX) = SPACES
182500        MOVE WS-FT-HOW(WS-FT-IDX) TO CL-NOTE
182600     ELSE
182700        MOVE WS-FT-NOTE(WS-FT-IDX) TO CL-NOTE
182800     END-IF
182900     MOVE WS-COPY-LINE TO WS-RPT-DETAIL
183000     PERFORM 8900-WRITE-LINE THRU 8900-WRITE-LINE-EXIT.
183100 7200-PRINT-ONE-FILE-EXIT.
183200     EXIT.
183300*--------------------------------------------------------------
183400* 8000-HASH-VALUE - FOLD WS-MASK-IN INTO THE SEED HASH; ALSO
183500*          SETS WS-MASK-LEN TO THE VALUE'S TRIMMED LENGTH
183600*--------------------------------------------------------------
183700 8000-HASH-VALUE.
183800     MOVE WS-SEED-HASH TO WS-HASH
183900     MOVE ZERO TO WS-MASK-LEN
184000     IF WS-MASK-IN NOT = SPACES
184100        COMPUTE WS-MASK-LEN = LENGTH(TRIM(WS-MASK-IN TRAILING))
184200     END-IF
184300     PERFORM 8010-HASH-ONE-CHAR THRU 8010-HASH-ONE-CHAR-EXIT
184400        VARYING WS-CH-IDX FROM 1 BY 1
184500        UNTIL WS-CH-IDX > WS-MASK-LEN
184600     IF WS-HASH = ZERO
184700        MOVE 1 TO WS-HASH
184800     END-IF.
184900 8000-HASH-VALUE-EXIT.
185000     EXIT.
185100 8010-HASH-ONE-CHAR.
185200     COMPUTE WS-HASH = MOD(WS-HASH * 131
185300        + ORD(WS-MASK-IN(WS-CH-IDX:1)), 2147483647).
185400 8010-HASH-ONE-CHAR-EXIT.
185500     EXIT.
185600 8020-NEXT-RANDOM.
185700     COMPUTE WS-HASH = MOD(WS-HASH * 16807, 2147483647).
185800 8020-NEXT-RANDOM-EXIT.
185900     EXIT.
186000*--------------------------------------------------------------
186100* 8100-MASK-NAME - A PERSON OR BUSINESS NAME BECOMES A FIRST
186200*          NAME, A SURNAME AND TWO LETTERS, SIXTEEN CHARACTERS
186300*          AT MOST AND LETTERS, SPACES AND HYPHENS ONLY, SO IT
186400*          FITS AND PASSES THE EDIT OF EVERY NAME FIELD MASKED
186500*--------------------------------------------------------------
186600 8100-MASK-NAME.
186700     MOVE SPACES TO WS-MASK-OUT
186800     IF WS-MASK-IN = SPACES
186900        ADD 1 TO WS-MF-LEFT(WS-MF-IDX)
187000        GO TO 8100-MASK-NAME-EXIT
187100     END-IF
187200     PERFORM 8000-HASH-VALUE THRU 8000-HASH-VALUE-EXIT
187300     PERFORM 8020-NEXT-RANDOM THRU 8020-NEXT-RANDOM-EXIT
187400     COMPUTE WS-PICK = MOD(WS-HASH, 16) + 1
187500     MOVE WS-FIRST-NAME(WS-PICK) TO WS-NAME-FIRST
187600     PERFORM 8020-NEXT-RANDOM THRU 8020-NEXT-RANDOM-EXIT
187700     COMPUTE WS-PICK = MOD(WS-HASH, 16) + 1
187800     MOVE WS-LAST-NAME(WS-PICK) TO WS-NAME-LAST
187900     PERFORM 8020-NEXT-RANDOM THRU 8020-NEXT-RANDOM-EXIT
188000     COMPUTE WS-PICK = MOD(WS-HASH, 26) + 1
188100     MOVE WS-ALPHA-UPPER(WS-PICK:1) TO WS-NAME-L1
188200     PERFORM 8020-NEXT-RANDOM THRU 8020-NEXT-RANDOM-EXIT
188300     COMPUTE WS-PICK = MOD(WS-HASH, 26) + 1
188400     MOVE WS-ALPHA-UPPER(WS-PICK:1) TO WS-NAME-L2
188500     STRING WS-NAME-FIRST DELIMITED BY SPACE
188600        " " DELIMITED BY SIZE
188700        WS-NAME-LAST DELIMITED BY SPACE
188800        "-" DELIMITED BY SIZE
188900        WS-NAME-L1 DELIMITED BY SIZE
189000        WS-NAME-L2 DELIMITED BY SIZE
189100        INTO WS-MASK-OUT
189200     END-STRING
189300     ADD 1 TO WS-MF-MASKED(WS-MF-IDX).
189400 8100-MASK-NAME-EXIT.
189500     EXIT.
189600*--------------------------------------------------------------
189700* 8200-MASK-PAN - A CARD NUMBER KEEPS ITS FIRST SIX DIGITS; THE
189800*          REST ARE REDRAWN AND, FOR AN ALL-DIGIT PAN, THE CHECK
189900*          DIGIT IS SET SO THE FAKE PASSES LUHN EXACTLY WHEN THE
190000*          REAL ONE DID. A VALUE NOT STARTING WITH A DIGIT IS A
190100*          VAULT TOKEN OR CONTROL ROW AND IS LEFT AS IS.
190200*--------------------------------------------------------------
190300 8200-MASK-PAN.
190400     MOVE WS-MASK-IN TO WS-MASK-OUT
190500     IF WS-MASK-IN(1:1) IS NOT NUMERIC
190600        ADD 1 TO WS-MF-LEFT(WS-MF-IDX)
190700        GO TO 8200-MASK-PAN-EXIT
190800     END-IF
190900     PERFORM 8000-HASH-VALUE THRU 8000-HASH-VALUE-EXIT
191000     PERFORM 8210-MASK-PAN-DIGIT THRU 8210-MASK-PAN-DIGIT-EXIT
191100        VARYING WS-CH-IDX FROM 7 BY 1
191200        UNTIL WS-CH-IDX > WS-MASK-LEN
191300     ADD 1 TO WS-MF-MASKED(WS-MF-IDX)
191400     IF WS-MASK-LEN < 8
191500        GO TO 8200-MASK-PAN-EXIT
191600     END-IF
191700     IF WS-MASK-IN(1:WS-MASK-LEN) IS NOT NUMERIC
191800        GO TO 8200-MASK-PAN-EXIT
191900     END-IF
192000     COMPUTE WS-LUHN-LEN = WS-MASK-LEN - 1
192100     MOVE WS-MASK-IN TO WS-LUHN-WORK
192200     PERFORM 8400-LUHN-CHECK-DIGIT THRU 8400-LUHN-CHECK-DIGIT-EXIT
192300     MOVE "N" TO WS-ORIG-VALID-SW
192400     IF WS-MASK-IN(WS-MASK-LEN:1) = WS-LUHN-CHECK
192500        MOVE "Y" TO WS-ORIG-VALID-SW
192600     END-IF
192700     MOVE WS-MASK-OUT TO WS-LUHN-WORK
192800     PERFORM 8400-LUHN-CHECK-DIGIT THRU 8400-LUHN-CHECK-DIGIT-EXIT
192900     IF NOT ORIG-PASSED-LUHN
193000        COMPUTE WS-LUHN-CHECK = MOD(WS-LUHN-CHECK + 1, 10)
193100     END-IF
193200     MOVE WS-LUHN-CHECK TO WS-MASK-OUT(WS-MASK-LEN:1).
193300 8200-MASK-PAN-EXIT.
193400     EXIT.
193500 8210-MASK-PAN-DIGIT.
193600     IF WS-MASK-OUT(WS-CH-IDX:1) IS NUMERIC
193700        PERFORM 8020-NEXT-RANDOM THRU 8020-NEXT-RANDOM-EXIT
193800        COMPUTE WS-DIGIT = MOD(WS-HASH, 10)
193900        MOVE WS-DIGIT TO WS-MASK-OUT(WS-CH-IDX:1)
194000     END-IF.
194100 8210-MASK-PAN-DIGIT-EXIT.
194200     EXIT.
194300*--------------------------------------------------------------
194400* 8300-MASK-SHAPE - EACH DIGIT BECOMES A DIGIT AND EACH LETTER A
194500*          LETTER OF THE SAME CASE; PUNCTUATION AND SPACES STAY
194600*--------------------------------------------------------------
194700 8300-MASK-SHAPE.
194800     MOVE WS-MASK-IN TO WS-MASK-OUT
194900     IF WS-MASK-IN = SPACES
195000        ADD 1 TO WS-MF-LEFT(WS-MF-IDX)
195100        GO TO 8300-MASK-SHAPE-EXIT
195200     END-IF
195300     PERFORM 8000-HASH-VALUE THRU 8000-HASH-VALUE-EXIT
195400     PERFORM 8310-MASK-SHAPE-CHAR THRU 8310-MASK-SHAPE-CHAR-EXIT
195500        VARYING WS-CH-IDX FROM 1 BY 1
195600        UNTIL WS-CH-IDX > WS-MASK-LEN
195700     ADD 1 TO WS-MF-MASKED(WS-MF-IDX).
195800 8300-MASK-SHAPE-EXIT.
195900     EXIT.
196000 8310-MASK-SHAPE-CHAR.
196100     IF WS-MASK-IN(WS-CH-IDX:1) = SPACE
196200        GO TO 8310-MASK-SHAPE-CHAR-EXIT
196300     END-IF
196400     PERFORM 8020-NEXT-RANDOM THRU 8020-NEXT-RANDOM-EXIT
196500     EVALUATE TRUE
196600        WHEN WS-MASK-IN(WS-CH-IDX:1) IS NUMERIC
196700           COMPUTE WS-DIGIT = MOD(WS-HASH, 10)
196800           MOVE WS-DIGIT TO WS-MASK-OUT(WS-CH-IDX:1)
196900        WHEN WS-MASK-IN(WS-CH-IDX:1) IS ALPHABETIC-UPPER
197000           COMPUTE WS-PICK = MOD(WS-HASH, 26) + 1
197100           MOVE WS-ALPHA-UPPER(WS-PICK:1)
197200              TO WS-MASK-OUT(WS-CH-IDX:1)
197300        WHEN WS-MASK-IN(WS-CH-IDX:1) IS ALPHABETIC-LOWER
197400           COMPUTE WS-PICK = MOD(WS-HASH, 26) + 1
197500           MOVE WS-ALPHA-LOWER(WS-PICK:1)
197600              TO WS-MASK-OUT(WS-CH-IDX:1)
197700        WHEN OTHER
197800           CONTINUE
197900     END-EVALUATE.
198000 8310-MASK-SHAPE-CHAR-EXIT.
198100     EXIT.
198200*--------------------------------------------------------------
198300* 8400-LUHN-CHECK-DIGIT - CHECK DIGIT FOR THE FIRST WS-LUHN-LEN
198400*          DIGITS OF WS-LUHN-WORK
198500*--------------------------------------------------------------
198600 8400-LUHN-CHECK-DIGIT.
198700     MOVE ZERO TO WS-LUHN-SUM
198800     MOVE "Y" TO WS-LUHN-DOUBLE-SW
198900     PERFORM 8410-LUHN-ONE-DIGIT THRU 8410-LUHN-ONE-DIGIT-EXIT
199000        VARYING WS-LUHN-POS FROM WS-LUHN-LEN BY -1
199100        UNTIL WS-LUHN-POS < 1
199200     COMPUTE WS-LUHN-CHECK = MOD(10 - MOD(WS-LUHN-SUM, 10), 10).
199300 8400-LUHN-CHECK-DIGIT-EXIT.
199400     EXIT.
199500 8410-LUHN-ONE-DIGIT.
199600     MOVE WS-LUHN-WORK(WS-LUHN-POS:1) TO WS-DIGIT
199700     IF LUHN-DOUBLE
199800        COMPUTE WS-LUHN-PROD = WS-DIGIT * 2
199900        IF WS-LUHN-PROD > 9
200000           SUBTRACT 9 FROM WS-LUHN-PROD
200100        END-IF
200200        ADD WS-LUHN-PROD TO WS-LUHN-SUM
200300        MOVE "N" TO WS-LUHN-DOUBLE-SW
200400     ELSE
200500        ADD WS-DIGIT TO WS-LUHN-SUM
200600        MOVE "Y" TO WS-LUHN-DOUBLE-SW
200700     END-IF.
200800 8410-LUHN-ONE-DIGIT-EXIT.
200900     EXIT.
201000*--------------------------------------------------------------
201100* 8500-BUILD-OUT-NAME - REHEARSAL DATASET NAME PREFIX.DDNAME
201200*--------------------------------------------------------------
201300 8500-BUILD-OUT-NAME.
201400     MOVE SPACES TO WS-OUT-NAME
201500     STRING WS-RH-PREFIX DELIMITED BY SPACE
201600        "." DELIMITED BY SIZE
201700        WS-FT-DD(WS-FT-IDX) DELIMITED BY SPACE
201800        INTO WS-OUT-NAME
201900     END-STRING.
202000 8500-BUILD-OUT-NAME-EXIT.
202100     EXIT.
202200 8900-WRITE-LINE.
202300     MOVE "D" TO RPT-REQUEST
202400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
202500 8900-WRITE-LINE-EXIT.
202600     EXIT.
202700*--------------------------------------------------------------
202800* 9000-FINISH - CLOSE THE CERTIFICATE AND CUT THE
202900*          JOB-ACCOUNTING ROW
203000*--------------------------------------------------------------
203100 9000-FINISH.
203200     MOVE "C" TO RPT-REQUEST
203300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
203400     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
203500 9000-FINISH-EXIT.
203600     EXIT.
203700*--------------------------------------------------------------
203800* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
203900*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
204000*--------------------------------------------------------------
204100 9100-LOG-JOB-ACCT.
204200     OPEN EXTEND JOB-ACCT-FILE
204300     IF WS-JOBACCT-STATUS = "35"
204400        OPEN OUTPUT JOB-ACCT-FILE
204500        CLOSE JOB-ACCT-FILE
204600        OPEN EXTEND JOB-ACCT-FILE
204700     END-IF
204800     MOVE SPACES TO JOB-ACCT-RECORD
204900     MOVE "MASKXTR" TO JA-PROGRAM-NAME
205000     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
205100     MOVE CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
205200     MOVE "COMPLETED" TO JA-RETURN-STATUS
205300     MOVE WS-RECORDS-SEEN TO JA-RECORD-COUNT
205400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
205500     CLOSE JOB-ACCT-FILE.
205600 9100-LOG-JOB-ACCT-EXIT.
205700     EXIT.
