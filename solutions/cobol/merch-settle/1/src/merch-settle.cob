002200*                 REPORT (SETLEXCP) INSTEAD OF SILENTLY
002300*                 TOTALLING. THE RUN LOGS TO JOBACCT LIKE ANY
002400*                 OTHER.
002405* 2026-10-15 RLM  WRITE THE BANK CREDIT-TRANSFER FILE
002410*                 (BANKXMIT) SO TREASURY STOPS KEYING PAYMENTS
002415*                 INTO THE BANK PORTAL FROM MM-BANK-REF: A FILE
002420*                 HEADER, ONE BATCH OF ONE PAYMENT ENTRY PER
002425*                 PAYABLE MERCHANT, AND BATCH AND FILE CONTROL
002430*                 RECORDS CARRYING THE ENTRY COUNT, THE CREDIT
002435*                 AMOUNT TOTAL, AND A DIGIT-SUM HASH OF THE BANK
002440*                 REFERENCES. HELD MERCHANTS GET NO ENTRY. THE
002445*                 FILE'S CONTROL TOTALS ARE PROVED AGAINST THE
002450*                 SETLREG GRAND TOTALS AT END OF RUN; A BREAK
002455*                 PRINTS ON THE REGISTER, CUTS A SEVERITY-8
002460*                 ALERT, AND ENDS THE RUN WITH RETURN CODE 8 SO
002465*                 THE SCHEDULER HOLDS THE TRANSMISSION STEP.
002467* 2026-10-15 RLM  NET DISPUTE CHARGEBACKS INTO THE SETTLEMENT.
002469*                 EVERY DSPCASE CASE AT CHARGEBACK IS DEDUCTED
002471*                 FROM THE MERCHANT'S NEXT SETTLEMENT, AND A
002473*                 CHARGED-BACK CASE THE ISSUER LATER REVERSES ON
002475*                 REPRESENTMENT IS CREDITED BACK. THE DISPUTE
002477*                 SETTLEMENT LEDGER (DSPSETL) RECORDS WHAT HAS
002479*                 BEEN NETTED PER CASE SO NOTHING IS TAKEN OR
002481*                 RETURNED TWICE. EACH CASE PRINTS AS ITS OWN
002483*                 ADVICE LINE. A MERCHANT WHOSE CHARGEBACKS
002485*                 EXCEED THE NIGHT'S SALES IS SENT NOTHING; THE
002487*                 SHORTFALL IS CARRIED ON THE MERCHANT
002489*                 RECEIVABLE FILE (MERCHRCV) AND RECOVERED FROM
002491*                 LATER SETTLEMENTS.
002492* 2026-10-15 RLM  CARRY HELD FUNDS FORWARD. EACH NIGHT A MERCHANT
002493*                 IS ON HOLD, ITS NET IS WRITTEN TO THE KEYED
002494*                 HELD-FUNDS LEDGER (HELDFUND) BY MERCHANT AND
002495*                 BUSINESS DATE WITH THE HOLD REASON. ON THE FIRST
002496*                 NIGHT THE HOLD FLAG IS CLEAR, THE WHOLE OPEN
002497*                 BALANCE IS RELEASED INTO THAT NIGHT'S PAYMENT.
002498*                 NEW HELD-FUNDS AGING REPORT (HELDAGE) IN
002499*                 BUSINESS DAYS THROUGH BUSDAY.
002509* 2026-10-15 RLM  PRICE BY CARD BRAND AND VOLUME TIER. LUHNCLRD
002519*                 NOW CARRIES THE CARD BRAND; EACH MERCHANT'S
002529*                 NIGHT IS SPLIT BY BRAND AND EACH BRAND PRICED
002539*                 FROM THE FEE SCHEDULE (FEESCHED) KEYED BY
002549*                 MERCHANT, BRAND, AND TIER, FALLING BACK TO THE
002559*                 DEFAULT SCHEDULE AND THEN TO MM-DISCOUNT-RATE.
002569*                 THE TIER IS CHOSEN BY THE MERCHANT'S MONTH-TO-
002579*                 DATE CLEARED VOLUME. THE REMITTANCE ADVICE
002589*                 BREAKS THE FEES OUT BY BRAND.
002590* 2026-10-15 RLM  APPEND THE NIGHT'S MONEY MOVEMENTS TO THE
002591*                 SHARED GL EVENT FILE (GLEVENT) FOR THE GL
002592*                 INTERFACE (GL-IFACE): PER MERCHANT THE FEES,
002593*                 THE NET PAID OR HELD, AND ANY HELD FUNDS
002594*                 RELEASED.
002596* 2026-10-15 RLM  LUHNCLRD ROWS AND DISPUTE CASES NOW END WITH
002598*                 THE PAN TOKEN; LAYOUTS WIDENED TO MATCH.
002606* 2026-10-15 RLM  KEEP EACH NIGHT'S RESULT PER MERCHANT ON THE
002614*                 KEYED SETTLEMENT HISTORY FILE (SETLHIST) BY
002622*                 MERCHANT AND BUSINESS DATE, SINCE SETLREG IS
002630*                 REPLACED EVERY NIGHT: CARDS, GROSS, FEES,
002638*                 CHARGEBACKS AND REVERSALS NETTED, HELD FUNDS
002646*                 RELEASED, NET AND STATUS, PLUS THE COUNT AND
002654*                 VALUE OF THE MERCHANT'S CARDS REJECTED TO
002662*                 SUSPENSE THAT NIGHT (LUHNSUSP). A RERUN OF THE
002670*                 SAME NIGHT REPLACES ITS ROWS. READ BY THE
002678*                 MONTHLY MERCHANT STATEMENT RUN (MRCH-STMT).
002679* 2026-10-15 RLM  SETLREG ASKS RPTWRITE FOR ITS COMPANION
002680*                 DELIMITED EXTRACT (SETLREG.CSV): ONE ROW PER
002681*                 MERCHANT REGISTER LINE. THE GRAND TOTALS AND
002682*                 THE BANK-FILE PROOF NOW GO AS PRINT-ONLY ("P")
002683*                 LINES SO THEY DO NOT LAND IN THE EXTRACT.
002685* 2026-10-15 RLM  MERCHANT MASTER WIDENED TO 68 BYTES FOR THE
002687*                 ACQUIRER'S BUSINESS CALENDAR ID (MM-CALENDAR-ID,
002689*                 BLANK = SHOP CALENDAR); LAYOUT MATCHED.
002690* 2026-10-15 RLM  SAFE TO RERUN FOR THE SAME AS-OF DATE:
002691*                 DISPUTE NETTING DATED TONIGHT ON DSPSETL IS
002692*                 BACKED OUT AND NETTED AGAIN; MERCHRCV KEEPS THE
002693*                 BALANCE BROUGHT FORWARD BESIDE THE NEW ONE SO A
002694*                 RERUN DOES NOT DEDUCT IT TWICE; TONIGHT'S
002695*                 MRCHSETL EVENTS STILL ON GLEVENT ARE REPLACED
002696*                 THROUGH A WORK COPY (GLEVWORK).
002706* 2026-10-15 RLM  RERUN OF A NIGHT THAT RELEASED HELD FUNDS PAYS
002716*                 THEM AGAIN INSTEAD OF DROPPING THEM, AND A
002726*                 RERUN WITH NOTHING HELD REMOVES THE EARLIER
002736*                 RUN'S HELD-FUNDS ROW FOR THE NIGHT. A PAYABLE
002746*                 MERCHANT WITH NO BANK REFERENCE REGISTERS AS
002756*                 NOBANK AND POSTS NO MRCHPAY GL EVENT.
002757* 2026-10-15 RLM  A NOBANK NET IS NO LONGER COUNTED AS PAID:
002758*                 IT FOOTS ON ITS OWN NOBANK TOTALS LINE, IS
002759*                 LISTED ON SETLEXCP, AND RAISES RC 4 WITH A
002760*                 SEVERITY-4 ALERT, SO THE BANK FILE STILL TIES
002761*                 TO THE REGISTER AND THE OTHER MERCHANTS ARE
002762*                 SENT.
002766*--------------------------------------------------------------
002776 ENVIRONMENT DIVISION.
002786 CONFIGURATION SECTION.
002800 REPOSITORY.
002900     FUNCTION ALL INTRINSIC.
003000 INPUT-OUTPUT SECTION.
004000     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-JOBACCT-STATUS.
004210     SELECT BANK-XMIT-FILE ASSIGN TO "BANKXMIT"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-BANKXMIT-STATUS.
004231     SELECT DISPUTE-CASE-FILE ASSIGN TO "DSPCASE"
004232         ORGANIZATION IS INDEXED
004233         ACCESS MODE IS DYNAMIC
004234         RECORD KEY IS DC-CASE-NO
004235         FILE STATUS IS WS-DSPCASE-STATUS.
004236     SELECT DISPUTE-SETL-FILE ASSIGN TO "DSPSETL"
004237         ORGANIZATION IS INDEXED
004238         ACCESS MODE IS DYNAMIC
004239         RECORD KEY IS DS-CASE-NO
004240         FILE STATUS IS WS-DSPSETL-STATUS.
004241     SELECT MERCHANT-RCV-FILE ASSIGN TO "MERCHRCV"
004242         ORGANIZATION IS INDEXED
004243         ACCESS MODE IS DYNAMIC
004244         RECORD KEY IS MR-MERCHANT-ID
004245         FILE STATUS IS WS-MERCHRCV-STATUS.
004247     SELECT HELD-FUNDS-FILE ASSIGN TO "HELDFUND"
004249         ORGANIZATION IS INDEXED
004251         ACCESS MODE IS DYNAMIC
004253         RECORD KEY IS HF-KEY
004255         FILE STATUS IS WS-HELDFUND-STATUS.
004260     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
004265         ORGANIZATION IS INDEXED
004270         ACCESS MODE IS DYNAMIC
004275         RECORD KEY IS FS-KEY
004280         FILE STATUS IS WS-FEESCHED-STATUS.
004285     SELECT SHARED-ALERT-FILE ASSIGN TO "ALERTS"
004290         ORGANIZATION IS LINE SEQUENTIAL
004295         FILE STATUS IS WS-SHALERT-STATUS.
004296     SELECT GL-EVENT-FILE ASSIGN TO "GLEVENT"
004297         ORGANIZATION IS LINE SEQUENTIAL
004298         FILE STATUS IS WS-GLEVENT-STATUS.
004300     SELECT GL-WORK-FILE ASSIGN TO "GLEVWORK"
004302         ORGANIZATION IS LINE SEQUENTIAL
004304         FILE STATUS IS WS-GLWORK-STATUS.
004308     SELECT SUSPENSE-FILE ASSIGN TO "LUHNSUSP"
004318         ORGANIZATION IS LINE SEQUENTIAL
004328         FILE STATUS IS WS-SUSPENSE-STATUS.
004338     SELECT SETL-HIST-FILE ASSIGN TO "SETLHIST"
004348         ORGANIZATION IS INDEXED
004358         ACCESS MODE IS DYNAMIC
004368         RECORD KEY IS SH-KEY
004378         FILE STATUS IS WS-SETLHIST-STATUS.
004388 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CLEARED-FILE
004600     RECORDING MODE IS F.
005200     05 CLRD-IN-MERCHANT       PIC X(08).
005300     05 FILLER                 PIC X(02).
005400     05 CLRD-IN-AMOUNT         PIC 9(07)V99.
005410     05 FILLER                 PIC X(02).
005420     05 CLRD-IN-BRAND          PIC X(10).
005430     05 FILLER                 PIC X(02).
005440     05 CLRD-IN-TOKEN          PIC X(16).
005500 FD  MERCHANT-MASTER-FILE.
005600 01  MERCHANT-MASTER-RECORD.
005700     05 MM-MERCHANT-ID         PIC X(08).
006000     05 MM-HOLD-FLAG           PIC X(01).
006100        88 MERCHANT-ON-HOLD    VALUE "Y".
006200     05 MM-BANK-REF            PIC X(16).
006210     05 MM-CALENDAR-ID         PIC X(08).
006300 FD  JOB-ACCT-FILE
006400     RECORDING MODE IS F.
006500 01  JOB-ACCT-FILE-RECORD      PIC X(60).
006510 FD  BANK-XMIT-FILE
006520     RECORDING MODE IS F.
006530 01  BANK-XMIT-RECORD          PIC X(94).
006532 FD  DISPUTE-CASE-FILE.
006534 01  DISPUTE-CASE-RECORD.
006536     05 DC-CASE-NO             PIC 9(07).
006538     05 DC-CARD                PIC X(32).
006540     05 DC-MERCHANT            PIC X(08).
006542     05 DC-AMOUNT              PIC 9(07)V99.
006544     05 DC-DISPUTE-DATE        PIC X(08).
006546     05 DC-REASON              PIC X(10).
006548     05 DC-STATUS              PIC X(10).
006550        88 CASE-OPENED         VALUE "OPENED".
006552        88 CASE-REPRESENTED    VALUE "REPRESENT".
006554        88 CASE-CHARGED-BACK   VALUE "CHARGEBACK".
006556        88 CASE-CLOSED         VALUE "CLOSED".
006558     05 DC-OPENED-DATE         PIC X(08).
006560     05 DC-STATUS-DATE         PIC X(08).
006561     05 DC-TOKEN               PIC X(16).
006562*    ONE ROW PER CASE EVER NETTED INTO A SETTLEMENT. DS-STATE
006564*    "D" - CHARGEBACK DEDUCTED, "C" - DEDUCTION CREDITED BACK.
006566 FD  DISPUTE-SETL-FILE.
006568 01  DISPUTE-SETL-RECORD.
006570     05 DS-CASE-NO             PIC 9(07).
006572     05 DS-MERCHANT            PIC X(08).
006574     05 DS-AMOUNT              PIC 9(07)V99.
006576     05 DS-STATE               PIC X(01).
006578        88 CASE-NETTED-DEBIT   VALUE "D".
006580        88 CASE-NETTED-CREDIT  VALUE "C".
006582     05 DS-DEBIT-DATE          PIC X(08).
006584     05 DS-CREDIT-DATE         PIC X(08).
006586 FD  MERCHANT-RCV-FILE.
006588 01  MERCHANT-RCV-RECORD.
006590     05 MR-MERCHANT-ID         PIC X(08).
006592     05 MR-BALANCE             PIC 9(11)V99.
006594     05 MR-LAST-DATE           PIC X(08).
006595*    BALANCE OWING BEFORE THE MR-LAST-DATE SETTLEMENT, SO A RERUN
006596*    OF THAT NIGHT BRINGS FORWARD WHAT IT ORIGINALLY DID
006597     05 MR-PRIOR-BALANCE       PIC 9(11)V99.
006600*    ONE ROW PER MERCHANT PER BUSINESS NIGHT HELD. HF-STATUS
006606*    "H" - STILL HELD, "R" - RELEASED ON HF-RELEASE-DATE.
006612 FD  HELD-FUNDS-FILE.
006618 01  HELD-FUNDS-RECORD.
006624     05 HF-KEY.
006630        10 HF-MERCHANT-ID      PIC X(08).
006636        10 HF-BUS-DATE         PIC X(08).
006642     05 HF-AMOUNT              PIC 9(11)V99.
006648     05 HF-REASON              PIC X(20).
006654     05 HF-STATUS              PIC X(01).
006660        88 HELD-FUNDS-OPEN     VALUE "H".
006666        88 HELD-FUNDS-RELEASED VALUE "R".
006672     05 HF-RELEASE-DATE        PIC X(08).
006673*    FS-MERCHANT-ID IS "DEFAULT" FOR THE HOUSE SCHEDULE. TIERS
006674*    RUN UPWARD FROM 01; A TIER APPLIES ONCE THE MERCHANT'S
006675*    MONTH-TO-DATE VOLUME REACHES FS-TIER-FLOOR.
006676 FD  FEE-SCHEDULE-FILE.
006677 01  FEE-SCHEDULE-RECORD.
006678     05 FS-KEY.
006679        10 FS-MERCHANT-ID      PIC X(08).
006680        10 FS-BRAND            PIC X(10).
006681        10 FS-TIER             PIC 9(02).
006682     05 FS-TIER-FLOOR          PIC 9(11)V99.
006683     05 FS-RATE                PIC 9V9999.
006684 FD  SHARED-ALERT-FILE.
006685 01  SHARED-ALERT-RECORD       PIC X(120).
006687 FD  GL-EVENT-FILE.
006689 01  GL-EVENT-FILE-RECORD      PIC X(80).
006690 FD  GL-WORK-FILE.
006691 01  GL-WORK-RECORD            PIC X(80).
006692 FD  SUSPENSE-FILE
006693     RECORDING MODE IS F.
006695 01  SUSPENSE-IN-RECORD.
006697     05 SUSP-IN-CARD           PIC X(32).
006699     05 FILLER                 PIC X(02).
006701     05 SUSP-IN-REASON         PIC X(10).
006703     05 FILLER                 PIC X(02).
006705     05 SUSP-IN-MERCHANT       PIC X(08).
006707     05 FILLER                 PIC X(02).
006709     05 SUSP-IN-AMOUNT         PIC X(10).
006711     05 FILLER                 PIC X(02).
006713     05 SUSP-IN-EXPIRY         PIC X(06).
006715     05 FILLER                 PIC X(02).
006717     05 SUSP-IN-CURRENCY       PIC X(03).
006719     05 FILLER                 PIC X(02).
006721     05 SUSP-IN-TOKEN          PIC X(16).
006723*    ONE ROW PER MERCHANT PER BUSINESS NIGHT SETTLED. SH-STATUS
006725*    IS THE REGISTER STATUS, OR NOSALE FOR A MERCHANT WHOSE
006727*    ONLY ACTIVITY THAT NIGHT WAS CARDS REJECTED TO SUSPENSE.
006729 FD  SETL-HIST-FILE.
006731 01  SETL-HIST-RECORD.
006733     05 SH-KEY.
006735        10 SH-MERCHANT-ID      PIC X(08).
006737        10 SH-BUS-DATE         PIC X(08).
006739     05 SH-CARDS               PIC 9(07).
006741     05 SH-GROSS               PIC 9(11)V99.
006743     05 SH-FEES                PIC 9(11)V99.
006745     05 SH-CHARGEBACKS         PIC 9(11)V99.
006747     05 SH-REVERSALS           PIC 9(11)V99.
006749     05 SH-RELEASED            PIC 9(11)V99.
006751     05 SH-RCV-BF              PIC 9(11)V99.
006753     05 SH-NET                 PIC 9(11)V99.
006755     05 SH-RCV-CARRIED         PIC 9(11)V99.
006757     05 SH-STATUS              PIC X(06).
006759        88 SH-PAID             VALUE "PAID".
006761        88 SH-HELD             VALUE "HELD".
006763        88 SH-RECEIVABLE       VALUE "RECEIV".
006765        88 SH-NO-SALES         VALUE "NOSALE".
006767     05 SH-REJ-CARDS           PIC 9(05).
006769     05 SH-REJ-AMOUNT          PIC 9(09)V99.
006771 WORKING-STORAGE SECTION.
006773*--------------------------------------------------------------
006800* FILE STATUS AND RUN CONTROLS
006900*--------------------------------------------------------------
007000 77  WS-CLEARED-STATUS         PIC XX.
007100 77  WS-MERCHMST-STATUS        PIC XX.
007200 77  WS-JOBACCT-STATUS         PIC XX.
007210 77  WS-BANKXMIT-STATUS        PIC XX.
007220 77  WS-SHALERT-STATUS         PIC XX.
007230 77  WS-DSPCASE-STATUS         PIC XX.
007240 77  WS-DSPSETL-STATUS         PIC XX.
007250 77  WS-MERCHRCV-STATUS        PIC XX.
007260 77  WS-HELDFUND-STATUS        PIC XX.
007270 77  WS-FEESCHED-STATUS        PIC XX.
007280 77  WS-GLEVENT-STATUS         PIC XX.
007282 77  WS-GLWORK-STATUS          PIC XX.
007285 77  WS-SUSPENSE-STATUS        PIC XX.
007290 77  WS-SETLHIST-STATUS        PIC XX.
007300 77  WS-CLEARED-EOF-SW         PIC X(01) VALUE "N".
007400     88 END-OF-CLEARED         VALUE "Y".
007500 77  WS-CARDS-READ             PIC 9(07) BINARY VALUE ZERO.
008000 COPY JOBACCT.
008100 COPY RUNPARM.
008200 COPY RPTWRITE.
008205 COPY BUSDAY.
008210 COPY ALERTMSG.
008220 COPY GLEVENT.
008300 01  WS-RPT-DETAIL             PIC X(100).
008400*--------------------------------------------------------------
008500* PER-MERCHANT SETTLEMENT TALLY TABLE
009000        10 WS-STL-ID           PIC X(08).
009100        10 WS-STL-CARDS        PIC 9(07) BINARY.
009200        10 WS-STL-AMOUNT       PIC 9(11)V99.
009210        10 WS-STL-CHGB-AMOUNT  PIC 9(11)V99.
009220        10 WS-STL-RVSL-AMOUNT  PIC 9(11)V99.
009230        10 WS-STL-RCV-BF       PIC 9(11)V99.
009240        10 WS-STL-HELD-BF      PIC 9(11)V99.
009245        10 WS-STL-DISCOUNT     PIC 9(11)V99.
009250        10 WS-STL-BRAND-COUNT  PIC 9(02) BINARY.
009255        10 WS-STL-BRAND-ENTRY OCCURS 8 TIMES.
009260           15 WS-STB-BRAND     PIC X(10).
009265           15 WS-STB-AMOUNT    PIC 9(11)V99.
009270           15 WS-STB-RATE      PIC 9V9999.
009275           15 WS-STB-TIER      PIC X(02).
009280           15 WS-STB-FEE       PIC 9(11)V99.
009300 77  WS-SETL-SCAN              PIC 9(03) BINARY.
009310 77  WS-SETL-KEY               PIC X(08).
009312 77  WS-BRAND-SCAN             PIC 9(02) BINARY.
009314 77  WS-BRAND-SLOT             PIC 9(02) BINARY.
009316*--------------------------------------------------------------
009318* MONTH-TO-DATE CLEARED VOLUME PER MERCHANT, FOR THE FEE TIER
009320*--------------------------------------------------------------
009322 01  WS-MTD-TABLE.
009324     05 WS-MTD-COUNT           PIC 9(03) BINARY VALUE ZERO.
009326     05 WS-MTD-ENTRY OCCURS 500 TIMES.
009328        10 WS-MTD-ID           PIC X(08).
009330        10 WS-MTD-VOLUME       PIC 9(13)V99.
009332 77  WS-MTD-SCAN               PIC 9(03) BINARY.
009334 77  WS-MTD-SLOT               PIC 9(03) BINARY.
009336*--------------------------------------------------------------
009338* TONIGHT'S SUSPENSE REJECTS PER MERCHANT, FOR THE HISTORY FILE
009340*--------------------------------------------------------------
009342 01  WS-REJ-TABLE.
009344     05 WS-REJ-COUNT           PIC 9(03) BINARY VALUE ZERO.
009346     05 WS-REJ-ENTRY OCCURS 500 TIMES.
009348        10 WS-REJ-ID           PIC X(08).
009350        10 WS-REJ-CARDS        PIC 9(05) BINARY.
009352        10 WS-REJ-AMOUNT       PIC 9(09)V99.
009354        10 WS-REJ-POSTED-SW    PIC X(01).
009356           88 REJ-POSTED       VALUE "Y".
009358 77  WS-REJ-SCAN               PIC 9(03) BINARY.
009360 77  WS-REJ-SLOT               PIC 9(03) BINARY.
009361 77  WS-REJ-LOOK               PIC 9(03) BINARY.
009362 77  WS-SUSP-EOF-SW            PIC X(01) VALUE "N".
009364     88 END-OF-SUSPENSE        VALUE "Y".
009366 77  WS-AMT-WHOLE              PIC 9(07).
009368 77  WS-AMT-CENTS              PIC 9(02).
009370 77  WS-REJ-VALUE              PIC 9(07)V99.
009372*--------------------------------------------------------------
009374* FEE SCHEDULE LOOKUP
009376*--------------------------------------------------------------
009378 77  WS-FEESCHED-OPEN-SW       PIC X(01) VALUE "N".
009380     88 FEE-SCHEDULE-OPEN      VALUE "Y".
009382 77  WS-FEE-EOF-SW             PIC X(01) VALUE "N".
009384     88 END-OF-FEE-ROWS        VALUE "Y".
009386 77  WS-FEE-FOUND-SW           PIC X(01) VALUE "N".
009388     88 FEE-RATE-FOUND         VALUE "Y".
009390 77  WS-FEE-MERCHANT           PIC X(08).
009392 77  WS-FEE-BRAND              PIC X(10).
009394 77  WS-FEE-VOLUME             PIC 9(13)V99.
009396 77  WS-FEE-RATE               PIC 9V9999.
009398 77  WS-FEE-TIER               PIC 9(02).
009400 77  WS-SETL-SLOT              PIC 9(03) BINARY.
009500 77  WS-SETL-FOUND-SW          PIC X(01) VALUE "N".
009600     88 SETL-MERCHANT-FOUND    VALUE "Y".
009602*--------------------------------------------------------------
009604* DISPUTE ADJUSTMENTS NETTED THIS RUN - ONE ROW PER CASE, TIED
009606* TO ITS MERCHANT'S TALLY ROW FOR THE REMITTANCE ADVICE
009608*--------------------------------------------------------------
009610 01  WS-ADJ-TABLE.
009612     05 WS-ADJ-COUNT           PIC 9(04) BINARY VALUE ZERO.
009614     05 WS-ADJ-ENTRY OCCURS 2000 TIMES.
009616        10 WS-ADJ-SLOT         PIC 9(03) BINARY.
009618        10 WS-ADJ-CASE-NO      PIC 9(07).
009620        10 WS-ADJ-TYPE         PIC X(01).
009622           88 ADJ-CHARGEBACK   VALUE "D".
009624           88 ADJ-REVERSAL     VALUE "C".
009626        10 WS-ADJ-AMOUNT       PIC 9(07)V99.
009628 77  WS-ADJ-SCAN               PIC 9(04) BINARY.
009630 77  WS-CASE-EOF-SW            PIC X(01) VALUE "N".
009632     88 END-OF-CASES           VALUE "Y".
009634 77  WS-CASE-ACTION            PIC X(01).
009636     88 CASE-TO-DEBIT          VALUE "D".
009638     88 CASE-TO-CREDIT         VALUE "C".
009640     88 CASE-NO-ACTION         VALUE " ".
009642 77  WS-SETL-ROW-FOUND-SW      PIC X(01) VALUE "N".
009644     88 SETL-ROW-FOUND         VALUE "Y".
009646 77  WS-CASES-NETTED           PIC 9(05) BINARY VALUE ZERO.
009648 77  WS-CASES-PENDING          PIC 9(05) BINARY VALUE ZERO.
009649*    DSPSETL STATE BEFORE ANY NETTING DONE EARLIER TONIGHT BY A
009650*    PRIOR RUN OF THE SAME AS-OF DATE
009651 77  WS-PRIOR-STATE            PIC X(01).
009652     88 PRIOR-NOT-NETTED       VALUE " ".
009653     88 PRIOR-NETTED-DEBIT     VALUE "D".
009654 77  WS-SETL-UNDONE-SW         PIC X(01) VALUE "N".
009655     88 SETL-ROW-UNDONE        VALUE "Y".
009656*--------------------------------------------------------------
009657* GL EVENTS FROM AN EARLIER RUN OF THE SAME AS-OF DATE, TAKEN
009658* OFF GLEVENT BEFORE TONIGHT'S ARE WRITTEN AGAIN
009659*--------------------------------------------------------------
009660 77  WS-GL-EOF-SW              PIC X(01) VALUE "N".
009661     88 END-OF-GL-EVENTS       VALUE "Y".
009662 77  WS-GL-REPLACED            PIC 9(07) BINARY VALUE ZERO.
009663*--------------------------------------------------------------
009664* HELD-FUNDS LEDGER AND AGING
009665*--------------------------------------------------------------
009666 77  WS-HELD-EOF-SW            PIC X(01) VALUE "N".
009667     88 END-OF-HELD-FUNDS      VALUE "Y".
009668 77  WS-HELD-REASON            PIC X(20)
009669                               VALUE "SETTLEMENT HOLD".
009670 77  WS-HELD-AGE               PIC S9(05) VALUE ZERO.
009671 77  WS-HELD-OLDEST            PIC S9(05) VALUE ZERO.
009672 77  WS-HELD-MERCHANT          PIC X(08) VALUE SPACES.
009673 77  WS-HELD-MERCH-TOTAL       PIC 9(11)V99 VALUE ZERO.
009674 77  WS-HELD-GRAND-TOTAL       PIC 9(13)V99 VALUE ZERO.
009675 77  WS-HELD-BALANCE           PIC 9(11)V99 VALUE ZERO.
009700*--------------------------------------------------------------
009800* SETTLEMENT ARITHMETIC AND GRAND TOTALS
009900*--------------------------------------------------------------
010000 77  WS-DISCOUNT-AMOUNT        PIC 9(11)V99 VALUE ZERO.
010100 77  WS-NET-AMOUNT             PIC 9(11)V99 VALUE ZERO.
010105*    ADJUSTMENT IS REVERSALS AND HELD FUNDS RELEASED, LESS
010110*    CHARGEBACKS AND RECEIVABLE BROUGHT FORWARD; A NEGATIVE
010115*    POSITION IS CARRIED FORWARD
010130 77  WS-ADJUST-AMOUNT          PIC S9(11)V99 VALUE ZERO.
010140 77  WS-NET-POSITION           PIC S9(11)V99 VALUE ZERO.
010150 77  WS-RCV-CARRIED            PIC 9(11)V99 VALUE ZERO.
010152 77  WS-RELEASE-AMOUNT         PIC 9(11)V99 VALUE ZERO.
010154 77  WS-TOT-RELEASED           PIC 9(13)V99 VALUE ZERO.
010160 77  WS-TOT-ADJUST             PIC S9(13)V99 VALUE ZERO.
010170 77  WS-TOT-RCV-CARRIED        PIC 9(13)V99 VALUE ZERO.
010200 77  WS-TOT-GROSS              PIC 9(13)V99 VALUE ZERO.
010300 77  WS-TOT-DISCOUNT           PIC 9(13)V99 VALUE ZERO.
010400 77  WS-TOT-PAID               PIC 9(13)V99 VALUE ZERO.
010500 77  WS-TOT-HELD               PIC 9(13)V99 VALUE ZERO.
010502*    PAYABLE NETS THAT COULD NOT BE SENT FOR WANT OF A BANK
010504*    REFERENCE; KEPT OUT OF PAID SO THE BANK FILE STILL TIES
010506 77  WS-TOT-NOBANK             PIC 9(13)V99 VALUE ZERO.
010508 77  WS-REG-NOBANK-ENTRIES     PIC 9(07) VALUE ZERO.
010510*    CARDS FOR MERCHANTS ON THE MASTER ONLY, SO THE REGISTER
010520*    TOTALS LINE TIES TO ITS OWN GROSS/DISCOUNT/NET COLUMNS
010530 77  WS-TOT-CARDS              PIC 9(07) BINARY VALUE ZERO.
010540 77  WS-TOT-EXCP-CARDS         PIC 9(07) BINARY VALUE ZERO.
010600 77  WS-MASTER-FOUND-SW        PIC X(01) VALUE "N".
010700     88 MASTER-RECORD-FOUND    VALUE "Y".
010710 77  WS-ALERT-SEVERITY         PIC X(01).
010720 77  WS-ALERT-TEXT             PIC X(60).
010800*--------------------------------------------------------------
010801* BANK CREDIT-TRANSFER FILE - ONE BATCH PER RUN. THE FILE'S OWN
010802* CONTROL TOTALS ARE KEPT APART FROM THE REGISTER TOTALS SO THE
010803* END-OF-RUN PROOF COMPARES TWO INDEPENDENT ACCUMULATIONS.
010804*--------------------------------------------------------------
010805 77  WS-ORIGINATOR-ID          PIC X(10) VALUE "DL100CARDS".
010806 77  WS-ORIGINATOR-NAME        PIC X(30)
010807                               VALUE "D-L-100 CARD SERVICES".
010808 77  WS-XMIT-ENTRIES           PIC 9(07) VALUE ZERO.
010809 77  WS-XMIT-AMOUNT            PIC 9(13)V99 VALUE ZERO.
010810 77  WS-XMIT-HASH              PIC 9(13) VALUE ZERO.
010811 77  WS-XMIT-NO-BANK-REF       PIC 9(05) BINARY VALUE ZERO.
010812 77  WS-HASH-SCAN              PIC 9(02) BINARY.
010813 77  WS-HASH-DIGIT             PIC 9(01).
010814 77  WS-REG-PAID-ENTRIES       PIC 9(07) VALUE ZERO.
010815 77  WS-XMIT-BREAK-SW          PIC X(01) VALUE "N".
010816     88 XMIT-OUT-OF-BALANCE    VALUE "Y".
010817 01  WS-XMIT-FILE-HEADER.
010818     05 XF-RECORD-TYPE         PIC X(01) VALUE "1".
010819     05 XF-ORIGINATOR-ID       PIC X(10).
010820     05 XF-CREATE-DATE         PIC X(08).
010821     05 XF-CREATE-TIME         PIC X(06).
010822     05 XF-FILE-ID             PIC X(08) VALUE "MRCHSETL".
010823     05 XF-VALUE-DATE          PIC X(08).
010824     05 FILLER                 PIC X(53) VALUE SPACES.
010825 01  WS-XMIT-BATCH-HEADER.
010826     05 XB-RECORD-TYPE         PIC X(01) VALUE "5".
010827     05 XB-BATCH-NO            PIC 9(07) VALUE 1.
010828     05 XB-ENTRY-CLASS         PIC X(03) VALUE "CCD".
010829     05 XB-ORIGINATOR-NAME     PIC X(30).
010830     05 XB-VALUE-DATE          PIC X(08).
010831     05 FILLER                 PIC X(45) VALUE SPACES.
010832 01  WS-XMIT-ENTRY.
010833     05 XE-RECORD-TYPE         PIC X(01) VALUE "6".
010834     05 XE-TRANS-CODE          PIC X(02) VALUE "22".
010835     05 XE-TRACE-NO            PIC 9(07).
010836     05 XE-MERCHANT-ID         PIC X(08).
010837     05 XE-BANK-REF            PIC X(16).
010838     05 XE-AMOUNT              PIC 9(10)V99.
010839     05 XE-MERCHANT-NAME       PIC X(30).
010840     05 FILLER                 PIC X(18) VALUE SPACES.
010841 01  WS-XMIT-BATCH-CONTROL.
010842     05 XC-RECORD-TYPE         PIC X(01) VALUE "8".
010843     05 XC-BATCH-NO            PIC 9(07) VALUE 1.
010844     05 XC-ENTRY-COUNT         PIC 9(07).
010845     05 XC-ENTRY-HASH          PIC 9(13).
010846     05 XC-CREDIT-TOTAL        PIC 9(13)V99.
010847     05 FILLER                 PIC X(51) VALUE SPACES.
010848 01  WS-XMIT-FILE-CONTROL.
010849     05 XT-RECORD-TYPE         PIC X(01) VALUE "9".
010850     05 XT-BATCH-COUNT         PIC 9(05) VALUE 1.
010851     05 XT-ENTRY-COUNT         PIC 9(07).
010852     05 XT-ENTRY-HASH          PIC 9(13).
010853     05 XT-CREDIT-TOTAL        PIC 9(13)V99.
010854     05 FILLER                 PIC X(53) VALUE SPACES.
010855*--------------------------------------------------------------
010900* REPORT LINES
011000*--------------------------------------------------------------
011100 01  WS-ADVICE-LINE.
012100     05 FILLER                 PIC X(02) VALUE SPACES.
012200     05 RG-DISCOUNT            PIC ZZZ,ZZZ,ZZ9.99.
012300     05 FILLER                 PIC X(02) VALUE SPACES.
012310     05 RG-ADJUST              PIC -ZZ,ZZZ,ZZ9.99.
012320     05 FILLER                 PIC X(02) VALUE SPACES.
012400     05 RG-NET                 PIC ZZZ,ZZZ,ZZ9.99.
012500     05 FILLER                 PIC X(02) VALUE SPACES.
012600     05 RG-STATUS              PIC X(08).
012605*--------------------------------------------------------------
012610* SETLREG COMPANION EXTRACT - ONE ROW PER MERCHANT REGISTER LINE;
012615* THE GRAND TOTALS AND BANK-FILE PROOF PRINT ONLY
012620*--------------------------------------------------------------
012625 01  WS-EXTRACT-COLUMNS.
012630     05 FILLER                 PIC X(17) VALUE
012635        "MERCHANT  001008 ".
012640     05 FILLER                 PIC X(17) VALUE
012645        "CARDS     011007N".
012650     05 FILLER                 PIC X(17) VALUE
012655        "GROSS     020014N".
012660     05 FILLER                 PIC X(17) VALUE
012665        "DISCOUNT  036014N".
012670     05 FILLER                 PIC X(17) VALUE
012675        "ADJUSTMENT052014N".
012680     05 FILLER                 PIC X(17) VALUE
012685        "NET       068014N".
012690     05 FILLER                 PIC X(17) VALUE
012695        "STATUS    084008 ".
012700 01  WS-EXCEPTION-LINE.
012800     05 EX-MERCHANT            PIC X(08).
012900     05 FILLER                 PIC X(02) VALUE SPACES.
013200     05 EX-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
013300     05 FILLER                 PIC X(02) VALUE SPACES.
013400     05 EX-REASON              PIC X(30).
013410 01  WS-XMIT-PROOF-LINE.
013420     05 XP-LABEL               PIC X(28).
013430     05 XP-COUNT               PIC ZZZZZZ9.
013440     05 FILLER                 PIC X(02) VALUE SPACES.
013450     05 XP-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
013451 01  WS-FEE-TEXT.
013452     05 FILLER                 PIC X(06) VALUE "SALES ".
013453     05 FT-SALES               PIC ZZZ,ZZZ,ZZ9.99.
013454     05 FILLER                 PIC X(06) VALUE " RATE ".
013455     05 FT-RATE                PIC 9.9999.
013456     05 FILLER                 PIC X(06) VALUE " TIER ".
013457     05 FT-TIER                PIC X(02).
013458 01  WS-HELD-AGING-LINE.
013459     05 HA-MERCHANT            PIC X(08).
013460     05 FILLER                 PIC X(02) VALUE SPACES.
013461     05 HA-HELD-DATE           PIC X(08).
013462     05 FILLER                 PIC X(02) VALUE SPACES.
013463     05 HA-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
013464     05 FILLER                 PIC X(02) VALUE SPACES.
013466     05 HA-REASON              PIC X(20).
013468     05 FILLER                 PIC X(02) VALUE SPACES.
013470     05 HA-AGE-DAYS            PIC ZZZZ9.
013500 PROCEDURE DIVISION.
013600*--------------------------------------------------------------
013700* 0000-MAINLINE
014000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014100     PERFORM 2000-TALLY-ONE-CARD THRU 2000-TALLY-ONE-CARD-EXIT
014200        UNTIL END-OF-CLEARED
014210     PERFORM 2500-LOAD-DISPUTES THRU 2500-LOAD-DISPUTES-EXIT
014220     PERFORM 2600-LOAD-HELD-FUNDS THRU 2600-LOAD-HELD-FUNDS-EXIT
014230     PERFORM 2700-PRICE-BRANDS THRU 2700-PRICE-BRANDS-EXIT
014240     PERFORM 2800-LOAD-REJECTS THRU 2800-LOAD-REJECTS-EXIT
014300     PERFORM 3000-SETTLE-MERCHANTS
014400        THRU 3000-SETTLE-MERCHANTS-EXIT
014500     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
014600*    GRADED RETURN CODE FOR THE SCHEDULER: 4 WHEN ANY CLEARED
014610*    CARD NAMED A MERCHANT NOT ON THE MASTER, A DISPUTE CASE
014620*    COULD NOT BE NETTED, OR A PAYABLE MERCHANT HAS NO BANK
014630*    REFERENCE (WHICH ALSO CUTS A SEVERITY-4 ALERT).
014800     IF WS-EXCEPTION-COUNT > ZERO
014900        MOVE 4 TO RETURN-CODE
015000     END-IF
015001     IF WS-REG-NOBANK-ENTRIES > ZERO
015002        MOVE "4" TO WS-ALERT-SEVERITY
015003        MOVE "MERCHANT WITH NO BANK REF NOT PAID - SEE SETLEXCP"
015004           TO WS-ALERT-TEXT
015005        PERFORM 9200-WRITE-SHARED-ALERT
015006           THRU 9200-WRITE-SHARED-ALERT-EXIT
015007     END-IF
015010*    8 WHEN THE BANK FILE DOES NOT TIE TO THE REGISTER, SO THE
015020*    TRANSMISSION STEP IS HELD
015030     IF XMIT-OUT-OF-BALANCE
015040        MOVE 8 TO RETURN-CODE
015042        MOVE "8" TO WS-ALERT-SEVERITY
015044        MOVE
015046           "BANK FILE DOES NOT TIE TO SETLREG - TRANSMISSION HELD"
015048           TO WS-ALERT-TEXT
015050        PERFORM 9200-WRITE-SHARED-ALERT
015060           THRU 9200-WRITE-SHARED-ALERT-EXIT
015070     END-IF
015100     STOP RUN.
015200*--------------------------------------------------------------
015300* 1000-INITIALIZE - OPEN FILES AND RESOLVE THE AS-OF DATE
016300     ELSE
016400        MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-AS-OF-DATE
016500     END-IF
016510     MOVE "ORIGID" TO RP-KEYWORD
016520     MOVE WS-ORIGINATOR-ID TO RP-DEFAULT
016530     CALL "RUNPARM" USING RUN-PARM-CONTROL
016540     MOVE RP-VALUE(1:10) TO WS-ORIGINATOR-ID
016550     MOVE "ORIGNAME" TO RP-KEYWORD
016560     MOVE WS-ORIGINATOR-NAME TO RP-DEFAULT
016570     CALL "RUNPARM" USING RUN-PARM-CONTROL
016580     MOVE RP-VALUE TO WS-ORIGINATOR-NAME
016600     OPEN INPUT CLEARED-FILE
016700     IF WS-CLEARED-STATUS NOT = "00"
016800        SET END-OF-CLEARED TO TRUE
016900     END-IF
017000     OPEN INPUT MERCHANT-MASTER-FILE
017005     OPEN I-O DISPUTE-SETL-FILE
017010     IF WS-DSPSETL-STATUS = "35"
017015        OPEN OUTPUT DISPUTE-SETL-FILE
017020        CLOSE DISPUTE-SETL-FILE
017025        OPEN I-O DISPUTE-SETL-FILE
017030     END-IF
017035     OPEN I-O MERCHANT-RCV-FILE
017040     IF WS-MERCHRCV-STATUS = "35"
017045        OPEN OUTPUT MERCHANT-RCV-FILE
017050        CLOSE MERCHANT-RCV-FILE
017055        OPEN I-O MERCHANT-RCV-FILE
017060     END-IF
017061     OPEN INPUT FEE-SCHEDULE-FILE
017062     IF WS-FEESCHED-STATUS = "00"
017063        SET FEE-SCHEDULE-OPEN TO TRUE
017064     END-IF
017065     OPEN I-O HELD-FUNDS-FILE
017070     IF WS-HELDFUND-STATUS = "35"
017075        OPEN OUTPUT HELD-FUNDS-FILE
017080        CLOSE HELD-FUNDS-FILE
017085        OPEN I-O HELD-FUNDS-FILE
017090     END-IF
017091     PERFORM 1100-PURGE-TONIGHT-GL THRU 1100-PURGE-TONIGHT-GL-EXIT
017092     OPEN EXTEND GL-EVENT-FILE
017094     IF WS-GLEVENT-STATUS = "35"
017096        OPEN OUTPUT GL-EVENT-FILE
017098     END-IF
017108     OPEN I-O SETL-HIST-FILE
017118     IF WS-SETLHIST-STATUS = "35"
017128        OPEN OUTPUT SETL-HIST-FILE
017138        CLOSE SETL-HIST-FILE
017148        OPEN I-O SETL-HIST-FILE
017158     END-IF
017168     PERFORM 2100-READ-CLEARED THRU 2100-READ-CLEARED-EXIT.
017200 1000-INITIALIZE-EXIT.
017300     EXIT.
017301*--------------------------------------------------------------
017302* 1100-PURGE-TONIGHT-GL - A RERUN OF THE SAME AS-OF DATE REPLACES
017303*          THE SETTLEMENT'S GL EVENTS RATHER THAN ADDING A SECOND
017304*          SET: GLEVENT IS COPIED TO GLEVWORK WITHOUT THE MRCHSETL
017305*          ROWS FOR THE AS-OF DATE, AND COPIED BACK ONLY WHEN ANY
017306*          WERE FOUND. EVENTS GL-IFACE HAS ALREADY TAKEN ARE NO
017307*          LONGER ON THE FILE AND CANNOT BE REPLACED HERE.
017308*--------------------------------------------------------------
017309 1100-PURGE-TONIGHT-GL.
017310     OPEN INPUT GL-EVENT-FILE
017311     IF WS-GLEVENT-STATUS NOT = "00"
017312        GO TO 1100-PURGE-TONIGHT-GL-EXIT
017313     END-IF
017314     OPEN OUTPUT GL-WORK-FILE
017315     MOVE "N" TO WS-GL-EOF-SW
017316     PERFORM 1110-SIFT-ONE-GL-EVENT
017317        THRU 1110-SIFT-ONE-GL-EVENT-EXIT
017318        UNTIL END-OF-GL-EVENTS
017319     CLOSE GL-EVENT-FILE
017320     CLOSE GL-WORK-FILE
017321     IF WS-GL-REPLACED = ZERO
017322        GO TO 1100-PURGE-TONIGHT-GL-EXIT
017323     END-IF
017324     OPEN INPUT GL-WORK-FILE
017325     OPEN OUTPUT GL-EVENT-FILE
017326     MOVE "N" TO WS-GL-EOF-SW
017327     PERFORM 1120-RESTORE-ONE-GL-EVENT
017328        THRU 1120-RESTORE-ONE-GL-EVENT-EXIT
017329        UNTIL END-OF-GL-EVENTS
017330     CLOSE GL-WORK-FILE
017331     CLOSE GL-EVENT-FILE.
017332 1100-PURGE-TONIGHT-GL-EXIT.
017333     EXIT.
017334*--------------------------------------------------------------
017335* 1110-SIFT-ONE-GL-EVENT
017336*--------------------------------------------------------------
017337 1110-SIFT-ONE-GL-EVENT.
017338     READ GL-EVENT-FILE INTO GL-EVENT-RECORD
017339        AT END
017340           SET END-OF-GL-EVENTS TO TRUE
017341           GO TO 1110-SIFT-ONE-GL-EVENT-EXIT
017342     END-READ
017343     IF GE-SOURCE = "MRCHSETL" AND GE-BUS-DATE = WS-AS-OF-DATE
017344        ADD 1 TO WS-GL-REPLACED
017345        GO TO 1110-SIFT-ONE-GL-EVENT-EXIT
017346     END-IF
017347     WRITE GL-WORK-RECORD FROM GL-EVENT-FILE-RECORD.
017348 1110-SIFT-ONE-GL-EVENT-EXIT.
017349     EXIT.
017350*--------------------------------------------------------------
017351* 1120-RESTORE-ONE-GL-EVENT
017352*--------------------------------------------------------------
017353 1120-RESTORE-ONE-GL-EVENT.
017354     READ GL-WORK-FILE
017355        AT END
017356           SET END-OF-GL-EVENTS TO TRUE
017357           GO TO 1120-RESTORE-ONE-GL-EVENT-EXIT
017358     END-READ
017359     WRITE GL-EVENT-FILE-RECORD FROM GL-WORK-RECORD.
017360 1120-RESTORE-ONE-GL-EVENT-EXIT.
017361     EXIT.
017400*--------------------------------------------------------------
017500* 2000-TALLY-ONE-CARD - ACCUMULATE THE NIGHT'S CLEARED AMOUNTS
017510*          PER MERCHANT AND BRAND, SELECTING ONLY THE AS-OF RUN
017520*          DATE. EVERY ROW IN THE AS-OF MONTH UP TO THE AS-OF
017530*          DATE COUNTS TOWARD THE MERCHANT'S FEE TIER.
017700*--------------------------------------------------------------
017800 2000-TALLY-ONE-CARD.
017900     ADD 1 TO WS-CARDS-READ
017910     IF CLRD-IN-RUN-DATE(1:6) = WS-AS-OF-DATE(1:6)
017920        AND CLRD-IN-RUN-DATE NOT > WS-AS-OF-DATE
017930        AND CLRD-IN-AMOUNT IS NUMERIC
017940        PERFORM 2400-TALLY-MONTH-VOLUME
017950           THRU 2400-TALLY-MONTH-VOLUME-EXIT
017960     END-IF
018000     IF CLRD-IN-RUN-DATE NOT = WS-AS-OF-DATE
018100        GO TO 2000-TALLY-ONE-CARD-READ
018200     END-IF
018300     ADD 1 TO WS-CARDS-SELECTED
018310     MOVE CLRD-IN-MERCHANT TO WS-SETL-KEY
018400     PERFORM 2200-FIND-SETL-SLOT THRU 2200-FIND-SETL-SLOT-EXIT
018500     IF WS-SETL-SLOT > ZERO
018600        ADD 1 TO WS-STL-CARDS(WS-SETL-SLOT)
018700        IF CLRD-IN-AMOUNT IS NUMERIC
018800           ADD CLRD-IN-AMOUNT TO WS-STL-AMOUNT(WS-SETL-SLOT)
018810           PERFORM 2300-FIND-BRAND-SLOT
018820              THRU 2300-FIND-BRAND-SLOT-EXIT
018830           ADD CLRD-IN-AMOUNT
018840              TO WS-STB-AMOUNT(WS-SETL-SLOT, WS-BRAND-SLOT)
018900        END-IF
019000     END-IF.
019100 2000-TALLY-ONE-CARD-READ.
020200 2100-READ-CLEARED-EXIT.
020300     EXIT.
020400*--------------------------------------------------------------
020410* 2200-FIND-SETL-SLOT - LOCATE OR ADD THE TALLY ROW FOR THE
020420*          MERCHANT IN WS-SETL-KEY. A NEW ROW PICKS UP ANY
020430*          RECEIVABLE THE MERCHANT IS CARRYING.
020600*--------------------------------------------------------------
020700 2200-FIND-SETL-SLOT.
020800     MOVE "N" TO WS-SETL-FOUND-SW
021500        IF WS-SETL-COUNT < 200
021600           ADD 1 TO WS-SETL-COUNT
021700           MOVE WS-SETL-COUNT TO WS-SETL-SLOT
021710           MOVE WS-SETL-KEY TO WS-STL-ID(WS-SETL-SLOT)
021900           MOVE ZERO TO WS-STL-CARDS(WS-SETL-SLOT)
022000           MOVE ZERO TO WS-STL-AMOUNT(WS-SETL-SLOT)
022005           MOVE ZERO TO WS-STL-CHGB-AMOUNT(WS-SETL-SLOT)
022010           MOVE ZERO TO WS-STL-RVSL-AMOUNT(WS-SETL-SLOT)
022015           MOVE ZERO TO WS-STL-RCV-BF(WS-SETL-SLOT)
022017           MOVE ZERO TO WS-STL-HELD-BF(WS-SETL-SLOT)
022018           MOVE ZERO TO WS-STL-DISCOUNT(WS-SETL-SLOT)
022019           MOVE ZERO TO WS-STL-BRAND-COUNT(WS-SETL-SLOT)
022020           MOVE WS-SETL-KEY TO MR-MERCHANT-ID
022025           READ MERCHANT-RCV-FILE
022030              INVALID KEY
022035                 CONTINUE
022040              NOT INVALID KEY
022045                 IF MR-LAST-DATE = WS-AS-OF-DATE
022050                    MOVE MR-PRIOR-BALANCE
022055                       TO WS-STL-RCV-BF(WS-SETL-SLOT)
022060                 ELSE
022065                    MOVE MR-BALANCE TO WS-STL-RCV-BF(WS-SETL-SLOT)
022070                 END-IF
022075           END-READ
022100        END-IF
022200     END-IF.
022300 2200-FIND-SETL-SLOT-EXIT.
022600* 2210-SCAN-ONE-SLOT
022700*--------------------------------------------------------------
022800 2210-SCAN-ONE-SLOT.
022810     IF WS-STL-ID(WS-SETL-SCAN) = WS-SETL-KEY
023000        SET SETL-MERCHANT-FOUND TO TRUE
023100        MOVE WS-SETL-SCAN TO WS-SETL-SLOT
023200     END-IF.
023300 2210-SCAN-ONE-SLOT-EXIT.
023301     EXIT.
023302*--------------------------------------------------------------
023303* 2300-FIND-BRAND-SLOT - LOCATE OR ADD THE CARD'S BRAND UNDER
023304*          THE MERCHANT'S TALLY ROW. A NINTH BRAND SHARES THE
023305*          LAST ROW RATHER THAN DROP MONEY.
023306*--------------------------------------------------------------
023307 2300-FIND-BRAND-SLOT.
023308     MOVE ZERO TO WS-BRAND-SLOT
023309     PERFORM 2310-SCAN-ONE-BRAND THRU 2310-SCAN-ONE-BRAND-EXIT
023310        VARYING WS-BRAND-SCAN FROM 1 BY 1
023311        UNTIL WS-BRAND-SCAN > WS-STL-BRAND-COUNT(WS-SETL-SLOT)
023312           OR WS-BRAND-SLOT > ZERO
023313     IF WS-BRAND-SLOT = ZERO
023314        IF WS-STL-BRAND-COUNT(WS-SETL-SLOT) < 8
023315           ADD 1 TO WS-STL-BRAND-COUNT(WS-SETL-SLOT)
023316           MOVE WS-STL-BRAND-COUNT(WS-SETL-SLOT) TO WS-BRAND-SLOT
023317           MOVE CLRD-IN-BRAND
023318              TO WS-STB-BRAND(WS-SETL-SLOT, WS-BRAND-SLOT)
023319           MOVE ZERO
023320              TO WS-STB-AMOUNT(WS-SETL-SLOT, WS-BRAND-SLOT)
023321           MOVE ZERO TO WS-STB-FEE(WS-SETL-SLOT, WS-BRAND-SLOT)
023322        ELSE
023323           MOVE 8 TO WS-BRAND-SLOT
023324        END-IF
023325     END-IF.
023326 2300-FIND-BRAND-SLOT-EXIT.
023327     EXIT.
023328*--------------------------------------------------------------
023329* 2310-SCAN-ONE-BRAND
023330*--------------------------------------------------------------
023331 2310-SCAN-ONE-BRAND.
023332     IF WS-STB-BRAND(WS-SETL-SLOT, WS-BRAND-SCAN) = CLRD-IN-BRAND
023333        MOVE WS-BRAND-SCAN TO WS-BRAND-SLOT
023334     END-IF.
023335 2310-SCAN-ONE-BRAND-EXIT.
023336     EXIT.
023337*--------------------------------------------------------------
023338* 2400-TALLY-MONTH-VOLUME - MONTH-TO-DATE VOLUME BY MERCHANT
023339*--------------------------------------------------------------
023340 2400-TALLY-MONTH-VOLUME.
023341     MOVE CLRD-IN-MERCHANT TO WS-SETL-KEY
023342     PERFORM 2410-FIND-MTD-SLOT THRU 2410-FIND-MTD-SLOT-EXIT
023343     IF WS-MTD-SLOT = ZERO
023344        IF WS-MTD-COUNT < 500
023345           ADD 1 TO WS-MTD-COUNT
023346           MOVE WS-MTD-COUNT TO WS-MTD-SLOT
023347           MOVE CLRD-IN-MERCHANT TO WS-MTD-ID(WS-MTD-SLOT)
023348           MOVE ZERO TO WS-MTD-VOLUME(WS-MTD-SLOT)
023349        ELSE
023350           GO TO 2400-TALLY-MONTH-VOLUME-EXIT
023351        END-IF
023352     END-IF
023353     ADD CLRD-IN-AMOUNT TO WS-MTD-VOLUME(WS-MTD-SLOT).
023354 2400-TALLY-MONTH-VOLUME-EXIT.
023355     EXIT.
023356*--------------------------------------------------------------
023357* 2410-FIND-MTD-SLOT - LOCATE THE MONTH-TO-DATE ROW FOR THE
023358*          MERCHANT IN WS-SETL-KEY; ZERO WHEN THERE IS NONE
023359*--------------------------------------------------------------
023360 2410-FIND-MTD-SLOT.
023361     MOVE ZERO TO WS-MTD-SLOT
023362     PERFORM 2420-SCAN-ONE-MTD THRU 2420-SCAN-ONE-MTD-EXIT
023363        VARYING WS-MTD-SCAN FROM 1 BY 1
023364        UNTIL WS-MTD-SCAN > WS-MTD-COUNT
023365           OR WS-MTD-SLOT > ZERO.
023366 2410-FIND-MTD-SLOT-EXIT.
023367     EXIT.
023368*--------------------------------------------------------------
023369* 2420-SCAN-ONE-MTD
023370*--------------------------------------------------------------
023371 2420-SCAN-ONE-MTD.
023372     IF WS-MTD-ID(WS-MTD-SCAN) = WS-SETL-KEY
023373        MOVE WS-MTD-SCAN TO WS-MTD-SLOT
023374     END-IF.
023375 2420-SCAN-ONE-MTD-EXIT.
023400     EXIT.
023401*--------------------------------------------------------------
023402* 2500-LOAD-DISPUTES - WALK THE DISPUTE CASE FILE FOR CASES
023403*          WHOSE MONEY HAS NOT YET MOVED THROUGH SETTLEMENT
023404*--------------------------------------------------------------
023405 2500-LOAD-DISPUTES.
023406     OPEN INPUT DISPUTE-CASE-FILE
023407     IF WS-DSPCASE-STATUS NOT = "00"
023408        GO TO 2500-LOAD-DISPUTES-EXIT
023409     END-IF
023410     MOVE ZERO TO DC-CASE-NO
023411     START DISPUTE-CASE-FILE KEY NOT < DC-CASE-NO
023412        INVALID KEY
023413           SET END-OF-CASES TO TRUE
023414     END-START
023415     PERFORM 2510-NET-ONE-CASE THRU 2510-NET-ONE-CASE-EXIT
023416        UNTIL END-OF-CASES
023417     CLOSE DISPUTE-CASE-FILE.
023418 2500-LOAD-DISPUTES-EXIT.
023419     EXIT.
023420*--------------------------------------------------------------
023421* 2510-NET-ONE-CASE - A CHARGEBACK NOT YET DEDUCTED IS TAKEN;
023422*          A DEDUCTED CASE NOW AT REPRESENT (THE ISSUER REVERSED
023423*          THE CHARGEBACK) IS GIVEN BACK. A CASE FOR A MERCHANT
023424*          NOT ON THE MASTER WAITS AND IS REPORTED. NETTING
023425*          ALREADY DATED THE AS-OF DATE CAME FROM AN EARLIER RUN
023426*          OF THIS NIGHT AND IS DONE AGAIN, NOT TAKEN AS SETTLED.
023427*--------------------------------------------------------------
023428 2510-NET-ONE-CASE.
023429     READ DISPUTE-CASE-FILE NEXT RECORD
023430        AT END
023431           SET END-OF-CASES TO TRUE
023432           GO TO 2510-NET-ONE-CASE-EXIT
023433     END-READ
023434     IF NOT CASE-CHARGED-BACK AND NOT CASE-REPRESENTED
023435        GO TO 2510-NET-ONE-CASE-EXIT
023436     END-IF
023437     MOVE "N" TO WS-SETL-ROW-FOUND-SW
023438     MOVE "N" TO WS-SETL-UNDONE-SW
023439     MOVE SPACE TO WS-PRIOR-STATE
023440     MOVE DC-CASE-NO TO DS-CASE-NO
023441     READ DISPUTE-SETL-FILE
023442        INVALID KEY
023443           CONTINUE
023444        NOT INVALID KEY
023445           SET SETL-ROW-FOUND TO TRUE
023446           MOVE DS-STATE TO WS-PRIOR-STATE
023447           PERFORM 2515-BACK-OUT-TONIGHT
023448              THRU 2515-BACK-OUT-TONIGHT-EXIT
023449     END-READ
023450     SET CASE-NO-ACTION TO TRUE
023451     IF CASE-CHARGED-BACK
023452        IF NOT PRIOR-NETTED-DEBIT
023453           SET CASE-TO-DEBIT TO TRUE
023454        END-IF
023455     ELSE
023456        IF PRIOR-NETTED-DEBIT
023457           SET CASE-TO-CREDIT TO TRUE
023458        END-IF
023459     END-IF
023460     IF CASE-NO-ACTION
023461        PERFORM 2516-RESTORE-SETL-ROW
023462           THRU 2516-RESTORE-SETL-ROW-EXIT
023463        GO TO 2510-NET-ONE-CASE-EXIT
023464     END-IF
023465     MOVE DC-MERCHANT TO MM-MERCHANT-ID
023466     READ MERCHANT-MASTER-FILE
023467        INVALID KEY
023468           ADD 1 TO WS-CASES-PENDING
023469           PERFORM 2516-RESTORE-SETL-ROW
023470              THRU 2516-RESTORE-SETL-ROW-EXIT
023471           GO TO 2510-NET-ONE-CASE-EXIT
023472     END-READ
023473     MOVE DC-MERCHANT TO WS-SETL-KEY
023474     PERFORM 2200-FIND-SETL-SLOT THRU 2200-FIND-SETL-SLOT-EXIT
023475     IF WS-SETL-SLOT = ZERO OR WS-ADJ-COUNT NOT < 2000
023476        ADD 1 TO WS-CASES-PENDING
023477        PERFORM 2516-RESTORE-SETL-ROW
023478           THRU 2516-RESTORE-SETL-ROW-EXIT
023479        GO TO 2510-NET-ONE-CASE-EXIT
023480     END-IF
023481     ADD 1 TO WS-ADJ-COUNT
023482     MOVE WS-SETL-SLOT TO WS-ADJ-SLOT(WS-ADJ-COUNT)
023483     MOVE DC-CASE-NO TO WS-ADJ-CASE-NO(WS-ADJ-COUNT)
023484     MOVE WS-CASE-ACTION TO WS-ADJ-TYPE(WS-ADJ-COUNT)
023485     IF CASE-TO-DEBIT
023486        MOVE DC-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
023487        ADD DC-AMOUNT TO WS-STL-CHGB-AMOUNT(WS-SETL-SLOT)
023488     ELSE
023489        MOVE DS-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
023490        ADD DS-AMOUNT TO WS-STL-RVSL-AMOUNT(WS-SETL-SLOT)
023491     END-IF
023492     PERFORM 2520-POST-SETL-LEDGER
023493        THRU 2520-POST-SETL-LEDGER-EXIT
023494     ADD 1 TO WS-CASES-NETTED.
023495 2510-NET-ONE-CASE-EXIT.
023496     EXIT.
023497*--------------------------------------------------------------
023498* 2515-BACK-OUT-TONIGHT - A DSPSETL ROW WHOSE LATEST NETTING IS
023499*          DATED THE AS-OF DATE WAS POSTED BY AN EARLIER RUN OF
023500*          THIS NIGHT, WHOSE SETTLEMENT THIS RUN REPLACES. THE
023501*          STATE IS TAKEN BACK TO WHAT IT WAS BEFORE THAT RUN.
023502*--------------------------------------------------------------
023503 2515-BACK-OUT-TONIGHT.
023504     IF CASE-NETTED-DEBIT AND DS-DEBIT-DATE = WS-AS-OF-DATE
023505        SET SETL-ROW-UNDONE TO TRUE
023506        IF DS-CREDIT-DATE = SPACES
023507           MOVE SPACE TO WS-PRIOR-STATE
023508        ELSE
023509           MOVE "C" TO WS-PRIOR-STATE
023510        END-IF
023511        GO TO 2515-BACK-OUT-TONIGHT-EXIT
023512     END-IF
023513     IF CASE-NETTED-CREDIT AND DS-CREDIT-DATE = WS-AS-OF-DATE
023514        SET SETL-ROW-UNDONE TO TRUE
023515        MOVE "D" TO WS-PRIOR-STATE
023516     END-IF.
023517 2515-BACK-OUT-TONIGHT-EXIT.
023518     EXIT.
023519*--------------------------------------------------------------
023520* 2516-RESTORE-SETL-ROW - A CASE THE EARLIER RUN NETTED THAT IS
023521*          NOT NETTED THIS TIME GOES BACK TO ITS PRIOR STATE; A
023522*          ROW THAT RUN CREATED IS REMOVED
023523*--------------------------------------------------------------
023524 2516-RESTORE-SETL-ROW.
023525     IF NOT SETL-ROW-UNDONE
023526        GO TO 2516-RESTORE-SETL-ROW-EXIT
023527     END-IF
023528     IF PRIOR-NOT-NETTED
023529        DELETE DISPUTE-SETL-FILE RECORD
023530        GO TO 2516-RESTORE-SETL-ROW-EXIT
023531     END-IF
023532     IF PRIOR-NETTED-DEBIT
023533        MOVE SPACES TO DS-CREDIT-DATE
023534     END-IF
023535     MOVE WS-PRIOR-STATE TO DS-STATE
023536     REWRITE DISPUTE-SETL-RECORD.
023537 2516-RESTORE-SETL-ROW-EXIT.
023538     EXIT.
023539*--------------------------------------------------------------
023540* 2520-POST-SETL-LEDGER - RECORD THE CASE'S NEW NETTED STATE
023541*--------------------------------------------------------------
023542 2520-POST-SETL-LEDGER.
023543     IF CASE-TO-DEBIT
023544        MOVE DC-MERCHANT TO DS-MERCHANT
023545        MOVE DC-AMOUNT TO DS-AMOUNT
023546        MOVE "D" TO DS-STATE
023547        MOVE WS-AS-OF-DATE TO DS-DEBIT-DATE
023548     ELSE
023549        MOVE "C" TO DS-STATE
023550        MOVE WS-AS-OF-DATE TO DS-CREDIT-DATE
023551     END-IF
023552     IF SETL-ROW-FOUND
023553        IF CASE-TO-DEBIT AND PRIOR-NOT-NETTED
023554           MOVE SPACES TO DS-CREDIT-DATE
023555        END-IF
023556        REWRITE DISPUTE-SETL-RECORD
023557     ELSE
023558        MOVE SPACES TO DS-CREDIT-DATE
023559        WRITE DISPUTE-SETL-RECORD
023560     END-IF.
023561 2520-POST-SETL-LEDGER-EXIT.
023562     EXIT.
023563*--------------------------------------------------------------
023564* 2600-LOAD-HELD-FUNDS - GIVE EVERY MERCHANT WITH MONEY STILL
023565*          HELD A TALLY ROW CARRYING THE OPEN BALANCE, SO A
023566*          CLEARED HOLD IS PAID OUT EVEN ON A NIGHT WITH NO SALES
023567*--------------------------------------------------------------
023568 2600-LOAD-HELD-FUNDS.
023569     MOVE "N" TO WS-HELD-EOF-SW
023570     MOVE LOW-VALUES TO HF-KEY
023571     START HELD-FUNDS-FILE KEY NOT < HF-KEY
023572        INVALID KEY
023573           SET END-OF-HELD-FUNDS TO TRUE
023574     END-START
023575     PERFORM 2610-LOAD-ONE-HELD THRU 2610-LOAD-ONE-HELD-EXIT
023576        UNTIL END-OF-HELD-FUNDS.
023577 2600-LOAD-HELD-FUNDS-EXIT.
023578     EXIT.
023579*--------------------------------------------------------------
023580* 2610-LOAD-ONE-HELD - TONIGHT'S OWN ROW (A RERUN) IS SKIPPED;
023581*          IT IS REWRITTEN FROM THIS RUN'S FIGURES. A ROW AN
023582*          EARLIER RUN OF THIS NIGHT RELEASED IS STILL THIS
023583*          NIGHT'S TO PAY, SO IT COUNTS AS OPEN AGAIN.
023584*--------------------------------------------------------------
023585 2610-LOAD-ONE-HELD.
023586     READ HELD-FUNDS-FILE NEXT RECORD
023587        AT END
023588           SET END-OF-HELD-FUNDS TO TRUE
023589           GO TO 2610-LOAD-ONE-HELD-EXIT
023590     END-READ
023591     IF HF-BUS-DATE = WS-AS-OF-DATE
023592        GO TO 2610-LOAD-ONE-HELD-EXIT
023593     END-IF
023594     IF NOT HELD-FUNDS-OPEN
023595        AND HF-RELEASE-DATE NOT = WS-AS-OF-DATE
023596        GO TO 2610-LOAD-ONE-HELD-EXIT
023597     END-IF
023598     MOVE HF-MERCHANT-ID TO WS-SETL-KEY
023599     PERFORM 2200-FIND-SETL-SLOT THRU 2200-FIND-SETL-SLOT-EXIT
023600     IF WS-SETL-SLOT > ZERO
023601        ADD HF-AMOUNT TO WS-STL-HELD-BF(WS-SETL-SLOT)
023602     END-IF.
023603 2610-LOAD-ONE-HELD-EXIT.
023604     EXIT.
023605*--------------------------------------------------------------
023606* 2700-PRICE-BRANDS - PRICE EACH MERCHANT'S NIGHT BRAND BY BRAND
023607*          ONCE, AHEAD OF THE REPORT AND BANK-FILE PASSES
023608*--------------------------------------------------------------
023609 2700-PRICE-BRANDS.
023610     PERFORM 2710-PRICE-ONE-MERCHANT
023611        THRU 2710-PRICE-ONE-MERCHANT-EXIT
023612        VARYING WS-SETL-SCAN FROM 1 BY 1
023613        UNTIL WS-SETL-SCAN > WS-SETL-COUNT.
023614 2700-PRICE-BRANDS-EXIT.
023615     EXIT.
023616*--------------------------------------------------------------
023617* 2800-LOAD-REJECTS - COUNT AND VALUE OF TONIGHT'S CARDS
023618*          REJECTED TO SUSPENSE, BY MERCHANT; NO SUSPENSE FILE
023619*          MEANS NO REJECTS
023620*--------------------------------------------------------------
023621 2800-LOAD-REJECTS.
023622     OPEN INPUT SUSPENSE-FILE
023623     IF WS-SUSPENSE-STATUS NOT = "00"
023624        GO TO 2800-LOAD-REJECTS-EXIT
023625     END-IF
023626     PERFORM 2820-TALLY-ONE-REJECT
023627        THRU 2820-TALLY-ONE-REJECT-EXIT
023628        UNTIL END-OF-SUSPENSE
023629     CLOSE SUSPENSE-FILE.
023630 2800-LOAD-REJECTS-EXIT.
023631     EXIT.
023632*--------------------------------------------------------------
023633* 2810-FIND-REJ-SLOT - ROW FOR WS-SETL-KEY, ZERO IF NONE
023634*--------------------------------------------------------------
023635 2810-FIND-REJ-SLOT.
023636     MOVE ZERO TO WS-REJ-SLOT
023637     PERFORM 2815-SCAN-ONE-REJ THRU 2815-SCAN-ONE-REJ-EXIT
023638        VARYING WS-REJ-LOOK FROM 1 BY 1
023639        UNTIL WS-REJ-LOOK > WS-REJ-COUNT
023640           OR WS-REJ-SLOT > ZERO.
023641 2810-FIND-REJ-SLOT-EXIT.
023642     EXIT.
023643 2815-SCAN-ONE-REJ.
023644     IF WS-REJ-ID(WS-REJ-LOOK) = WS-SETL-KEY
023645        MOVE WS-REJ-LOOK TO WS-REJ-SLOT
023646     END-IF.
023647 2815-SCAN-ONE-REJ-EXIT.
023648     EXIT.
023649*--------------------------------------------------------------
023650* 2820-TALLY-ONE-REJECT
023651*--------------------------------------------------------------
023652 2820-TALLY-ONE-REJECT.
023653     READ SUSPENSE-FILE
023654        AT END
023655           SET END-OF-SUSPENSE TO TRUE
023656           GO TO 2820-TALLY-ONE-REJECT-EXIT
023657     END-READ
023658     IF SUSP-IN-MERCHANT = SPACES
023659        GO TO 2820-TALLY-ONE-REJECT-EXIT
023660     END-IF
023661     MOVE SUSP-IN-MERCHANT TO WS-SETL-KEY
023662     PERFORM 2810-FIND-REJ-SLOT THRU 2810-FIND-REJ-SLOT-EXIT
023663     IF WS-REJ-SLOT = ZERO
023664        IF WS-REJ-COUNT NOT < 500
023665           GO TO 2820-TALLY-ONE-REJECT-EXIT
023666        END-IF
023667        ADD 1 TO WS-REJ-COUNT
023668        MOVE WS-REJ-COUNT TO WS-REJ-SLOT
023669        MOVE WS-SETL-KEY TO WS-REJ-ID(WS-REJ-SLOT)
023670        MOVE ZERO TO WS-REJ-CARDS(WS-REJ-SLOT)
023671        MOVE ZERO TO WS-REJ-AMOUNT(WS-REJ-SLOT)
023672        MOVE "N" TO WS-REJ-POSTED-SW(WS-REJ-SLOT)
023673     END-IF
023674     MOVE ZERO TO WS-REJ-VALUE
023675     IF SUSP-IN-AMOUNT(1:7) IS NUMERIC
023676        AND SUSP-IN-AMOUNT(9:2) IS NUMERIC
023677        MOVE SUSP-IN-AMOUNT(1:7) TO WS-AMT-WHOLE
023678        MOVE SUSP-IN-AMOUNT(9:2) TO WS-AMT-CENTS
023679        COMPUTE WS-REJ-VALUE =
023680           WS-AMT-WHOLE + WS-AMT-CENTS / 100
023681     END-IF
023682     ADD 1 TO WS-REJ-CARDS(WS-REJ-SLOT)
023683     ADD WS-REJ-VALUE TO WS-REJ-AMOUNT(WS-REJ-SLOT).
023684 2820-TALLY-ONE-REJECT-EXIT.
023685     EXIT.
023686*--------------------------------------------------------------
023687* 2710-PRICE-ONE-MERCHANT
023688*--------------------------------------------------------------
023689 2710-PRICE-ONE-MERCHANT.
023690     PERFORM 5000-READ-MASTER THRU 5000-READ-MASTER-EXIT
023691     IF NOT MASTER-RECORD-FOUND
023692        GO TO 2710-PRICE-ONE-MERCHANT-EXIT
023693     END-IF
023694     MOVE WS-STL-ID(WS-SETL-SCAN) TO WS-SETL-KEY
023695     PERFORM 2410-FIND-MTD-SLOT THRU 2410-FIND-MTD-SLOT-EXIT
023696     MOVE ZERO TO WS-FEE-VOLUME
023697     IF WS-MTD-SLOT > ZERO
023698        MOVE WS-MTD-VOLUME(WS-MTD-SLOT) TO WS-FEE-VOLUME
023699     END-IF
023700     PERFORM 2720-PRICE-ONE-BRAND THRU 2720-PRICE-ONE-BRAND-EXIT
023701        VARYING WS-BRAND-SCAN FROM 1 BY 1
023702        UNTIL WS-BRAND-SCAN > WS-STL-BRAND-COUNT(WS-SETL-SCAN).
023703 2710-PRICE-ONE-MERCHANT-EXIT.
023704     EXIT.
023705*--------------------------------------------------------------
023706* 2720-PRICE-ONE-BRAND - SCHEDULE RATE FOR THE BRAND AND TIER;
023707*          THE MASTER'S FLAT RATE (TIER "--") WHEN NO SCHEDULE
023708*          COVERS THE BRAND
023709*--------------------------------------------------------------
023710 2720-PRICE-ONE-BRAND.
023711     MOVE WS-STB-BRAND(WS-SETL-SCAN, WS-BRAND-SCAN)
023712        TO WS-FEE-BRAND
023713     MOVE MM-MERCHANT-ID TO WS-FEE-MERCHANT
023714     PERFORM 5200-FIND-FEE-RATE THRU 5200-FIND-FEE-RATE-EXIT
023715     IF NOT FEE-RATE-FOUND
023716        MOVE "DEFAULT" TO WS-FEE-MERCHANT
023717        PERFORM 5200-FIND-FEE-RATE THRU 5200-FIND-FEE-RATE-EXIT
023718     END-IF
023719     IF FEE-RATE-FOUND
023720        MOVE WS-FEE-RATE
023721           TO WS-STB-RATE(WS-SETL-SCAN, WS-BRAND-SCAN)
023722        MOVE WS-FEE-TIER
023723           TO WS-STB-TIER(WS-SETL-SCAN, WS-BRAND-SCAN)
023724     ELSE
023725        MOVE MM-DISCOUNT-RATE
023726           TO WS-STB-RATE(WS-SETL-SCAN, WS-BRAND-SCAN)
023727        MOVE "--" TO WS-STB-TIER(WS-SETL-SCAN, WS-BRAND-SCAN)
023728     END-IF
023729     COMPUTE WS-STB-FEE(WS-SETL-SCAN, WS-BRAND-SCAN) ROUNDED =
023730        WS-STB-AMOUNT(WS-SETL-SCAN, WS-BRAND-SCAN)
023731        * WS-STB-RATE(WS-SETL-SCAN, WS-BRAND-SCAN)
023732     ADD WS-STB-FEE(WS-SETL-SCAN, WS-BRAND-SCAN)
023733        TO WS-STL-DISCOUNT(WS-SETL-SCAN).
023734 2720-PRICE-ONE-BRAND-EXIT.
023735     EXIT.
023736*--------------------------------------------------------------
023737* 3000-SETTLE-MERCHANTS - PRICE EACH MERCHANT'S NIGHT AGAINST
023738*          THE MASTER AND CUT THE THREE SETTLEMENT REPORTS
023800*--------------------------------------------------------------
023900 3000-SETTLE-MERCHANTS.
024000     MOVE "O" TO RPT-REQUEST
024900        UNTIL WS-SETL-SCAN > WS-SETL-COUNT
025000     MOVE "C" TO RPT-REQUEST
025100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
025110     PERFORM 3500-WRITE-BANK-FILE THRU 3500-WRITE-BANK-FILE-EXIT
025200     MOVE "O" TO RPT-REQUEST
025300     MOVE "MRCHSETL" TO RPT-PROGRAM-ID
025400     MOVE "SETLREG" TO RPT-REPORT-NAME
025500     MOVE "SETTLEMENT REGISTER" TO RPT-TITLE
025600     MOVE "MERCHANT    CARDS           GROSS        DISCOUNT
025610-         "ADJUSTMENT             NET  STATUS"
025620        TO RPT-COL-HEADING
025800     MOVE 60 TO RPT-LINES-PER-PAGE
025810     MOVE "Y" TO RPT-EXTRACT-SW
025820     MOVE SPACES TO RPT-EXTRACT-NAME
025830     MOVE WS-EXTRACT-COLUMNS TO RPT-EXTRACT-LAYOUT
025900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
026000     PERFORM 3200-WRITE-ONE-REGISTER
026100        THRU 3200-WRITE-ONE-REGISTER-EXIT
026200        VARYING WS-SETL-SCAN FROM 1 BY 1
026300        UNTIL WS-SETL-SCAN > WS-SETL-COUNT
026310     PERFORM 3230-HIST-REJECTS-ONLY
026320        THRU 3230-HIST-REJECTS-ONLY-EXIT
026330        VARYING WS-REJ-SCAN FROM 1 BY 1
026340        UNTIL WS-REJ-SCAN > WS-REJ-COUNT
026400     PERFORM 3300-WRITE-GRAND-TOTALS
026500        THRU 3300-WRITE-GRAND-TOTALS-EXIT
026510     PERFORM 3600-PROVE-BANK-FILE THRU 3600-PROVE-BANK-FILE-EXIT
026600     MOVE "C" TO RPT-REQUEST
026700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
026800     MOVE "O" TO RPT-REQUEST
027700        THRU 3400-WRITE-ONE-EXCEPTION-EXIT
027800        VARYING WS-SETL-SCAN FROM 1 BY 1
027900        UNTIL WS-SETL-SCAN > WS-SETL-COUNT
027905*    DISPUTE CASES LEFT UNNETTED ARE RETRIED NEXT RUN
027910     IF WS-CASES-PENDING > ZERO
027915        ADD WS-CASES-PENDING TO WS-EXCEPTION-COUNT
027920        MOVE SPACES TO WS-EXCEPTION-LINE
027925        MOVE "DSPCASE" TO EX-MERCHANT
027930        MOVE WS-CASES-PENDING TO EX-CARDS
027935        MOVE "CASES NOT NETTED - NOT ON MSTR" TO EX-REASON
027940        MOVE "D" TO RPT-REQUEST
027945        MOVE WS-EXCEPTION-LINE TO WS-RPT-DETAIL
027950        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027955     END-IF
028000     MOVE "C" TO RPT-REQUEST
028010     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028020     PERFORM 3700-WRITE-HELD-AGING
028030        THRU 3700-WRITE-HELD-AGING-EXIT.
028200 3000-SETTLE-MERCHANTS-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------
031200     MOVE WS-STL-AMOUNT(WS-SETL-SCAN) TO AV-AMOUNT
031300     MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
031400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031410     PERFORM 3150-WRITE-ONE-BRAND-FEE
031420        THRU 3150-WRITE-ONE-BRAND-FEE-EXIT
031430        VARYING WS-BRAND-SCAN FROM 1 BY 1
031440        UNTIL WS-BRAND-SCAN > WS-STL-BRAND-COUNT(WS-SETL-SCAN)
031500     MOVE SPACES TO WS-ADVICE-LINE
031510     MOVE "  TOTAL FEES" TO AV-LABEL
031700     MOVE WS-DISCOUNT-AMOUNT TO AV-AMOUNT
031800     MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
031900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031902     PERFORM 3110-WRITE-ONE-ADJUSTMENT
031904        THRU 3110-WRITE-ONE-ADJUSTMENT-EXIT
031906        VARYING WS-ADJ-SCAN FROM 1 BY 1
031908        UNTIL WS-ADJ-SCAN > WS-ADJ-COUNT
031910     IF WS-STL-RCV-BF(WS-SETL-SCAN) > ZERO
031912        MOVE SPACES TO WS-ADVICE-LINE
031914        MOVE "  LESS RECEIVABLE" TO AV-LABEL
031916        MOVE "BROUGHT FORWARD FROM PRIOR SETTLEMENT" TO AV-TEXT
031918        MOVE WS-STL-RCV-BF(WS-SETL-SCAN) TO AV-AMOUNT
031920        MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
031922        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031924     END-IF
031926     IF WS-RCV-CARRIED > ZERO
031928        MOVE SPACES TO WS-ADVICE-LINE
031930        MOVE "  RECEIVABLE C/F" TO AV-LABEL
031932        MOVE "DEDUCTIONS EXCEED SALES - NOTHING SENT" TO AV-TEXT
031934        MOVE WS-RCV-CARRIED TO AV-AMOUNT
031936        MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
031938        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031940     END-IF
031945     IF WS-RELEASE-AMOUNT > ZERO
031950        MOVE SPACES TO WS-ADVICE-LINE
031955        MOVE "  PLUS HELD FUNDS" TO AV-LABEL
031960        MOVE "RELEASED - SETTLEMENT HOLD CLEARED" TO AV-TEXT
031965        MOVE WS-RELEASE-AMOUNT TO AV-AMOUNT
031970        MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
031975        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031980     END-IF
031985     PERFORM 3120-POST-RECEIVABLE THRU 3120-POST-RECEIVABLE-EXIT
031990     PERFORM 3130-POST-HELD-FUNDS THRU 3130-POST-HELD-FUNDS-EXIT
032000     MOVE SPACES TO WS-ADVICE-LINE
032100     IF MERCHANT-ON-HOLD
032200        MOVE "  PAYMENT WITHHELD" TO AV-LABEL
032700     MOVE WS-NET-AMOUNT TO AV-AMOUNT
032800     MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
032900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
032905     IF MERCHANT-ON-HOLD
032910        MOVE SPACES TO WS-ADVICE-LINE
032915        MOVE "  HELD BALANCE" TO AV-LABEL
032920        MOVE "HELD TO DATE INCLUDING TONIGHT" TO AV-TEXT
032925        COMPUTE WS-HELD-BALANCE =
032930           WS-STL-HELD-BF(WS-SETL-SCAN) + WS-NET-AMOUNT
032935        MOVE WS-HELD-BALANCE TO AV-AMOUNT
032940        MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
032945        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
032950     END-IF
033000     MOVE SPACES TO WS-RPT-DETAIL
033100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
033200 3100-WRITE-ONE-ADVICE-EXIT.
033300     EXIT.
033302*--------------------------------------------------------------
033304* 3110-WRITE-ONE-ADJUSTMENT - ONE ADVICE LINE PER DISPUTE CASE
033306*          NETTED FOR THE MERCHANT UNDER WS-SETL-SCAN
033308*--------------------------------------------------------------
033310 3110-WRITE-ONE-ADJUSTMENT.
033312     IF WS-ADJ-SLOT(WS-ADJ-SCAN) NOT = WS-SETL-SCAN
033314        GO TO 3110-WRITE-ONE-ADJUSTMENT-EXIT
033316     END-IF
033318     MOVE SPACES TO WS-ADVICE-LINE
033320     IF ADJ-CHARGEBACK(WS-ADJ-SCAN)
033322        MOVE "  LESS CHARGEBACK" TO AV-LABEL
033324     ELSE
033326        MOVE "  PLUS REVERSAL" TO AV-LABEL
033328     END-IF
033330     STRING "DISPUTE CASE " DELIMITED BY SIZE
033332        WS-ADJ-CASE-NO(WS-ADJ-SCAN) DELIMITED BY SIZE
033334        INTO AV-TEXT
033336     END-STRING
033338     MOVE WS-ADJ-AMOUNT(WS-ADJ-SCAN) TO AV-AMOUNT
033340     MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
033342     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
033344 3110-WRITE-ONE-ADJUSTMENT-EXIT.
033346     EXIT.
033348*--------------------------------------------------------------
033350* 3120-POST-RECEIVABLE - REPLACE THE MERCHANT'S RECEIVABLE WITH
033351*          WHAT THIS SETTLEMENT LEAVES OWING (ZERO WHEN CLEARED),
033352*          KEEPING THE BALANCE BROUGHT FORWARD BESIDE IT FOR A
033353*          RERUN OF THE SAME NIGHT
033354*--------------------------------------------------------------
033356 3120-POST-RECEIVABLE.
033357     MOVE MM-MERCHANT-ID TO MR-MERCHANT-ID
033358*    NOTHING OWED EITHER SIDE OF TONIGHT NEEDS NO ROW, UNLESS AN
033359*    EARLIER RUN OF THIS NIGHT LEFT ONE TO BE PUT RIGHT
033360     IF WS-STL-RCV-BF(WS-SETL-SCAN) = ZERO
033361        AND WS-RCV-CARRIED = ZERO
033362        READ MERCHANT-RCV-FILE
033363           INVALID KEY
033364              GO TO 3120-POST-RECEIVABLE-EXIT
033365        END-READ
033366        IF MR-LAST-DATE NOT = WS-AS-OF-DATE
033367           GO TO 3120-POST-RECEIVABLE-EXIT
033368        END-IF
033369     END-IF
033370     MOVE WS-RCV-CARRIED TO MR-BALANCE
033371     MOVE WS-AS-OF-DATE TO MR-LAST-DATE
033372     MOVE WS-STL-RCV-BF(WS-SETL-SCAN) TO MR-PRIOR-BALANCE
033373     WRITE MERCHANT-RCV-RECORD
033374        INVALID KEY
033376           REWRITE MERCHANT-RCV-RECORD
033378     END-WRITE.
033380 3120-POST-RECEIVABLE-EXIT.
033382     EXIT.
033384*--------------------------------------------------------------
033386* 3130-POST-HELD-FUNDS - A HELD MERCHANT'S NET GOES ON THE
033388*          LEDGER UNDER TONIGHT'S DATE; A MERCHANT WHOSE HOLD
033389*          HAS CLEARED HAS EVERY OPEN ROW MARKED RELEASED. ON A
033390*          RERUN, TONIGHT'S ROW IS DROPPED WHEN NOTHING IS HELD
033391*          THIS TIME, AND ROWS THE EARLIER RUN RELEASED ARE
033392*          REOPENED IF THE MERCHANT HAS GONE BACK ON HOLD.
033393*--------------------------------------------------------------
033394 3130-POST-HELD-FUNDS.
033396     IF MERCHANT-ON-HOLD AND WS-NET-AMOUNT > ZERO
033398        MOVE MM-MERCHANT-ID TO HF-MERCHANT-ID
033400        MOVE WS-AS-OF-DATE TO HF-BUS-DATE
033402        MOVE WS-NET-AMOUNT TO HF-AMOUNT
033404        MOVE WS-HELD-REASON TO HF-REASON
033406        MOVE "H" TO HF-STATUS
033408        MOVE SPACES TO HF-RELEASE-DATE
033410        WRITE HELD-FUNDS-RECORD
033412           INVALID KEY
033414              REWRITE HELD-FUNDS-RECORD
033416        END-WRITE
033417     ELSE
033418        MOVE MM-MERCHANT-ID TO HF-MERCHANT-ID
033419        MOVE WS-AS-OF-DATE TO HF-BUS-DATE
033420        DELETE HELD-FUNDS-FILE RECORD
033421           INVALID KEY
033422              CONTINUE
033423        END-DELETE
033424     END-IF
033425     IF WS-STL-HELD-BF(WS-SETL-SCAN) = ZERO
033426        GO TO 3130-POST-HELD-FUNDS-EXIT
033427     END-IF
033428     MOVE "N" TO WS-HELD-EOF-SW
033429     MOVE MM-MERCHANT-ID TO HF-MERCHANT-ID
033430     MOVE LOW-VALUES TO HF-BUS-DATE
033432     START HELD-FUNDS-FILE KEY NOT < HF-KEY
033434        INVALID KEY
033436           SET END-OF-HELD-FUNDS TO TRUE
033438     END-START
033440     PERFORM 3140-RELEASE-ONE-HELD THRU 3140-RELEASE-ONE-HELD-EXIT
033442        UNTIL END-OF-HELD-FUNDS.
033444 3130-POST-HELD-FUNDS-EXIT.
033446     EXIT.
033448*--------------------------------------------------------------
033449* 3140-RELEASE-ONE-HELD - RELEASE AN OPEN ROW, OR PUT BACK ON
033450*          HOLD ONE RELEASED TONIGHT WHEN THE MERCHANT IS HELD
033452*--------------------------------------------------------------
033454 3140-RELEASE-ONE-HELD.
033456     READ HELD-FUNDS-FILE NEXT RECORD
033458        AT END
033460           SET END-OF-HELD-FUNDS TO TRUE
033462           GO TO 3140-RELEASE-ONE-HELD-EXIT
033464     END-READ
033466     IF HF-MERCHANT-ID NOT = MM-MERCHANT-ID
033468        SET END-OF-HELD-FUNDS TO TRUE
033470        GO TO 3140-RELEASE-ONE-HELD-EXIT
033472     END-IF
033473     IF HF-BUS-DATE = WS-AS-OF-DATE
033474        GO TO 3140-RELEASE-ONE-HELD-EXIT
033475     END-IF
033476     IF MERCHANT-ON-HOLD
033477        IF HELD-FUNDS-RELEASED
033478           AND HF-RELEASE-DATE = WS-AS-OF-DATE
033479           MOVE "H" TO HF-STATUS
033480           MOVE SPACES TO HF-RELEASE-DATE
033481           REWRITE HELD-FUNDS-RECORD
033482        END-IF
033483        GO TO 3140-RELEASE-ONE-HELD-EXIT
033484     END-IF
033485     IF HELD-FUNDS-OPEN
033486        MOVE "R" TO HF-STATUS
033487        MOVE WS-AS-OF-DATE TO HF-RELEASE-DATE
033488        REWRITE HELD-FUNDS-RECORD
033489     END-IF.
033490 3140-RELEASE-ONE-HELD-EXIT.
033491     EXIT.
033494*--------------------------------------------------------------
033499* 3150-WRITE-ONE-BRAND-FEE - ONE ADVICE LINE PER BRAND: SALES,
033504*          RATE, TIER, AND THE FEE TAKEN
033509*--------------------------------------------------------------
033514 3150-WRITE-ONE-BRAND-FEE.
033519     MOVE SPACES TO WS-ADVICE-LINE
033524     STRING "  FEES " DELIMITED BY SIZE
033529        WS-STB-BRAND(WS-SETL-SCAN, WS-BRAND-SCAN)
033534           DELIMITED BY SIZE
033539        INTO AV-LABEL
033544     END-STRING
033549     MOVE WS-STB-AMOUNT(WS-SETL-SCAN, WS-BRAND-SCAN) TO FT-SALES
033554     MOVE WS-STB-RATE(WS-SETL-SCAN, WS-BRAND-SCAN) TO FT-RATE
033559     MOVE WS-STB-TIER(WS-SETL-SCAN, WS-BRAND-SCAN) TO FT-TIER
033564     MOVE WS-FEE-TEXT TO AV-TEXT
033569     MOVE WS-STB-FEE(WS-SETL-SCAN, WS-BRAND-SCAN) TO AV-AMOUNT
033574     MOVE WS-ADVICE-LINE TO WS-RPT-DETAIL
033579     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
033584 3150-WRITE-ONE-BRAND-FEE-EXIT.
033589     EXIT.
033594*--------------------------------------------------------------
033599* 3200-WRITE-ONE-REGISTER - ONE REGISTER LINE PER MERCHANT ON
033600*          THE MASTER, ACCUMULATING THE GRAND TOTALS
033700*--------------------------------------------------------------
033800 3200-WRITE-ONE-REGISTER.
034700     MOVE WS-STL-AMOUNT(WS-SETL-SCAN) TO RG-GROSS
034800     MOVE WS-DISCOUNT-AMOUNT TO RG-DISCOUNT
034900     MOVE WS-NET-AMOUNT TO RG-NET
034910     MOVE WS-ADJUST-AMOUNT TO RG-ADJUST
034920     ADD WS-ADJUST-AMOUNT TO WS-TOT-ADJUST
034930     ADD WS-RCV-CARRIED TO WS-TOT-RCV-CARRIED
034940     ADD WS-RELEASE-AMOUNT TO WS-TOT-RELEASED
034950     ADD WS-STL-CARDS(WS-SETL-SCAN) TO WS-TOT-CARDS
035000     ADD WS-STL-AMOUNT(WS-SETL-SCAN) TO WS-TOT-GROSS
035100     ADD WS-DISCOUNT-AMOUNT TO WS-TOT-DISCOUNT
035300        MOVE "HELD" TO RG-STATUS
035400        ADD WS-NET-AMOUNT TO WS-TOT-HELD
035500     ELSE
035610        IF WS-NET-AMOUNT > ZERO AND MM-BANK-REF = SPACES
035620           MOVE "NOBANK" TO RG-STATUS
035630           ADD WS-NET-AMOUNT TO WS-TOT-NOBANK
035700           ADD 1 TO WS-REG-NOBANK-ENTRIES
035710        ELSE
035720           MOVE "PAID" TO RG-STATUS
035722           ADD WS-NET-AMOUNT TO WS-TOT-PAID
035724           IF WS-NET-AMOUNT > ZERO
035726              ADD 1 TO WS-REG-PAID-ENTRIES
035728           END-IF
035730        END-IF
035800     END-IF
035810     IF WS-RCV-CARRIED > ZERO
035820        MOVE "RECEIV" TO RG-STATUS
035830     END-IF
035900     MOVE "D" TO RPT-REQUEST
036000     MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL
036010     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
036020     PERFORM 3210-WRITE-GL-EVENTS THRU 3210-WRITE-GL-EVENTS-EXIT
036030     MOVE SPACES TO SETL-HIST-RECORD
036040     MOVE WS-STL-ID(WS-SETL-SCAN) TO SH-MERCHANT-ID
036050     MOVE WS-STL-CARDS(WS-SETL-SCAN) TO SH-CARDS
036060     MOVE WS-STL-AMOUNT(WS-SETL-SCAN) TO SH-GROSS
036070     MOVE WS-DISCOUNT-AMOUNT TO SH-FEES
036080     MOVE WS-STL-CHGB-AMOUNT(WS-SETL-SCAN) TO SH-CHARGEBACKS
036090     MOVE WS-STL-RVSL-AMOUNT(WS-SETL-SCAN) TO SH-REVERSALS
036100     MOVE WS-RELEASE-AMOUNT TO SH-RELEASED
036110     MOVE WS-STL-RCV-BF(WS-SETL-SCAN) TO SH-RCV-BF
036120     MOVE WS-NET-AMOUNT TO SH-NET
036130     MOVE WS-RCV-CARRIED TO SH-RCV-CARRIED
036140     MOVE RG-STATUS TO SH-STATUS
036150     PERFORM 3220-WRITE-SETL-HIST THRU 3220-WRITE-SETL-HIST-EXIT.
036200 3200-WRITE-ONE-REGISTER-EXIT.
036300     EXIT.
036302*--------------------------------------------------------------
036304* 3210-WRITE-GL-EVENTS - THE MERCHANT'S MONEY MOVEMENTS FOR THE
036306*          GL INTERFACE; GL-IFACE SKIPS A ZERO EVENT, SO ONLY
036307*          MOVEMENTS THAT HAPPENED ARE WRITTEN. A PAYABLE NET
036308*          LEFT OFF BANKXMIT FOR WANT OF A BANK REFERENCE WAS
036309*          NOT PAID AND POSTS NO MRCHPAY.
036310*--------------------------------------------------------------
036312 3210-WRITE-GL-EVENTS.
036314     MOVE SPACES TO GL-EVENT-RECORD
036316     MOVE "MRCHSETL" TO GE-SOURCE
036318     MOVE WS-AS-OF-DATE TO GE-BUS-DATE
036320     MOVE WS-STL-ID(WS-SETL-SCAN) TO GE-REFERENCE
036322     IF WS-DISCOUNT-AMOUNT > ZERO
036324        MOVE "MRCHFEE" TO GE-EVENT-TYPE
036326        MOVE WS-DISCOUNT-AMOUNT TO GE-AMOUNT
036328        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
036330     END-IF
036332     IF WS-RELEASE-AMOUNT > ZERO
036334        MOVE "MRCHRLSE" TO GE-EVENT-TYPE
036336        MOVE WS-RELEASE-AMOUNT TO GE-AMOUNT
036338        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
036340     END-IF
036342     IF WS-NET-AMOUNT > ZERO
036343        AND (MERCHANT-ON-HOLD OR MM-BANK-REF NOT = SPACES)
036344        IF MERCHANT-ON-HOLD
036346           MOVE "MRCHHELD" TO GE-EVENT-TYPE
036348        ELSE
036350           MOVE "MRCHPAY" TO GE-EVENT-TYPE
036352        END-IF
036354        MOVE WS-NET-AMOUNT TO GE-AMOUNT
036356        WRITE GL-EVENT-FILE-RECORD FROM GL-EVENT-RECORD
036358     END-IF.
036360 3210-WRITE-GL-EVENTS-EXIT.
036362     EXIT.
036364*--------------------------------------------------------------
036366* 3220-WRITE-SETL-HIST - TONIGHT'S HISTORY ROW FOR THE MERCHANT
036368*          IN SH-MERCHANT-ID, WITH ITS SUSPENSE REJECTS; A RERUN
036370*          OF THE SAME NIGHT REPLACES THE ROW
036372*--------------------------------------------------------------
036374 3220-WRITE-SETL-HIST.
036376     MOVE WS-AS-OF-DATE TO SH-BUS-DATE
036378     MOVE ZERO TO SH-REJ-CARDS
036380     MOVE ZERO TO SH-REJ-AMOUNT
036382     MOVE SH-MERCHANT-ID TO WS-SETL-KEY
036384     PERFORM 2810-FIND-REJ-SLOT THRU 2810-FIND-REJ-SLOT-EXIT
036386     IF WS-REJ-SLOT > ZERO
036388        MOVE WS-REJ-CARDS(WS-REJ-SLOT) TO SH-REJ-CARDS
036390        MOVE WS-REJ-AMOUNT(WS-REJ-SLOT) TO SH-REJ-AMOUNT
036392        SET REJ-POSTED(WS-REJ-SLOT) TO TRUE
036394     END-IF
036396     WRITE SETL-HIST-RECORD
036398        INVALID KEY
036400           REWRITE SETL-HIST-RECORD
036402     END-WRITE.
036404 3220-WRITE-SETL-HIST-EXIT.
036406     EXIT.
036408*--------------------------------------------------------------
036410* 3230-HIST-REJECTS-ONLY - A MERCHANT ON THE MASTER WITH CARDS
036412*          REJECTED TONIGHT BUT NOTHING SETTLED STILL GETS ITS
036414*          HISTORY ROW, SO THE STATEMENT SHOWS THE REJECTS
036416*--------------------------------------------------------------
036418 3230-HIST-REJECTS-ONLY.
036420     IF REJ-POSTED(WS-REJ-SCAN)
036422        GO TO 3230-HIST-REJECTS-ONLY-EXIT
036424     END-IF
036426     MOVE WS-REJ-ID(WS-REJ-SCAN) TO MM-MERCHANT-ID
036428     READ MERCHANT-MASTER-FILE
036430        INVALID KEY
036432           GO TO 3230-HIST-REJECTS-ONLY-EXIT
036434     END-READ
036436     MOVE SPACES TO SETL-HIST-RECORD
036438     MOVE WS-REJ-ID(WS-REJ-SCAN) TO SH-MERCHANT-ID
036440     MOVE ZERO TO SH-CARDS SH-GROSS SH-FEES SH-CHARGEBACKS
036442        SH-REVERSALS SH-RELEASED SH-RCV-BF SH-NET
036444        SH-RCV-CARRIED
036446     SET SH-NO-SALES TO TRUE
036448     PERFORM 3220-WRITE-SETL-HIST THRU 3220-WRITE-SETL-HIST-EXIT.
036450 3230-HIST-REJECTS-ONLY-EXIT.
036452     EXIT.
036454*--------------------------------------------------------------
036500* 3300-WRITE-GRAND-TOTALS
036600*--------------------------------------------------------------
036700 3300-WRITE-GRAND-TOTALS.
036800     MOVE SPACES TO WS-RPT-DETAIL
036900     MOVE "P" TO RPT-REQUEST
037000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037100     MOVE SPACES TO WS-REGISTER-LINE
037200     MOVE "TOTALS" TO RG-MERCHANT
037300     MOVE WS-TOT-CARDS TO RG-CARDS
037400     MOVE WS-TOT-GROSS TO RG-GROSS
037500     MOVE WS-TOT-DISCOUNT TO RG-DISCOUNT
037510     MOVE WS-TOT-ADJUST TO RG-ADJUST
037600     MOVE WS-TOT-PAID TO RG-NET
037700     MOVE "PAID" TO RG-STATUS
037800     MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL
038300     MOVE "HELD" TO RG-STATUS
038400     MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL
038500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038501*    PAYABLE BUT NOT SENT - NO BANK REFERENCE; LISTED ON SETLEXCP
038502     IF WS-REG-NOBANK-ENTRIES > ZERO
038503        MOVE SPACES TO WS-REGISTER-LINE
038504        MOVE "NOBANK" TO RG-MERCHANT
038505        MOVE WS-TOT-NOBANK TO RG-NET
038506        MOVE "UNPAID" TO RG-STATUS
038507        MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL
038508        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038509     END-IF
038510*    HELD FUNDS RELEASED TONIGHT, INCLUDED IN PAID ABOVE
038511     IF WS-TOT-RELEASED > ZERO
038512        MOVE SPACES TO WS-REGISTER-LINE
038513        MOVE "RELEASED" TO RG-MERCHANT
038514        MOVE WS-TOT-RELEASED TO RG-NET
038515        MOVE "IN PAID" TO RG-STATUS
038516        MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL
038517        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038518     END-IF
038519*    SHORTFALLS CARRIED FORWARD AS MERCHANT RECEIVABLES
038520     IF WS-TOT-RCV-CARRIED > ZERO
038521        MOVE SPACES TO WS-REGISTER-LINE
038522        MOVE "RECEIV" TO RG-MERCHANT
038523        MOVE WS-TOT-RCV-CARRIED TO RG-NET
038524        MOVE "CARRIED" TO RG-STATUS
038525        MOVE WS-REGISTER-LINE TO WS-RPT-DETAIL
038526        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
038527     END-IF
038528*    CARDS FOR MERCHANTS NOT ON THE MASTER FOOT SEPARATELY;
038529*    THEIR DETAIL IS ON THE EXCEPTION REPORT
038530     IF WS-CARDS-SELECTED > WS-TOT-CARDS
038540        MOVE SPACES TO WS-REGISTER-LINE
038550        MOVE "EXCP" TO RG-MERCHANT
038700     EXIT.
038800*--------------------------------------------------------------
038900* 3400-WRITE-ONE-EXCEPTION - A CLEARED CARD NAMING A MERCHANT
039000*          NOT ON THE MASTER MUST SURFACE, NOT SILENTLY TOTAL. A
039010*          PAYABLE MERCHANT WITH NO BANK REFERENCE WAS NOT PAID
039020*          AND SURFACES HERE TOO.
039100*--------------------------------------------------------------
039200 3400-WRITE-ONE-EXCEPTION.
039300     PERFORM 5000-READ-MASTER THRU 5000-READ-MASTER-EXIT
039400     IF MASTER-RECORD-FOUND
039410        PERFORM 3410-NOBANK-EXCEPTION
039420           THRU 3410-NOBANK-EXCEPTION-EXIT
039500        GO TO 3400-WRITE-ONE-EXCEPTION-EXIT
039600     END-IF
039700     ADD 1 TO WS-EXCEPTION-COUNT
040500     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040600 3400-WRITE-ONE-EXCEPTION-EXIT.
040700     EXIT.
040702*--------------------------------------------------------------
040704* 3410-NOBANK-EXCEPTION - MERCHANT ON THE MASTER, NOT ON HOLD,
040706*          WITH A NET TO SEND BUT NO BANK REFERENCE
040708*--------------------------------------------------------------
040710 3410-NOBANK-EXCEPTION.
040712     IF MERCHANT-ON-HOLD OR MM-BANK-REF NOT = SPACES
040714        GO TO 3410-NOBANK-EXCEPTION-EXIT
040716     END-IF
040718     PERFORM 5100-PRICE-MERCHANT THRU 5100-PRICE-MERCHANT-EXIT
040720     IF WS-NET-AMOUNT NOT > ZERO
040722        GO TO 3410-NOBANK-EXCEPTION-EXIT
040724     END-IF
040726     ADD 1 TO WS-EXCEPTION-COUNT
040728     MOVE SPACES TO WS-EXCEPTION-LINE
040730     MOVE WS-STL-ID(WS-SETL-SCAN) TO EX-MERCHANT
040732     MOVE WS-STL-CARDS(WS-SETL-SCAN) TO EX-CARDS
040734     MOVE WS-NET-AMOUNT TO EX-AMOUNT
040736     MOVE "NO BANK REF - NET NOT PAID" TO EX-REASON
040738     MOVE "D" TO RPT-REQUEST
040740     MOVE WS-EXCEPTION-LINE TO WS-RPT-DETAIL
040742     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040744 3410-NOBANK-EXCEPTION-EXIT.
040746     EXIT.
040800*--------------------------------------------------------------
040801* 3500-WRITE-BANK-FILE - THE CREDIT-TRANSFER FILE: FILE HEADER,
040802*          BATCH HEADER, ONE ENTRY PER PAYABLE MERCHANT, BATCH
040803*          CONTROL, FILE CONTROL
040804*--------------------------------------------------------------
040805 3500-WRITE-BANK-FILE.
040806     OPEN OUTPUT BANK-XMIT-FILE
040807     MOVE WS-ORIGINATOR-ID TO XF-ORIGINATOR-ID
040808     MOVE WS-JA-START-TIMESTAMP(1:8) TO XF-CREATE-DATE
040809     MOVE WS-JA-START-TIMESTAMP(9:6) TO XF-CREATE-TIME
040810     MOVE WS-AS-OF-DATE TO XF-VALUE-DATE
040811     WRITE BANK-XMIT-RECORD FROM WS-XMIT-FILE-HEADER
040812     MOVE WS-ORIGINATOR-NAME TO XB-ORIGINATOR-NAME
040813     MOVE WS-AS-OF-DATE TO XB-VALUE-DATE
040814     WRITE BANK-XMIT-RECORD FROM WS-XMIT-BATCH-HEADER
040815     PERFORM 3510-WRITE-ONE-ENTRY THRU 3510-WRITE-ONE-ENTRY-EXIT
040816        VARYING WS-SETL-SCAN FROM 1 BY 1
040817        UNTIL WS-SETL-SCAN > WS-SETL-COUNT
040818     MOVE WS-XMIT-ENTRIES TO XC-ENTRY-COUNT
040819     MOVE WS-XMIT-HASH TO XC-ENTRY-HASH
040820     MOVE WS-XMIT-AMOUNT TO XC-CREDIT-TOTAL
040821     WRITE BANK-XMIT-RECORD FROM WS-XMIT-BATCH-CONTROL
040822     MOVE WS-XMIT-ENTRIES TO XT-ENTRY-COUNT
040823     MOVE WS-XMIT-HASH TO XT-ENTRY-HASH
040824     MOVE WS-XMIT-AMOUNT TO XT-CREDIT-TOTAL
040825     WRITE BANK-XMIT-RECORD FROM WS-XMIT-FILE-CONTROL
040826     CLOSE BANK-XMIT-FILE.
040827 3500-WRITE-BANK-FILE-EXIT.
040828     EXIT.
040829*--------------------------------------------------------------
040830* 3510-WRITE-ONE-ENTRY - A MERCHANT ON THE MASTER, NOT ON HOLD,
040831*          WITH MONEY TO RECEIVE. A PAYABLE MERCHANT WITH NO
040832*          BANK REFERENCE CANNOT BE PAID AND IS LEFT OFF THE
040833*          FILE; THE REGISTER CARRIES IT AS NOBANK, NOT PAID.
040834*--------------------------------------------------------------
040835 3510-WRITE-ONE-ENTRY.
040836     PERFORM 5000-READ-MASTER THRU 5000-READ-MASTER-EXIT
040837     IF NOT MASTER-RECORD-FOUND OR MERCHANT-ON-HOLD
040838        GO TO 3510-WRITE-ONE-ENTRY-EXIT
040839     END-IF
040840     PERFORM 5100-PRICE-MERCHANT THRU 5100-PRICE-MERCHANT-EXIT
040841     IF WS-NET-AMOUNT NOT > ZERO
040842        GO TO 3510-WRITE-ONE-ENTRY-EXIT
040843     END-IF
040844     IF MM-BANK-REF = SPACES
040845        ADD 1 TO WS-XMIT-NO-BANK-REF
040846        GO TO 3510-WRITE-ONE-ENTRY-EXIT
040847     END-IF
040848     ADD 1 TO WS-XMIT-ENTRIES
040849     MOVE WS-XMIT-ENTRIES TO XE-TRACE-NO
040850     MOVE MM-MERCHANT-ID TO XE-MERCHANT-ID
040851     MOVE MM-BANK-REF TO XE-BANK-REF
040852     MOVE WS-NET-AMOUNT TO XE-AMOUNT
040853     MOVE MM-NAME TO XE-MERCHANT-NAME
040854     WRITE BANK-XMIT-RECORD FROM WS-XMIT-ENTRY
040855     ADD WS-NET-AMOUNT TO WS-XMIT-AMOUNT
040856     PERFORM 3520-HASH-ONE-DIGIT THRU 3520-HASH-ONE-DIGIT-EXIT
040857        VARYING WS-HASH-SCAN FROM 1 BY 1
040858        UNTIL WS-HASH-SCAN > 16.
040859 3510-WRITE-ONE-ENTRY-EXIT.
040860     EXIT.
040861*--------------------------------------------------------------
040862* 3520-HASH-ONE-DIGIT - ENTRY HASH IS THE SUM OF EVERY NUMERIC
040863*          DIGIT IN THE BANK REFERENCES, AS ON THE FEED TRAILERS
040864*--------------------------------------------------------------
040865 3520-HASH-ONE-DIGIT.
040866     IF MM-BANK-REF(WS-HASH-SCAN:1) IS NUMERIC
040867        MOVE MM-BANK-REF(WS-HASH-SCAN:1) TO WS-HASH-DIGIT
040868        ADD WS-HASH-DIGIT TO WS-XMIT-HASH
040869     END-IF.
040870 3520-HASH-ONE-DIGIT-EXIT.
040871     EXIT.
040872*--------------------------------------------------------------
040873* 3600-PROVE-BANK-FILE - THE FILE CONTROL RECORD MUST CARRY THE
040874*          REGISTER'S PAID TOTAL AND ONE ENTRY FOR EVERY PAID
040875*          MERCHANT WITH A NET TO SEND (NOBANK IS ON NEITHER SIDE)
040876*--------------------------------------------------------------
040877 3600-PROVE-BANK-FILE.
040878     MOVE SPACES TO WS-RPT-DETAIL
040879     MOVE "P" TO RPT-REQUEST
040880     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040881     MOVE "BANK TRANSMISSION CONTROL (BANKXMIT)" TO WS-RPT-DETAIL
040882     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040883     MOVE SPACES TO WS-XMIT-PROOF-LINE
040884     MOVE "  REGISTER PAID ENTRIES" TO XP-LABEL
040885     MOVE WS-REG-PAID-ENTRIES TO XP-COUNT
040886     MOVE WS-TOT-PAID TO XP-AMOUNT
040887     MOVE WS-XMIT-PROOF-LINE TO WS-RPT-DETAIL
040888     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040889     MOVE SPACES TO WS-XMIT-PROOF-LINE
040890     MOVE "  FILE CONTROL ENTRIES" TO XP-LABEL
040891     MOVE WS-XMIT-ENTRIES TO XP-COUNT
040892     MOVE WS-XMIT-AMOUNT TO XP-AMOUNT
040893     MOVE WS-XMIT-PROOF-LINE TO WS-RPT-DETAIL
040894     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040895     IF WS-XMIT-NO-BANK-REF > ZERO
040896        MOVE SPACES TO WS-XMIT-PROOF-LINE
040897        MOVE "  PAYABLE, NO BANK REFERENCE" TO XP-LABEL
040898        MOVE WS-XMIT-NO-BANK-REF TO XP-COUNT
040899        MOVE WS-XMIT-PROOF-LINE TO WS-RPT-DETAIL
040900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040901     END-IF
040902     IF WS-XMIT-ENTRIES = WS-REG-PAID-ENTRIES
040903        AND WS-XMIT-AMOUNT = WS-TOT-PAID
040904        MOVE "  BANK FILE TIES TO REGISTER" TO WS-RPT-DETAIL
040905     ELSE
040906        SET XMIT-OUT-OF-BALANCE TO TRUE
040907        MOVE "  *** BANK FILE DOES NOT TIE - RC 8 ***"
040908           TO WS-RPT-DETAIL
040909     END-IF
040910     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040911 3600-PROVE-BANK-FILE-EXIT.
040912     EXIT.
040913*--------------------------------------------------------------
040914* 3700-WRITE-HELD-AGING - EVERY OPEN HELD-FUNDS ROW AFTER
040915*          TONIGHT'S POSTINGS, AGED IN BUSINESS DAYS TO THE
040916*          AS-OF DATE, WITH A TOTAL AND OLDEST AGE PER MERCHANT
040917*--------------------------------------------------------------
040918 3700-WRITE-HELD-AGING.
040919     MOVE "O" TO RPT-REQUEST
040920     MOVE "MRCHSETL" TO RPT-PROGRAM-ID
040921     MOVE "HELDAGE" TO RPT-REPORT-NAME
040922     MOVE "HELD FUNDS AGING" TO RPT-TITLE
040923     MOVE "MERCHANT  HELD ON           AMOUNT  REASON
040924-         "BUS DAYS" TO RPT-COL-HEADING
040925     MOVE 60 TO RPT-LINES-PER-PAGE
040926     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040927     MOVE SPACES TO WS-HELD-MERCHANT
040928     MOVE "N" TO WS-HELD-EOF-SW
040929     MOVE LOW-VALUES TO HF-KEY
040930     START HELD-FUNDS-FILE KEY NOT < HF-KEY
040931        INVALID KEY
040932           SET END-OF-HELD-FUNDS TO TRUE
040933     END-START
040934     PERFORM 3710-AGE-ONE-HELD THRU 3710-AGE-ONE-HELD-EXIT
040935        UNTIL END-OF-HELD-FUNDS
040936     IF WS-HELD-MERCHANT NOT = SPACES
040937        PERFORM 3720-WRITE-HELD-TOTAL
040938           THRU 3720-WRITE-HELD-TOTAL-EXIT
040939     END-IF
040940     MOVE SPACES TO WS-HELD-AGING-LINE
040941     MOVE "TOTAL" TO HA-MERCHANT
040942     MOVE WS-HELD-GRAND-TOTAL TO HA-AMOUNT
040943     MOVE "ALL FUNDS HELD" TO HA-REASON
040944     MOVE "D" TO RPT-REQUEST
040945     MOVE WS-HELD-AGING-LINE TO WS-RPT-DETAIL
040946     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
040947     MOVE "C" TO RPT-REQUEST
040948     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040949 3700-WRITE-HELD-AGING-EXIT.
040950     EXIT.
040951*--------------------------------------------------------------
040952* 3710-AGE-ONE-HELD
040953*--------------------------------------------------------------
040954 3710-AGE-ONE-HELD.
040955     READ HELD-FUNDS-FILE NEXT RECORD
040956        AT END
040957           SET END-OF-HELD-FUNDS TO TRUE
040958           GO TO 3710-AGE-ONE-HELD-EXIT
040959     END-READ
040960     IF NOT HELD-FUNDS-OPEN
040961        GO TO 3710-AGE-ONE-HELD-EXIT
040962     END-IF
040963     IF HF-MERCHANT-ID NOT = WS-HELD-MERCHANT
040964        IF WS-HELD-MERCHANT NOT = SPACES
040965           PERFORM 3720-WRITE-HELD-TOTAL
040966              THRU 3720-WRITE-HELD-TOTAL-EXIT
040967        END-IF
040968        MOVE HF-MERCHANT-ID TO WS-HELD-MERCHANT
040969        MOVE ZERO TO WS-HELD-MERCH-TOTAL
040970        MOVE ZERO TO WS-HELD-OLDEST
040971     END-IF
040972     MOVE "B" TO BD-REQUEST
040973     MOVE HF-BUS-DATE TO BD-DATE-1
040974     MOVE WS-AS-OF-DATE TO BD-DATE-2
040975     CALL "BUSDAY" USING BUS-DAY-CONTROL
040976     IF BD-STATUS = "00"
040977        MOVE BD-RESULT-COUNT TO WS-HELD-AGE
040978     ELSE
040979        MOVE ZERO TO WS-HELD-AGE
040980     END-IF
040981     IF WS-HELD-AGE > WS-HELD-OLDEST
040982        MOVE WS-HELD-AGE TO WS-HELD-OLDEST
040983     END-IF
040984     ADD HF-AMOUNT TO WS-HELD-MERCH-TOTAL
040985     ADD HF-AMOUNT TO WS-HELD-GRAND-TOTAL
040986     MOVE SPACES TO WS-HELD-AGING-LINE
040987     MOVE HF-MERCHANT-ID TO HA-MERCHANT
040988     MOVE HF-BUS-DATE TO HA-HELD-DATE
040989     MOVE HF-AMOUNT TO HA-AMOUNT
040990     MOVE HF-REASON TO HA-REASON
040991     MOVE WS-HELD-AGE TO HA-AGE-DAYS
040992     MOVE "D" TO RPT-REQUEST
040993     MOVE WS-HELD-AGING-LINE TO WS-RPT-DETAIL
040994     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
040995 3710-AGE-ONE-HELD-EXIT.
040996     EXIT.
040997*--------------------------------------------------------------
040998* 3720-WRITE-HELD-TOTAL - MERCHANT BREAK: BALANCE HELD AND THE
040999*          AGE OF THE OLDEST NIGHT STILL HELD
041000*--------------------------------------------------------------
041001 3720-WRITE-HELD-TOTAL.
041002     MOVE SPACES TO WS-HELD-AGING-LINE
041003     MOVE WS-HELD-MERCHANT TO HA-MERCHANT
041004     MOVE WS-HELD-MERCH-TOTAL TO HA-AMOUNT
041005     MOVE "MERCHANT - OLDEST" TO HA-REASON
041006     MOVE WS-HELD-OLDEST TO HA-AGE-DAYS
041007     MOVE "D" TO RPT-REQUEST
041008     MOVE WS-HELD-AGING-LINE TO WS-RPT-DETAIL
041009     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
041010     MOVE SPACES TO WS-RPT-DETAIL
041011     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
041012 3720-WRITE-HELD-TOTAL-EXIT.
041013     EXIT.
041014*--------------------------------------------------------------
041015* 5000-READ-MASTER - RANDOM READ OF THE MERCHANT MASTER FOR THE
041016*          TALLY ROW UNDER WS-SETL-SCAN
041100*--------------------------------------------------------------
041200 5000-READ-MASTER.
041300     MOVE "N" TO WS-MASTER-FOUND-SW
042100 5000-READ-MASTER-EXIT.
042200     EXIT.
042300*--------------------------------------------------------------
042310* 5100-PRICE-MERCHANT - BRAND FEES PRICED AT LOAD, THEN THE
042315*          DISPUTE ADJUSTMENTS, HELD FUNDS RELEASED AND ANY
042320*          RECEIVABLE BROUGHT FORWARD. THE NET IS WHAT A PAYABLE
042330*          MERCHANT WOULD RECEIVE; A SHORTFALL BECOMES THE
042340*          RECEIVABLE CARRIED.
042600*--------------------------------------------------------------
042700 5100-PRICE-MERCHANT.
042710     MOVE WS-STL-DISCOUNT(WS-SETL-SCAN) TO WS-DISCOUNT-AMOUNT
042902     MOVE ZERO TO WS-RELEASE-AMOUNT
042904     IF NOT MERCHANT-ON-HOLD
042906        MOVE WS-STL-HELD-BF(WS-SETL-SCAN) TO WS-RELEASE-AMOUNT
042908     END-IF
042910     COMPUTE WS-ADJUST-AMOUNT =
042920        WS-STL-RVSL-AMOUNT(WS-SETL-SCAN) + WS-RELEASE-AMOUNT
042930        - WS-STL-CHGB-AMOUNT(WS-SETL-SCAN)
042940        - WS-STL-RCV-BF(WS-SETL-SCAN)
042950     COMPUTE WS-NET-POSITION =
042960        WS-STL-AMOUNT(WS-SETL-SCAN) - WS-DISCOUNT-AMOUNT
042970        + WS-ADJUST-AMOUNT
042980     IF WS-NET-POSITION < ZERO
042990        MOVE ZERO TO WS-NET-AMOUNT
043000        COMPUTE WS-RCV-CARRIED = ZERO - WS-NET-POSITION
043010     ELSE
043020        MOVE WS-NET-POSITION TO WS-NET-AMOUNT
043030        MOVE ZERO TO WS-RCV-CARRIED
043040     END-IF.
043200 5100-PRICE-MERCHANT-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------
043402* 5200-FIND-FEE-RATE - HIGHEST TIER ON WS-FEE-MERCHANT'S
043404*          SCHEDULE FOR WS-FEE-BRAND WHOSE FLOOR THE MONTH-TO-DATE
043406*          VOLUME HAS REACHED; TIER 01 WHEN NONE IS REACHED
043408*--------------------------------------------------------------
043410 5200-FIND-FEE-RATE.
043412     MOVE "N" TO WS-FEE-FOUND-SW
043414     IF NOT FEE-SCHEDULE-OPEN
043416        GO TO 5200-FIND-FEE-RATE-EXIT
043418     END-IF
043420     MOVE "N" TO WS-FEE-EOF-SW
043422     MOVE WS-FEE-MERCHANT TO FS-MERCHANT-ID
043424     MOVE WS-FEE-BRAND TO FS-BRAND
043426     MOVE ZERO TO FS-TIER
043428     START FEE-SCHEDULE-FILE KEY NOT < FS-KEY
043430        INVALID KEY
043432           SET END-OF-FEE-ROWS TO TRUE
043434     END-START
043436     PERFORM 5210-READ-ONE-TIER THRU 5210-READ-ONE-TIER-EXIT
043438        UNTIL END-OF-FEE-ROWS.
043440 5200-FIND-FEE-RATE-EXIT.
043442     EXIT.
043444*--------------------------------------------------------------
043446* 5210-READ-ONE-TIER
043448*--------------------------------------------------------------
043450 5210-READ-ONE-TIER.
043452     READ FEE-SCHEDULE-FILE NEXT RECORD
043454        AT END
043456           SET END-OF-FEE-ROWS TO TRUE
043458           GO TO 5210-READ-ONE-TIER-EXIT
043460     END-READ
043462     IF FS-MERCHANT-ID NOT = WS-FEE-MERCHANT
043464        OR FS-BRAND NOT = WS-FEE-BRAND
043466        SET END-OF-FEE-ROWS TO TRUE
043468        GO TO 5210-READ-ONE-TIER-EXIT
043470     END-IF
043472     IF NOT FEE-RATE-FOUND OR FS-TIER-FLOOR NOT > WS-FEE-VOLUME
043474        SET FEE-RATE-FOUND TO TRUE
043476        MOVE FS-RATE TO WS-FEE-RATE
043478        MOVE FS-TIER TO WS-FEE-TIER
043480     END-IF.
043482 5210-READ-ONE-TIER-EXIT.
043484     EXIT.
043486*--------------------------------------------------------------
043500* 9000-FINISH - CLOSE FILES AND CUT THE JOB-ACCOUNTING ROW
043600*--------------------------------------------------------------
043700 9000-FINISH.
043800     CLOSE CLEARED-FILE
043900     CLOSE MERCHANT-MASTER-FILE
043910     CLOSE DISPUTE-SETL-FILE
043920     CLOSE MERCHANT-RCV-FILE
043930     CLOSE HELD-FUNDS-FILE
043940     IF FEE-SCHEDULE-OPEN
043950        CLOSE FEE-SCHEDULE-FILE
043960     END-IF
043970     CLOSE GL-EVENT-FILE
043980     CLOSE SETL-HIST-FILE
044000     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
044100 9000-FINISH-EXIT.
044200     EXIT.
046000     CLOSE JOB-ACCT-FILE.
046100 9100-LOG-JOB-ACCT-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------
046400* 9200-WRITE-SHARED-ALERT - ONE ROW ON THE SHOP-WIDE ALERTS
046500*          FILE AT WS-ALERT-SEVERITY WITH WS-ALERT-TEXT: 8 WHEN
046510*          THE PAYMENT FILE CANNOT BE RELEASED, 4 WHEN A PAYABLE
046520*          MERCHANT HAD NO BANK REFERENCE
046600*--------------------------------------------------------------
046700 9200-WRITE-SHARED-ALERT.
046800     OPEN EXTEND SHARED-ALERT-FILE
046900     IF WS-SHALERT-STATUS = "35"
047000        OPEN OUTPUT SHARED-ALERT-FILE
047100     END-IF
047200     MOVE SPACES TO ALERT-MSG-RECORD
047300     MOVE "MRCHSETL" TO AM-PROGRAM
047400     MOVE WS-ALERT-SEVERITY TO AM-SEVERITY
047500     MOVE WS-ALERT-TEXT TO AM-TEXT
047700     MOVE FUNCTION CURRENT-DATE(1:14) TO AM-TIMESTAMP
047800     MOVE "N" TO AM-ACK-SW
047900     WRITE SHARED-ALERT-RECORD FROM ALERT-MSG-RECORD
048000     CLOSE SHARED-ALERT-FILE.
048100 9200-WRITE-SHARED-ALERT-EXIT.
048200     EXIT.
