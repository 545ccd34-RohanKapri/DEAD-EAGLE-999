003800*                 SCALENE PIECES ARE SCRAP: EXCLUDED FROM THE
003900*                 TOTALS BUT LISTED WITH THEIR WOULD-BE COST SO THE
004000*                 SCRAP ESTIMATE IS VISIBLE.
004010* 2026-10-15 RLM  CUT PLANNING: THE VALID BRACKETS' SIDES ARE
004020*                 PACKED FIRST-FIT DECREASING, BY MATERIAL, ONTO
004030*                 STOCK BARS FROM THE NEW STOCK LENGTH FILE
004040*                 (STOCKLEN: MATERIAL, BAR LENGTH, KERF, SHORTEST
004050*                 OFFCUT WORTH KEEPING). THE REPORT GAINS A CUT
004060*                 LIST PER BAR AND A PLAN SUMMARY BY MATERIAL
004070*                 (BARS, WASTE PERCENT, OFFCUTS KEPT), AND THE
004080*                 MATERIAL TOTALS NOW CHARGE THE WHOLE BARS
004090*                 CONSUMED RATHER THAN PERIMETER ALONE.
004100*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004600     SELECT MATERIAL-RATE-FILE ASSIGN TO "MATRATE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-MATRATE-STATUS.
004810     SELECT STOCK-LENGTH-FILE ASSIGN TO "STOCKLEN"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-STOCKLEN-STATUS.
004900     SELECT TRIANGLE-IN-FILE ASSIGN TO "TRIANGIN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TRIANGIN-STATUS.
007100     05 MR-LINEAR-RATE         PIC 9(03)V99.
007200     05 FILLER                 PIC X(01).
007300     05 MR-AREA-RATE           PIC 9(03)V99.
007310 FD  STOCK-LENGTH-FILE.
007320 01  STOCK-LENGTH-RECORD.
007330     05 SL-MATERIAL            PIC X(04).
007340     05 FILLER                 PIC X(01).
007350     05 SL-LENGTH              PIC 9(04)V99.
007360     05 FILLER                 PIC X(01).
007370     05 SL-KERF                PIC 9(01)V99.
007380     05 FILLER                 PIC X(01).
007390     05 SL-MIN-KEEP            PIC 9(04)V99.
007400 FD  JOB-ACCT-FILE.
007500 01  JOB-ACCT-FILE-RECORD      PIC X(60).
007600 FD  NUM-SUSPENSE-FILE.
012300        10 WS-MR-AREA          PIC 9(03)V99.
012400        10 WS-MR-COUNT-USED    PIC 9(05).
012500        10 WS-MR-COST-TOTAL    PIC 9(09)V99.
012510        10 WS-MR-STOCK-SLOT    PIC 9(02).
012520        10 WS-MR-MAX-LEN       PIC 9(04)V99.
012530        10 WS-MR-KERF          PIC 9(01)V99.
012540        10 WS-MR-PLANNED-LEN   PIC 9(07)V99.
012550        10 WS-MR-STOCK-USED    PIC 9(07)V99.
012560        10 WS-MR-BARS          PIC 9(05).
012570        10 WS-MR-KEEP-COUNT    PIC 9(05).
012580        10 WS-MR-KEEP-LEN      PIC 9(07)V99.
012590        10 WS-MR-OVERSIZE      PIC 9(05).
012600 77  WS-MR-SCAN                PIC 9(02).
012700 77  WS-MR-SLOT                PIC 9(02).
012800 77  WS-MR-FOUND-SW            PIC X.
014000     05 CT-COUNT               PIC ZZZZ9.
014100     05 FILLER                 PIC X(02) VALUE SPACES.
014200     05 CT-COST                PIC ZZZ,ZZZ,ZZ9.99.
014201*--------------------------------------------------------------
014202* CUT PLANNING: STOCK BAR LENGTHS, SIDES TO CUT, AND THE BARS
014203* THEY ARE PACKED ONTO
014204*--------------------------------------------------------------
014205 77  WS-STOCKLEN-STATUS        PIC XX.
014206 77  WS-STOCKLEN-EOF-SW        PIC X VALUE "N".
014207     88 END-OF-STOCKLEN        VALUE "Y".
014208 01  WS-STOCK-TABLE.
014209     05 WS-SL-COUNT            PIC 9(02) VALUE ZERO.
014210     05 WS-SL-ENTRY OCCURS 30 TIMES.
014211        10 WS-SL-MATERIAL      PIC X(04).
014212        10 WS-SL-LENGTH        PIC 9(04)V99.
014213        10 WS-SL-KERF          PIC 9(01)V99.
014214        10 WS-SL-MIN-KEEP      PIC 9(04)V99.
014215 77  WS-SL-SCAN                PIC 9(02).
014216 77  WS-SL-PICK                PIC 9(02).
014217 01  WS-PIECE-TABLE.
014218     05 WS-PC-COUNT            PIC 9(04) VALUE ZERO.
014219     05 WS-PC-ENTRY OCCURS 1500 TIMES.
014220        10 WS-PC-MAT-SLOT      PIC 9(02).
014221        10 WS-PC-LENGTH        PIC 99V99.
014222        10 WS-PC-RECORD        PIC 9(07).
014223        10 WS-PC-SIDE          PIC X(01).
014224        10 WS-PC-BAR           PIC 9(04).
014225 01  WS-PC-SWAP-ENTRY          PIC X(18).
014226 77  WS-PC-I                   PIC 9(04).
014227 77  WS-PC-J                   PIC 9(04).
014228 77  WS-PC-UNPLANNED           PIC 9(05) VALUE ZERO.
014229 01  WS-BAR-TABLE.
014230     05 WS-BAR-COUNT           PIC 9(04) VALUE ZERO.
014231     05 WS-BAR-ENTRY OCCURS 500 TIMES.
014232        10 WS-BAR-MAT-SLOT     PIC 9(02).
014233        10 WS-BAR-STOCK-SLOT   PIC 9(02).
014234        10 WS-BAR-USED         PIC 9(04)V99.
014235        10 WS-BAR-KEEP         PIC X(01).
014236 77  WS-BAR-SCAN               PIC 9(04).
014237 77  WS-BAR-SLOT               PIC 9(04).
014238 77  WS-SIDE-LETTER            PIC X(01).
014239 77  WS-CUT-LENGTH             PIC 99V99.
014240 77  WS-CUT-NEED               PIC 9(04)V99.
014241 77  WS-OFFCUT                 PIC 9(04)V99.
014242 77  WS-WASTE-LEN              PIC 9(07)V99.
014243 77  WS-WASTE-PCT              PIC 9(03)V9.
014244 77  WS-CUT-WASTE-COST         PIC 9(09)V99.
014245 77  WS-CUT-WASTE-TOTAL        PIC 9(09)V99 VALUE ZERO.
014246 77  WS-BARS-TOTAL             PIC 9(05) VALUE ZERO.
014247 77  WS-EDIT-COUNT             PIC ZZZZ9.
014248 01  WS-CUT-BAR-LINE.
014249     05 FILLER                 PIC X(04) VALUE "BAR ".
014250     05 CB-BAR                 PIC 9(04).
014251     05 FILLER                 PIC X(07) VALUE "  MATL ".
014252     05 CB-MATERIAL            PIC X(04).
014253     05 FILLER                 PIC X(08) VALUE "  STOCK ".
014254     05 CB-STOCK               PIC ZZZ9.99.
014255     05 FILLER                 PIC X(07) VALUE "  USED ".
014256     05 CB-USED                PIC ZZZ9.99.
014257     05 FILLER                 PIC X(09) VALUE "  OFFCUT ".
014258     05 CB-OFFCUT              PIC ZZZ9.99.
014259     05 FILLER                 PIC X(01) VALUE SPACE.
014260     05 CB-KEEP                PIC X(04).
014261 01  WS-CUT-PIECE-LINE.
014262     05 FILLER                 PIC X(10) VALUE "     CUT  ".
014263     05 CK-LENGTH              PIC Z9.99.
014264     05 FILLER                 PIC X(10) VALUE "  FOR REC ".
014265     05 CK-RECORD              PIC ZZZZZZ9.
014266     05 FILLER                 PIC X(07) VALUE "  SIDE ".
014267     05 CK-SIDE                PIC X(01).
014268 01  WS-CUT-PLAN-LINE.
014269     05 FILLER                 PIC X(02) VALUE SPACES.
014270     05 CP-MATERIAL            PIC X(04).
014271     05 FILLER                 PIC X(07) VALUE "  BARS ".
014272     05 CP-BARS                PIC ZZZZ9.
014273     05 FILLER                 PIC X(08) VALUE "  STOCK ".
014274     05 CP-STOCK               PIC ZZZZZZ9.99.
014275     05 FILLER                 PIC X(06) VALUE "  CUT ".
014276     05 CP-CUT                 PIC ZZZZZZ9.99.
014277     05 FILLER                 PIC X(08) VALUE "  WASTE ".
014278     05 CP-WASTE-PCT           PIC ZZ9.9.
014279     05 FILLER                 PIC X(08) VALUE "%  KEEP ".
014280     05 CP-KEEP-COUNT          PIC ZZZ9.
014281     05 FILLER                 PIC X(01) VALUE SPACE.
014282     05 CP-KEEP-LEN            PIC ZZZZZZ9.99.
014300 COPY RUNPARM.
014400*--------------------------------------------------------------
014500* BATCH CONTROLS
021600        MOVE RP-VALUE(1:4) TO WS-TOLERANCE(1:4)
021700     END-IF
021800     PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT
021810     PERFORM 1200-LOAD-STOCK THRU 1200-LOAD-STOCK-EXIT
021900     PERFORM 2100-READ-TRIANGLE THRU 2100-READ-TRIANGLE-EXIT.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
027000* 9000-FINISH
027100*--------------------------------------------------------------
027200 9000-FINISH.
027210     PERFORM 5000-PLAN-CUTS THRU 5000-PLAN-CUTS-EXIT
027300     PERFORM 8000-COST-TOTALS THRU 8000-COST-TOTALS-EXIT
027400     CLOSE TRIANGLE-IN-FILE
027500     MOVE "C" TO RPT-REQUEST
030300        MOVE MR-AREA-RATE TO WS-MR-AREA(WS-MR-COUNT)
030400        MOVE ZERO TO WS-MR-COUNT-USED(WS-MR-COUNT)
030500        MOVE ZERO TO WS-MR-COST-TOTAL(WS-MR-COUNT)
030510        MOVE ZERO TO WS-MR-STOCK-SLOT(WS-MR-COUNT)
030520        MOVE ZERO TO WS-MR-MAX-LEN(WS-MR-COUNT)
030530        MOVE ZERO TO WS-MR-KERF(WS-MR-COUNT)
030540        MOVE ZERO TO WS-MR-PLANNED-LEN(WS-MR-COUNT)
030550        MOVE ZERO TO WS-MR-STOCK-USED(WS-MR-COUNT)
030560        MOVE ZERO TO WS-MR-BARS(WS-MR-COUNT)
030570        MOVE ZERO TO WS-MR-KEEP-COUNT(WS-MR-COUNT)
030580        MOVE ZERO TO WS-MR-KEEP-LEN(WS-MR-COUNT)
030590        MOVE ZERO TO WS-MR-OVERSIZE(WS-MR-COUNT)
030600     END-IF.
030700 1110-LOAD-ONE-RATE-EXIT.
030800     EXIT.
030801*--------------------------------------------------------------
030802* 1200-LOAD-STOCK - STOCK BAR LENGTHS BY MATERIAL, EACH WITH
030803*          THE SAW KERF ALLOWANCE AND THE SHORTEST OFFCUT WORTH
030804*          RETURNING TO THE RACK. A MISSING FILE, OR A MATERIAL
030805*          WITH NO LENGTHS, LEAVES THAT MATERIAL COSTED ON
030806*          PERIMETER AS BEFORE.
030807*--------------------------------------------------------------
030808 1200-LOAD-STOCK.
030809     OPEN INPUT STOCK-LENGTH-FILE
030810     IF WS-STOCKLEN-STATUS NOT = "00"
030811        GO TO 1200-LOAD-STOCK-EXIT
030812     END-IF
030813     PERFORM 1210-LOAD-ONE-STOCK THRU 1210-LOAD-ONE-STOCK-EXIT
030814        UNTIL END-OF-STOCKLEN
030815     CLOSE STOCK-LENGTH-FILE
030816     PERFORM 1220-PICK-LONGEST-STOCK
030817        THRU 1220-PICK-LONGEST-STOCK-EXIT
030818        VARYING WS-MR-SCAN FROM 1 BY 1
030819        UNTIL WS-MR-SCAN > WS-MR-COUNT.
030820 1200-LOAD-STOCK-EXIT.
030821     EXIT.
030822 1210-LOAD-ONE-STOCK.
030823     READ STOCK-LENGTH-FILE
030824        AT END
030825           SET END-OF-STOCKLEN TO TRUE
030826           GO TO 1210-LOAD-ONE-STOCK-EXIT
030827     END-READ
030828     IF SL-LENGTH NOT NUMERIC OR SL-KERF NOT NUMERIC
030829        OR SL-MIN-KEEP NOT NUMERIC OR SL-LENGTH = ZERO
030830        GO TO 1210-LOAD-ONE-STOCK-EXIT
030831     END-IF
030832     IF WS-SL-COUNT < 30
030833        ADD 1 TO WS-SL-COUNT
030834        MOVE SL-MATERIAL TO WS-SL-MATERIAL(WS-SL-COUNT)
030835        MOVE SL-LENGTH TO WS-SL-LENGTH(WS-SL-COUNT)
030836        MOVE SL-KERF TO WS-SL-KERF(WS-SL-COUNT)
030837        MOVE SL-MIN-KEEP TO WS-SL-MIN-KEEP(WS-SL-COUNT)
030838     END-IF.
030839 1210-LOAD-ONE-STOCK-EXIT.
030840     EXIT.
030841*--------------------------------------------------------------
030842* 1220-PICK-LONGEST-STOCK - PACKING OPENS EVERY NEW BAR AT THE
030843*          MATERIAL'S LONGEST STOCK LENGTH, CUT WITH ITS KERF
030844*--------------------------------------------------------------
030845 1220-PICK-LONGEST-STOCK.
030846     MOVE ZERO TO WS-SL-PICK
030847     PERFORM 1230-TEST-ONE-STOCK THRU 1230-TEST-ONE-STOCK-EXIT
030848        VARYING WS-SL-SCAN FROM 1 BY 1
030849        UNTIL WS-SL-SCAN > WS-SL-COUNT
030850     IF WS-SL-PICK > ZERO
030851        MOVE WS-SL-PICK TO WS-MR-STOCK-SLOT(WS-MR-SCAN)
030852        MOVE WS-SL-LENGTH(WS-SL-PICK) TO WS-MR-MAX-LEN(WS-MR-SCAN)
030853        MOVE WS-SL-KERF(WS-SL-PICK) TO WS-MR-KERF(WS-MR-SCAN)
030854     END-IF.
030855 1220-PICK-LONGEST-STOCK-EXIT.
030856     EXIT.
030857 1230-TEST-ONE-STOCK.
030858     IF WS-SL-MATERIAL(WS-SL-SCAN) = WS-MR-CODE(WS-MR-SCAN)
030859        IF WS-SL-PICK = ZERO
030860           MOVE WS-SL-SCAN TO WS-SL-PICK
030861        ELSE
030862           IF WS-SL-LENGTH(WS-SL-SCAN) > WS-SL-LENGTH(WS-SL-PICK)
030863              MOVE WS-SL-SCAN TO WS-SL-PICK
030864           END-IF
030865        END-IF
030866     END-IF.
030867 1230-TEST-ONE-STOCK-EXIT.
030868     EXIT.
030900*--------------------------------------------------------------
031000* 4000-COST-PIECE - PERIMETER TIMES THE LINEAR RATE PLUS AREA
031100*          TIMES THE AREA RATE. SCALENE PIECES ARE SCRAP: THEIR
031200*          WOULD-BE COST PRINTS BUT STAYS OUT OF THE MATERIAL
031210*          AND CLASS TOTALS. THE PIECE FIGURE IS THE PERIMETER
031220*          ESTIMATE; THE CUT PLAN ADDS THE OFFCUT AND KERF ON THE
031230*          BARS ACTUALLY CONSUMED TO THE MATERIAL TOTALS.
031400*--------------------------------------------------------------
031500 4000-COST-PIECE.
031600     MOVE ZERO TO WS-PIECE-COST
036500     IF WS-MR-SLOT > ZERO
036600        ADD 1 TO WS-MR-COUNT-USED(WS-MR-SLOT)
036700        ADD WS-PIECE-COST TO WS-MR-COST-TOTAL(WS-MR-SLOT)
036710        PERFORM 4300-CAPTURE-SIDES THRU 4300-CAPTURE-SIDES-EXIT
036800     END-IF.
036900 4200-POST-MATERIAL-EXIT.
037000     EXIT.
037001*--------------------------------------------------------------
037002* 4300-CAPTURE-SIDES - HOLD THE THREE SIDES OF A VALID BRACKET
037003*          FOR THE CUT PLAN; SIDES BEYOND THE TABLE ARE COUNTED
037004*          AND STAY COSTED ON PERIMETER
037005*--------------------------------------------------------------
037006 4300-CAPTURE-SIDES.
037007     IF WS-PC-COUNT > 1497
037008        ADD 3 TO WS-PC-UNPLANNED
037009        GO TO 4300-CAPTURE-SIDES-EXIT
037010     END-IF
037011     MOVE WS-A TO WS-CUT-LENGTH
037012     MOVE "A" TO WS-SIDE-LETTER
037013     PERFORM 4310-ADD-ONE-PIECE THRU 4310-ADD-ONE-PIECE-EXIT
037014     MOVE WS-B TO WS-CUT-LENGTH
037015     MOVE "B" TO WS-SIDE-LETTER
037016     PERFORM 4310-ADD-ONE-PIECE THRU 4310-ADD-ONE-PIECE-EXIT
037017     MOVE WS-C TO WS-CUT-LENGTH
037018     MOVE "C" TO WS-SIDE-LETTER
037019     PERFORM 4310-ADD-ONE-PIECE THRU 4310-ADD-ONE-PIECE-EXIT.
037020 4300-CAPTURE-SIDES-EXIT.
037021     EXIT.
037022 4310-ADD-ONE-PIECE.
037023     ADD 1 TO WS-PC-COUNT
037024     MOVE WS-MR-SLOT TO WS-PC-MAT-SLOT(WS-PC-COUNT)
037025     MOVE WS-CUT-LENGTH TO WS-PC-LENGTH(WS-PC-COUNT)
037026     MOVE WS-RECORDS-READ TO WS-PC-RECORD(WS-PC-COUNT)
037027     MOVE WS-SIDE-LETTER TO WS-PC-SIDE(WS-PC-COUNT)
037028     MOVE ZERO TO WS-PC-BAR(WS-PC-COUNT).
037029 4310-ADD-ONE-PIECE-EXIT.
037030     EXIT.
037031*--------------------------------------------------------------
037032* 5000-PLAN-CUTS - FIRST-FIT DECREASING: SIDES ORDERED LONGEST
037033*          FIRST WITHIN MATERIAL, EACH PLACED ON THE FIRST OPEN
037034*          BAR OF ITS MATERIAL WITH ROOM FOR IT PLUS ONE KERF,
037035*          ELSE ON A NEW BAR. EACH FILLED BAR IS THEN CUT FROM
037036*          THE SHORTEST STOCK LENGTH THAT HOLDS IT, THE BARS ARE
037037*          COSTED, AND THE CUT LIST PRINTS.
037038*--------------------------------------------------------------
037039 5000-PLAN-CUTS.
037040     IF WS-PC-COUNT = ZERO AND WS-PC-UNPLANNED = ZERO
037041        GO TO 5000-PLAN-CUTS-EXIT
037042     END-IF
037043     PERFORM 5100-SORT-PIECES THRU 5100-SORT-PIECES-EXIT
037044     PERFORM 5200-PLACE-ONE-PIECE THRU 5200-PLACE-ONE-PIECE-EXIT
037045        VARYING WS-PC-I FROM 1 BY 1
037046        UNTIL WS-PC-I > WS-PC-COUNT
037047     PERFORM 5300-FIT-ONE-BAR THRU 5300-FIT-ONE-BAR-EXIT
037048        VARYING WS-BAR-SCAN FROM 1 BY 1
037049        UNTIL WS-BAR-SCAN > WS-BAR-COUNT
037050     PERFORM 5600-COST-ONE-MATERIAL
037051        THRU 5600-COST-ONE-MATERIAL-EXIT
037052        VARYING WS-MR-SCAN FROM 1 BY 1
037053        UNTIL WS-MR-SCAN > WS-MR-COUNT
037054     PERFORM 5400-PRINT-CUT-LIST THRU 5400-PRINT-CUT-LIST-EXIT.
037055 5000-PLAN-CUTS-EXIT.
037056     EXIT.
037057*--------------------------------------------------------------
037058* 5100-SORT-PIECES - EXCHANGE SORT BY MATERIAL, LONGEST SIDE
037059*          FIRST
037060*--------------------------------------------------------------
037061 5100-SORT-PIECES.
037062     IF WS-PC-COUNT < 2
037063        GO TO 5100-SORT-PIECES-EXIT
037064     END-IF
037065     PERFORM 5110-SORT-ONE-PASS THRU 5110-SORT-ONE-PASS-EXIT
037066        VARYING WS-PC-I FROM 1 BY 1
037067        UNTIL WS-PC-I >= WS-PC-COUNT.
037068 5100-SORT-PIECES-EXIT.
037069     EXIT.
037070 5110-SORT-ONE-PASS.
037071     COMPUTE WS-PC-J = WS-PC-I + 1
037072     PERFORM 5120-SORT-ONE-COMPARE
037073        THRU 5120-SORT-ONE-COMPARE-EXIT
037074        VARYING WS-PC-J FROM WS-PC-J BY 1
037075        UNTIL WS-PC-J > WS-PC-COUNT.
037076 5110-SORT-ONE-PASS-EXIT.
037077     EXIT.
037078 5120-SORT-ONE-COMPARE.
037079     IF WS-PC-MAT-SLOT(WS-PC-J) < WS-PC-MAT-SLOT(WS-PC-I)
037080        OR (WS-PC-MAT-SLOT(WS-PC-J) = WS-PC-MAT-SLOT(WS-PC-I)
037081            AND WS-PC-LENGTH(WS-PC-J) > WS-PC-LENGTH(WS-PC-I))
037082        MOVE WS-PC-ENTRY(WS-PC-I) TO WS-PC-SWAP-ENTRY
037083        MOVE WS-PC-ENTRY(WS-PC-J) TO WS-PC-ENTRY(WS-PC-I)
037084        MOVE WS-PC-SWAP-ENTRY TO WS-PC-ENTRY(WS-PC-J)
037085     END-IF.
037086 5120-SORT-ONE-COMPARE-EXIT.
037087     EXIT.
037088*--------------------------------------------------------------
037089* 5200-PLACE-ONE-PIECE - A SIDE WHOSE MATERIAL HAS NO STOCK, OR
037090*          THAT IS LONGER THAN ITS LONGEST BAR, IS LEFT UNPLANNED
037091*--------------------------------------------------------------
037092 5200-PLACE-ONE-PIECE.
037093     MOVE WS-PC-MAT-SLOT(WS-PC-I) TO WS-MR-SLOT
037094     IF WS-MR-STOCK-SLOT(WS-MR-SLOT) = ZERO
037095        GO TO 5200-PLACE-ONE-PIECE-EXIT
037096     END-IF
037097     COMPUTE WS-CUT-NEED = WS-PC-LENGTH(WS-PC-I)
037098        + WS-MR-KERF(WS-MR-SLOT)
037099     IF WS-CUT-NEED > WS-MR-MAX-LEN(WS-MR-SLOT)
037100        ADD 1 TO WS-MR-OVERSIZE(WS-MR-SLOT)
037101        GO TO 5200-PLACE-ONE-PIECE-EXIT
037102     END-IF
037103     MOVE ZERO TO WS-BAR-SLOT
037104     PERFORM 5210-TRY-ONE-BAR THRU 5210-TRY-ONE-BAR-EXIT
037105        VARYING WS-BAR-SCAN FROM 1 BY 1
037106        UNTIL WS-BAR-SCAN > WS-BAR-COUNT
037107           OR WS-BAR-SLOT > ZERO
037108     IF WS-BAR-SLOT = ZERO
037109        IF WS-BAR-COUNT >= 500
037110           ADD 1 TO WS-PC-UNPLANNED
037111           GO TO 5200-PLACE-ONE-PIECE-EXIT
037112        END-IF
037113        ADD 1 TO WS-BAR-COUNT
037114        MOVE WS-BAR-COUNT TO WS-BAR-SLOT
037115        MOVE WS-MR-SLOT TO WS-BAR-MAT-SLOT(WS-BAR-SLOT)
037116        MOVE WS-MR-STOCK-SLOT(WS-MR-SLOT)
037117           TO WS-BAR-STOCK-SLOT(WS-BAR-SLOT)
037118        MOVE ZERO TO WS-BAR-USED(WS-BAR-SLOT)
037119        MOVE "N" TO WS-BAR-KEEP(WS-BAR-SLOT)
037120     END-IF
037121     ADD WS-CUT-NEED TO WS-BAR-USED(WS-BAR-SLOT)
037122     MOVE WS-BAR-SLOT TO WS-PC-BAR(WS-PC-I)
037123     ADD WS-PC-LENGTH(WS-PC-I) TO WS-MR-PLANNED-LEN(WS-MR-SLOT).
037124 5200-PLACE-ONE-PIECE-EXIT.
037125     EXIT.
037126 5210-TRY-ONE-BAR.
037127     IF WS-BAR-MAT-SLOT(WS-BAR-SCAN) = WS-MR-SLOT
037128        AND WS-BAR-USED(WS-BAR-SCAN) + WS-CUT-NEED
037129            <= WS-MR-MAX-LEN(WS-MR-SLOT)
037130        MOVE WS-BAR-SCAN TO WS-BAR-SLOT
037131     END-IF.
037132 5210-TRY-ONE-BAR-EXIT.
037133     EXIT.
037134*--------------------------------------------------------------
037135* 5300-FIT-ONE-BAR - CUT THE BAR FROM THE SHORTEST STOCK LENGTH
037136*          THAT HOLDS ITS CUTS, THEN TALLY THE BAR AND ANY OFFCUT
037137*          WORTH KEEPING AGAINST ITS MATERIAL
037138*--------------------------------------------------------------
037139 5300-FIT-ONE-BAR.
037140     MOVE WS-BAR-MAT-SLOT(WS-BAR-SCAN) TO WS-MR-SLOT
037141     MOVE WS-BAR-STOCK-SLOT(WS-BAR-SCAN) TO WS-SL-PICK
037142     PERFORM 5310-TRY-SHORTER-STOCK
037143        THRU 5310-TRY-SHORTER-STOCK-EXIT
037144        VARYING WS-SL-SCAN FROM 1 BY 1
037145        UNTIL WS-SL-SCAN > WS-SL-COUNT
037146     MOVE WS-SL-PICK TO WS-BAR-STOCK-SLOT(WS-BAR-SCAN)
037147     ADD 1 TO WS-MR-BARS(WS-MR-SLOT)
037148     ADD WS-SL-LENGTH(WS-SL-PICK) TO WS-MR-STOCK-USED(WS-MR-SLOT)
037149     COMPUTE WS-OFFCUT = WS-SL-LENGTH(WS-SL-PICK)
037150        - WS-BAR-USED(WS-BAR-SCAN)
037151     IF WS-SL-MIN-KEEP(WS-SL-PICK) > ZERO
037152        AND WS-OFFCUT >= WS-SL-MIN-KEEP(WS-SL-PICK)
037153        MOVE "Y" TO WS-BAR-KEEP(WS-BAR-SCAN)
037154        ADD 1 TO WS-MR-KEEP-COUNT(WS-MR-SLOT)
037155        ADD WS-OFFCUT TO WS-MR-KEEP-LEN(WS-MR-SLOT)
037156     END-IF.
037157 5300-FIT-ONE-BAR-EXIT.
037158     EXIT.
037159 5310-TRY-SHORTER-STOCK.
037160     IF WS-SL-MATERIAL(WS-SL-SCAN) = WS-MR-CODE(WS-MR-SLOT)
037161        AND WS-SL-LENGTH(WS-SL-SCAN) >= WS-BAR-USED(WS-BAR-SCAN)
037162        AND WS-SL-LENGTH(WS-SL-SCAN) < WS-SL-LENGTH(WS-SL-PICK)
037163        MOVE WS-SL-SCAN TO WS-SL-PICK
037164     END-IF.
037165 5310-TRY-SHORTER-STOCK-EXIT.
037166     EXIT.
037167*--------------------------------------------------------------
037168* 5400-PRINT-CUT-LIST - EACH BAR WITH ITS CUTS, LONGEST FIRST,
037169*          THEN THE PLAN SUMMARY BY MATERIAL. WASTE IS STOCK
037170*          LESS THE SIDES CUT AND THE OFFCUTS KEPT, SO IT
037171*          INCLUDES THE KERF.
037172*--------------------------------------------------------------
037173 5400-PRINT-CUT-LIST.
037174     MOVE "D" TO RPT-REQUEST
037175     MOVE SPACES TO WS-RPT-DETAIL
037176     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037177     MOVE "CUT LIST BY STOCK BAR:" TO WS-RPT-DETAIL
037178     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037179     PERFORM 5410-PRINT-ONE-BAR THRU 5410-PRINT-ONE-BAR-EXIT
037180        VARYING WS-BAR-SCAN FROM 1 BY 1
037181        UNTIL WS-BAR-SCAN > WS-BAR-COUNT
037182     MOVE SPACES TO WS-RPT-DETAIL
037183     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037184     MOVE "CUT PLAN BY MATERIAL:" TO WS-RPT-DETAIL
037185     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037186     PERFORM 5500-PLAN-ONE-MATERIAL
037187        THRU 5500-PLAN-ONE-MATERIAL-EXIT
037188        VARYING WS-MR-SCAN FROM 1 BY 1
037189        UNTIL WS-MR-SCAN > WS-MR-COUNT
037190     IF WS-PC-UNPLANNED > ZERO
037191        MOVE WS-PC-UNPLANNED TO WS-EDIT-COUNT
037192        MOVE SPACES TO WS-RPT-DETAIL
037193        STRING "  " DELIMITED BY SIZE
037194           WS-EDIT-COUNT DELIMITED BY SIZE
037195           " SIDES NOT PLANNED - CUT PLAN TABLES FULL"
037196              DELIMITED BY SIZE
037197           INTO WS-RPT-DETAIL
037198        END-STRING
037199        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037200     END-IF.
037201 5400-PRINT-CUT-LIST-EXIT.
037202     EXIT.
037203 5410-PRINT-ONE-BAR.
037204     MOVE WS-BAR-MAT-SLOT(WS-BAR-SCAN) TO WS-MR-SLOT
037205     MOVE WS-BAR-STOCK-SLOT(WS-BAR-SCAN) TO WS-SL-PICK
037206     MOVE WS-BAR-SCAN TO CB-BAR
037207     MOVE WS-MR-CODE(WS-MR-SLOT) TO CB-MATERIAL
037208     MOVE WS-SL-LENGTH(WS-SL-PICK) TO CB-STOCK
037209     MOVE WS-BAR-USED(WS-BAR-SCAN) TO CB-USED
037210     COMPUTE WS-OFFCUT = WS-SL-LENGTH(WS-SL-PICK)
037211        - WS-BAR-USED(WS-BAR-SCAN)
037212     MOVE WS-OFFCUT TO CB-OFFCUT
037213     IF WS-BAR-KEEP(WS-BAR-SCAN) = "Y"
037214        MOVE "KEEP" TO CB-KEEP
037215     ELSE
037216        MOVE SPACES TO CB-KEEP
037217     END-IF
037218     MOVE WS-CUT-BAR-LINE TO WS-RPT-DETAIL
037219     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037220     PERFORM 5420-PRINT-ONE-CUT THRU 5420-PRINT-ONE-CUT-EXIT
037221        VARYING WS-PC-I FROM 1 BY 1
037222        UNTIL WS-PC-I > WS-PC-COUNT.
037223 5410-PRINT-ONE-BAR-EXIT.
037224     EXIT.
037225 5420-PRINT-ONE-CUT.
037226     IF WS-PC-BAR(WS-PC-I) NOT = WS-BAR-SCAN
037227        GO TO 5420-PRINT-ONE-CUT-EXIT
037228     END-IF
037229     MOVE WS-PC-LENGTH(WS-PC-I) TO CK-LENGTH
037230     MOVE WS-PC-RECORD(WS-PC-I) TO CK-RECORD
037231     MOVE WS-PC-SIDE(WS-PC-I) TO CK-SIDE
037232     MOVE WS-CUT-PIECE-LINE TO WS-RPT-DETAIL
037233     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
037234 5420-PRINT-ONE-CUT-EXIT.
037235     EXIT.
037236 5500-PLAN-ONE-MATERIAL.
037237     IF WS-MR-COUNT-USED(WS-MR-SCAN) = ZERO
037238        GO TO 5500-PLAN-ONE-MATERIAL-EXIT
037239     END-IF
037240     IF WS-MR-STOCK-SLOT(WS-MR-SCAN) = ZERO
037241        MOVE SPACES TO WS-RPT-DETAIL
037242        STRING "  " DELIMITED BY SIZE
037243           WS-MR-CODE(WS-MR-SCAN) DELIMITED BY SIZE
037244           "  NO STOCK LENGTHS ON FILE - COSTED ON PERIMETER"
037245              DELIMITED BY SIZE
037246           INTO WS-RPT-DETAIL
037247        END-STRING
037248        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037249        GO TO 5500-PLAN-ONE-MATERIAL-EXIT
037250     END-IF
037251     MOVE ZERO TO WS-WASTE-PCT
037252     IF WS-MR-STOCK-USED(WS-MR-SCAN) > ZERO
037253        COMPUTE WS-WASTE-LEN = WS-MR-STOCK-USED(WS-MR-SCAN)
037254           - WS-MR-PLANNED-LEN(WS-MR-SCAN)
037255           - WS-MR-KEEP-LEN(WS-MR-SCAN)
037256        COMPUTE WS-WASTE-PCT ROUNDED = WS-WASTE-LEN * 100
037257           / WS-MR-STOCK-USED(WS-MR-SCAN)
037258     END-IF
037259     MOVE WS-MR-CODE(WS-MR-SCAN) TO CP-MATERIAL
037260     MOVE WS-MR-BARS(WS-MR-SCAN) TO CP-BARS
037261     MOVE WS-MR-STOCK-USED(WS-MR-SCAN) TO CP-STOCK
037262     MOVE WS-MR-PLANNED-LEN(WS-MR-SCAN) TO CP-CUT
037263     MOVE WS-WASTE-PCT TO CP-WASTE-PCT
037264     MOVE WS-MR-KEEP-COUNT(WS-MR-SCAN) TO CP-KEEP-COUNT
037265     MOVE WS-MR-KEEP-LEN(WS-MR-SCAN) TO CP-KEEP-LEN
037266     MOVE WS-CUT-PLAN-LINE TO WS-RPT-DETAIL
037267     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037268     IF WS-MR-OVERSIZE(WS-MR-SCAN) > ZERO
037269        MOVE WS-MR-OVERSIZE(WS-MR-SCAN) TO WS-EDIT-COUNT
037270        MOVE SPACES TO WS-RPT-DETAIL
037271        STRING "  " DELIMITED BY SIZE
037272           WS-MR-CODE(WS-MR-SCAN) DELIMITED BY SIZE
037273           "  " DELIMITED BY SIZE
037274           WS-EDIT-COUNT DELIMITED BY SIZE
037275           " SIDES LONGER THAN STOCK - COSTED ON PERIMETER"
037276              DELIMITED BY SIZE
037277           INTO WS-RPT-DETAIL
037278        END-STRING
037279        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
037280     END-IF.
037281 5500-PLAN-ONE-MATERIAL-EXIT.
037282     EXIT.
037283*--------------------------------------------------------------
037284* 5600-COST-ONE-MATERIAL - CHARGE THE WHOLE BARS CONSUMED: THE
037285*          STOCK NOT ACCOUNTED FOR BY THE SIDES CUT (OFFCUT AND
037286*          KERF) IS ADDED TO THE MATERIAL TOTAL AT THE LINEAR RATE
037287*--------------------------------------------------------------
037288 5600-COST-ONE-MATERIAL.
037289     IF WS-MR-BARS(WS-MR-SCAN) = ZERO
037290        GO TO 5600-COST-ONE-MATERIAL-EXIT
037291     END-IF
037292     COMPUTE WS-CUT-WASTE-COST ROUNDED =
037293        (WS-MR-STOCK-USED(WS-MR-SCAN)
037294         - WS-MR-PLANNED-LEN(WS-MR-SCAN))
037295        * WS-MR-LINEAR(WS-MR-SCAN)
037296     ADD WS-CUT-WASTE-COST TO WS-MR-COST-TOTAL(WS-MR-SCAN)
037297     ADD WS-CUT-WASTE-COST TO WS-CUT-WASTE-TOTAL
037298     ADD WS-MR-BARS(WS-MR-SCAN) TO WS-BARS-TOTAL.
037299 5600-COST-ONE-MATERIAL-EXIT.
037300     EXIT.
037301*--------------------------------------------------------------
037302* 8000-COST-TOTALS - BATCH TOTALS BY MATERIAL, THEN BY CLASS,
037303*          WITH THE SCRAP ESTIMATE LISTED SEPARATELY. MATERIAL
037304*          TOTALS INCLUDE THE CUT WASTE ON THE BARS CONSUMED; THE
037305*          CLASS LINES CARRY IT ON ITS OWN LINE (COUNT IS BARS).
037400*--------------------------------------------------------------
037500 8000-COST-TOTALS.
037600     MOVE SPACES TO WS-RPT-DETAIL
039500     MOVE WS-COST-ISOSCELES TO CT-COST
039600     MOVE WS-COST-TOTAL-LINE TO WS-RPT-DETAIL
039700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039710     MOVE "  CUT WASTE  :" TO CT-LABEL
039720     MOVE WS-BARS-TOTAL TO CT-COUNT
039730     MOVE WS-CUT-WASTE-TOTAL TO CT-COST
039740     MOVE WS-COST-TOTAL-LINE TO WS-RPT-DETAIL
039750     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
039800     MOVE "  SCRAP (SCA):" TO CT-LABEL
039900     MOVE WS-CNT-SCALENE TO CT-COUNT
040000     MOVE WS-COST-SCRAP TO CT-COST
