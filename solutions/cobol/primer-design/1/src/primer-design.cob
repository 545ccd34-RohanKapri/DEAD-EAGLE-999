000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIMER-DESIGN.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. SEQUENCING LAB SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. PCR PRIMER CANDIDATE DESIGN OVER
001100*                 THE STRAND FEED (NUCIN) AND THE REVERSE
001200*                 COMPLEMENTS NUCLEOTIDE-COUNT WRITES FOR IT
001300*                 (NUCREVC). EVERY WINDOW FROM PRIMERMIN TO
001400*                 PRIMERMAX BASES (RUNCTL, DEFAULT 18 TO 24) IS
001500*                 SLID ALONG THE STRAND FOR FORWARD CANDIDATES AND
001600*                 ALONG ITS REVERSE COMPLEMENT FOR REVERSE ONES.
001700*                 EACH WINDOW GETS ITS GC PERCENTAGE AND A WALLACE
001800*                 RULE MELTING TEMPERATURE, 2(A+T) + 4(G+C); A
001900*                 WINDOW HOLDING AN IUPAC AMBIGUITY CODE, A RUN OF
002000*                 FOUR OR MORE OF ONE BASE, OR A 3' END THAT CAN
002100*                 PAIR BACK ONTO THE PRIMER IS REJECTED. FORWARD
002200*                 AND REVERSE CANDIDATES WHOSE TEMPERATURES ARE
002300*                 WITHIN TMTOLERANCE (DEFAULT 5) PAIR UP IF THEIR
002400*                 SITES DO NOT OVERLAP; THE BEST PAIRSMAX (DEFAULT
002500*                 5) PER STRAND ARE PRINTED, CLOSEST TEMPERATURES
002600*                 FIRST, THEN LONGEST PRODUCT. REPORT: PRIMRPT.
002700*                 RC 8 WHEN NUCIN OR NUCREVC IS MISSING OR NUCREVC
002800*                 IS OUT OF STEP WITH NUCIN; RC 4 WHEN ANY STRAND
002900*                 GETS NO PRIMER PAIR.
002910* 2026-10-15 RLM  A FEED CONTROL RECORD IS RECOGNIZED BY
002920*                 TYPE AND FEED NAME (HDRNUCIN/TRLNUCIN), NOT BY
002930*                 ITS FIRST THREE BYTES ALONE.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 REPOSITORY.
003400     FUNCTION ALL INTRINSIC.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STRAND-IN-FILE ASSIGN TO "NUCIN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-NUCIN-STATUS.
004000     SELECT REV-COMP-FILE ASSIGN TO "NUCREVC"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REVCOMP-STATUS.
004300     SELECT SAMPLE-RESULT-FILE ASSIGN TO "SAMPRES"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SAMPRES-STATUS.
004600     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-JOBACCT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  STRAND-IN-FILE.
005200 01  NUCIN-RECORD.
005300     05 SI-DNA                 PIC X(128).
005400     05 FILLER                 PIC X(01).
005500     05 SI-SAMPLE-ID           PIC X(10).
005600 FD  REV-COMP-FILE.
005700 01  REV-COMP-RECORD           PIC X(128).
005800 FD  SAMPLE-RESULT-FILE.
005900 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
006000 FD  JOB-ACCT-FILE
006100     RECORDING MODE IS F.
006200 01  JOB-ACCT-FILE-RECORD      PIC X(60).
006300 WORKING-STORAGE SECTION.
006400*--------------------------------------------------------------
006500* FILE STATUS AND RUN CONTROLS
006600*--------------------------------------------------------------
006700 77  WS-NUCIN-STATUS           PIC XX.
006800 77  WS-REVCOMP-STATUS         PIC XX.
006900 77  WS-SAMPRES-STATUS         PIC XX.
007000 77  WS-JOBACCT-STATUS         PIC XX.
007100 77  WS-NUCIN-EOF-SW           PIC X VALUE "N".
007200     88 END-OF-STRANDS         VALUE "Y".
007300 77  WS-RUN-FAILED-SW          PIC X VALUE "N".
007400     88 RUN-FAILED             VALUE "Y".
007500 77  WS-STRANDS-READ           PIC 9(07) BINARY VALUE ZERO.
007600 77  WS-STRANDS-NO-PAIR        PIC 9(07) BINARY VALUE ZERO.
007700 77  WS-JA-START-TIMESTAMP     PIC X(14).
007800 COPY JOBACCT.
007900 COPY RUNPARM.
008000 COPY RPTWRITE.
008100 01  WS-RPT-DETAIL             PIC X(100).
008200*--------------------------------------------------------------
008300* DESIGN SETTINGS (RUNCTL)
008400*--------------------------------------------------------------
008500 77  WS-MIN-LEN                PIC 9(02) VALUE 18.
008600 77  WS-MAX-LEN                PIC 9(02) VALUE 24.
008700 77  WS-TM-TOL                 PIC 9(02) VALUE 5.
008800 77  WS-PAIRS-MAX              PIC 9(02) VALUE 5.
008900 77  WS-PARM-NUM               PIC 9(03).
009000*--------------------------------------------------------------
009100* STRAND WORK FIELDS
009200*--------------------------------------------------------------
009300 77  WS-STRAND                 PIC X(128).
009400 77  WS-EXPECT-RC              PIC X(128).
009500 77  WS-SCAN-SEQ               PIC X(128).
009600 77  WS-STRAND-LEN             PIC 9(03) BINARY.
009700 77  WS-MEAS-POS               PIC 9(03) BINARY.
009800 77  WS-REV-IDX                PIC 9(03) BINARY.
009900 77  WS-REV-OUT                PIC 9(03) BINARY.
010000 77  WS-VALID-SW               PIC X.
010100     88 STRAND-VALID           VALUE "Y".
010200*--------------------------------------------------------------
010300* WINDOW TEST FIELDS
010400*--------------------------------------------------------------
010500 77  WS-SCAN-DIR               PIC X(01).
010600 77  WS-WIN-LEN                PIC 9(02) BINARY.
010700 77  WS-WIN-POS                PIC 9(03) BINARY.
010800 77  WS-BASE-IX                PIC 9(03) BINARY.
010900 77  WS-BASE                   PIC X(01).
011000 77  WS-PREV-BASE              PIC X(01).
011100 77  WS-RUN-LEN                PIC 9(03) BINARY.
011200 77  WS-AT-COUNT               PIC 9(03) BINARY.
011300 77  WS-GC-COUNT               PIC 9(03) BINARY.
011400 77  WS-TAIL                   PIC X(04).
011500 77  WS-TAIL-RC                PIC X(04).
011600 77  WS-TALLY                  PIC 9(03) BINARY.
011700 77  WS-REJECT-SW              PIC X(01).
011800     88 WINDOW-OK              VALUE " ".
011900     88 REJECT-AMBIGUOUS       VALUE "A".
012000     88 REJECT-BASE-RUN        VALUE "R".
012100     88 REJECT-SELF-COMP       VALUE "S".
012200 77  WS-WINDOWS-TESTED         PIC 9(05) BINARY.
012300 77  WS-REJ-AMBIG              PIC 9(05) BINARY.
012400 77  WS-REJ-RUN                PIC 9(05) BINARY.
012500 77  WS-REJ-SELF               PIC 9(05) BINARY.
012600 77  WS-CAND-OVERFLOW          PIC 9(05) BINARY.
012700*--------------------------------------------------------------
012800* CANDIDATE TABLE - FORWARD CANDIDATES FIRST (1 THRU
012900* WS-FWD-COUNT), THEN REVERSE CANDIDATES. START IS THE WINDOW'S
013000* OFFSET ON THE SEQUENCE IT WAS CUT FROM.
013100*--------------------------------------------------------------
013200 77  WS-CAND-MAX               PIC 9(04) BINARY VALUE 3000.
013300 77  WS-CAND-COUNT             PIC 9(04) BINARY.
013400 77  WS-FWD-COUNT              PIC 9(04) BINARY.
013500 01  WS-CAND-TABLE.
013600     05 WS-CAND-ENTRY OCCURS 3000 TIMES.
013700        10 WS-CD-START         PIC 9(03) BINARY.
013800        10 WS-CD-LEN           PIC 9(02) BINARY.
013900        10 WS-CD-TM            PIC 9(03) BINARY.
014000        10 WS-CD-GC            PIC 9(03)V9.
014100*--------------------------------------------------------------
014200* PAIRING AND RANKING - THE RANK KEY IS TM DIFFERENCE, THEN
014300* 999 LESS THE PRODUCT SIZE, SO ASCENDING KEY ORDER IS BEST FIRST
014400*--------------------------------------------------------------
014500 77  WS-FX                     PIC 9(04) BINARY.
014600 77  WS-REV-FIRST              PIC 9(04) BINARY.
014700 77  WS-RX                     PIC 9(04) BINARY.
014800 77  WS-PX                     PIC 9(02) BINARY.
014900 77  WS-PAIR-COUNT             PIC 9(07) BINARY.
015000 77  WS-FWD-END                PIC 9(03) BINARY.
015100 77  WS-REV-FROM               PIC S9(04) BINARY.
015200 77  WS-REV-TO                 PIC S9(04) BINARY.
015300 77  WS-PRODUCT                PIC 9(03) BINARY.
015400 77  WS-TM-DIFF                PIC S9(03) BINARY.
015500 77  WS-RANKED                 PIC 9(02) BINARY.
015600 77  WS-SHIFT-SW               PIC X(01).
015700     88 SHIFT-DONE             VALUE "Y".
015800 01  WS-NEW-PAIR.
015900     05 WS-NEW-KEY.
016000        10 WS-NEW-TM-DIFF      PIC 9(03).
016100        10 WS-NEW-PRODUCT-INV  PIC 9(03).
016200     05 WS-NEW-FWD             PIC 9(04) BINARY.
016300     05 WS-NEW-REV             PIC 9(04) BINARY.
016400     05 WS-NEW-PRODUCT         PIC 9(03).
016500 01  WS-PAIR-TABLE.
016600     05 WS-PR-ENTRY OCCURS 20 TIMES.
016700        10 WS-PR-KEY.
016800           15 WS-PR-TM-DIFF    PIC 9(03).
016900           15 WS-PR-PRODUCT-INV PIC 9(03).
017000        10 WS-PR-FWD           PIC 9(04) BINARY.
017100        10 WS-PR-REV           PIC 9(04) BINARY.
017200        10 WS-PR-PRODUCT       PIC 9(03).
017300*--------------------------------------------------------------
017400* SAMPLE RESULTS HISTORY CONTROLS
017500*--------------------------------------------------------------
017600 77  WS-SR-NUM-ED              PIC ZZZZ9.
017700 77  WS-SR-NUM-ED-2            PIC ZZZZ9.
017800 77  WS-SR-NUM-ED-3            PIC ZZZZ9.
017900 COPY SAMPRES.
018000*--------------------------------------------------------------
018100* REPORT LINES
018200*--------------------------------------------------------------
018300 77  WS-COUNT-ED               PIC ZZZZ9.
018400 77  WS-COUNT-ED-2             PIC ZZZZ9.
018500 77  WS-COUNT-ED-3             PIC ZZZZ9.
018600 01  WS-STRAND-LINE.
018700     05 FILLER                 PIC X(07) VALUE "STRAND ".
018800     05 SL-STRAND-NO           PIC ZZZZ9.
018900     05 FILLER                 PIC X(09) VALUE "  SAMPLE ".
019000     05 SL-SAMPLE-ID           PIC X(10).
019100     05 FILLER                 PIC X(09) VALUE "  LENGTH ".
019200     05 SL-LENGTH              PIC ZZ9.
019300 01  WS-PAIR-LINE.
019400     05 FILLER                 PIC X(07) VALUE "  RANK ".
019500     05 PR-RANK                PIC Z9.
019600     05 FILLER                 PIC X(10) VALUE "  PRODUCT ".
019700     05 PR-PRODUCT             PIC ZZ9.
019800     05 FILLER                 PIC X(13) VALUE " BP  TM DIFF ".
019900     05 PR-TM-DIFF             PIC Z9.
020000 01  WS-PRIMER-LINE.
020100     05 FILLER                 PIC X(04) VALUE SPACES.
020200     05 PL-DIR                 PIC X(03).
020300     05 FILLER                 PIC X(01) VALUE SPACE.
020400     05 PL-FROM                PIC ZZ9.
020500     05 FILLER                 PIC X(04) VALUE " TO ".
020600     05 PL-TO                  PIC ZZ9.
020700     05 FILLER                 PIC X(02) VALUE SPACES.
020800     05 PL-SEQ                 PIC X(30).
020900     05 FILLER                 PIC X(06) VALUE "  LEN ".
021000     05 PL-LEN                 PIC Z9.
021100     05 FILLER                 PIC X(05) VALUE "  TM ".
021200     05 PL-TM                  PIC ZZ9.
021300     05 FILLER                 PIC X(05) VALUE "  GC ".
021400     05 PL-GC                  PIC ZZ9.9.
021500     05 FILLER                 PIC X(01) VALUE "%".
021600 PROCEDURE DIVISION.
021700*--------------------------------------------------------------
021800* 0000-MAINLINE
021900*--------------------------------------------------------------
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022200     PERFORM 2000-DESIGN-ONE-STRAND
022300        THRU 2000-DESIGN-ONE-STRAND-EXIT
022400        UNTIL END-OF-STRANDS
022500     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
022600     IF RUN-FAILED
022700        MOVE 8 TO RETURN-CODE
022800     ELSE
022900        IF WS-STRANDS-NO-PAIR > ZERO
023000           MOVE 4 TO RETURN-CODE
023100        END-IF
023200     END-IF
023300     STOP RUN.
023400*--------------------------------------------------------------
023500* 1000-INITIALIZE - SETTINGS, REPORT, INPUT FEEDS
023600*--------------------------------------------------------------
023700 1000-INITIALIZE.
023800     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
023900     MOVE "PRIMERDS" TO RP-PROGRAM-ID
024000     MOVE SPACES TO RP-DEFAULT
024100     MOVE "PRIMERMIN" TO RP-KEYWORD
024200     CALL "RUNPARM" USING RUN-PARM-CONTROL
024300     IF RP-VALUE-FOUND AND TEST-NUMVAL(RP-VALUE) = ZERO
024400        MOVE NUMVAL(RP-VALUE) TO WS-PARM-NUM
024500        IF WS-PARM-NUM >= 10 AND WS-PARM-NUM <= 30
024600           MOVE WS-PARM-NUM TO WS-MIN-LEN
024700        END-IF
024800     END-IF
024900     MOVE "PRIMERMAX" TO RP-KEYWORD
025000     CALL "RUNPARM" USING RUN-PARM-CONTROL
025100     IF RP-VALUE-FOUND AND TEST-NUMVAL(RP-VALUE) = ZERO
025200        MOVE NUMVAL(RP-VALUE) TO WS-PARM-NUM
025300        IF WS-PARM-NUM >= 10 AND WS-PARM-NUM <= 30
025400           MOVE WS-PARM-NUM TO WS-MAX-LEN
025500        END-IF
025600     END-IF
025700     IF WS-MAX-LEN < WS-MIN-LEN
025800        MOVE WS-MIN-LEN TO WS-MAX-LEN
025900     END-IF
026000     MOVE "TMTOLERANCE" TO RP-KEYWORD
026100     CALL "RUNPARM" USING RUN-PARM-CONTROL
026200     IF RP-VALUE-FOUND AND TEST-NUMVAL(RP-VALUE) = ZERO
026300        MOVE NUMVAL(RP-VALUE) TO WS-PARM-NUM
026400        IF WS-PARM-NUM <= 20
026500           MOVE WS-PARM-NUM TO WS-TM-TOL
026600        END-IF
026700     END-IF
026800     MOVE "PAIRSMAX" TO RP-KEYWORD
026900     CALL "RUNPARM" USING RUN-PARM-CONTROL
027000     IF RP-VALUE-FOUND AND TEST-NUMVAL(RP-VALUE) = ZERO
027100        MOVE NUMVAL(RP-VALUE) TO WS-PARM-NUM
027200        IF WS-PARM-NUM >= 1 AND WS-PARM-NUM <= 20
027300           MOVE WS-PARM-NUM TO WS-PAIRS-MAX
027400        END-IF
027500     END-IF
027600     MOVE "O" TO RPT-REQUEST
027700     MOVE "PRIMERDS" TO RPT-PROGRAM-ID
027800     MOVE "PRIMRPT" TO RPT-REPORT-NAME
027900     MOVE "PRIMER CANDIDATE DESIGN" TO RPT-TITLE
028000     MOVE SPACES TO RPT-COL-HEADING
028100     MOVE 60 TO RPT-LINES-PER-PAGE
028200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
028300     MOVE WS-MIN-LEN TO WS-COUNT-ED
028400     MOVE WS-MAX-LEN TO WS-COUNT-ED-2
028500     MOVE WS-TM-TOL TO WS-COUNT-ED-3
028600     MOVE SPACES TO WS-RPT-DETAIL
028700     STRING "WINDOW " DELIMITED BY SIZE
028800        FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
028900        " TO " DELIMITED BY SIZE
029000        FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
029100        " BASES, TM TOLERANCE " DELIMITED BY SIZE
029200        FUNCTION TRIM(WS-COUNT-ED-3) DELIMITED BY SIZE
029300        " C, TM = 2(A+T) + 4(G+C)" DELIMITED BY SIZE
029400        INTO WS-RPT-DETAIL
029500     END-STRING
029600     MOVE "D" TO RPT-REQUEST
029700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
029800     MOVE WS-PAIRS-MAX TO WS-COUNT-ED
029900     MOVE SPACES TO WS-RPT-DETAIL
030000     STRING "BEST " DELIMITED BY SIZE
030100        FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
030200        " PAIRS PER STRAND, CLOSEST TM FIRST," DELIMITED BY SIZE
030300        " THEN LONGEST PRODUCT" DELIMITED BY SIZE
030400        INTO WS-RPT-DETAIL
030500     END-STRING
030600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
030700     OPEN INPUT STRAND-IN-FILE
030800     IF WS-NUCIN-STATUS NOT = "00"
030900        MOVE "STRAND FEED (NUCIN) NOT RECEIVED" TO WS-RPT-DETAIL
031000        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
031100        SET RUN-FAILED TO TRUE
031200        SET END-OF-STRANDS TO TRUE
031300        GO TO 1000-INITIALIZE-EXIT
031400     END-IF
031500     OPEN INPUT REV-COMP-FILE
031600     IF WS-REVCOMP-STATUS NOT = "00"
031700        MOVE "REVERSE COMPLEMENTS (NUCREVC) NOT RECEIVED"
031800           TO WS-RPT-DETAIL
031900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
032000        SET RUN-FAILED TO TRUE
032100        SET END-OF-STRANDS TO TRUE
032200        GO TO 1000-INITIALIZE-EXIT
032300     END-IF
032400     PERFORM 2100-READ-STRAND THRU 2100-READ-STRAND-EXIT.
032500 1000-INITIALIZE-EXIT.
032600     EXIT.
032700*--------------------------------------------------------------
032800* 2000-DESIGN-ONE-STRAND - MATCH THE STRAND TO ITS REVERSE
032900*          COMPLEMENT, COLLECT CANDIDATES BOTH WAYS, PAIR, PRINT
033000*--------------------------------------------------------------
033100 2000-DESIGN-ONE-STRAND.
033200     ADD 1 TO WS-STRANDS-READ
033300     MOVE SI-DNA TO WS-STRAND
033400     MOVE ZERO TO WS-STRAND-LEN
033500     PERFORM 2200-MEASURE-STRAND THRU 2200-MEASURE-STRAND-EXIT
033600     MOVE WS-STRANDS-READ TO SL-STRAND-NO
033700     MOVE SI-SAMPLE-ID TO SL-SAMPLE-ID
033800     MOVE WS-STRAND-LEN TO SL-LENGTH
033900     MOVE SPACES TO WS-RPT-DETAIL
034000     MOVE "D" TO RPT-REQUEST
034100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
034200     MOVE WS-STRAND-LINE TO WS-RPT-DETAIL
034300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
034400     MOVE SPACES TO SAMPLE-RESULT-RECORD
034500     MOVE SI-SAMPLE-ID TO SR-SAMPLE-ID
034600     PERFORM 2300-CHECK-ALPHABET THRU 2300-CHECK-ALPHABET-EXIT
034700     IF NOT STRAND-VALID
034800*       NUCLEOTIDE-COUNT WRITES NO REVERSE COMPLEMENT FOR A STRAND
034900*       IT REJECTS, SO THERE IS NOTHING TO READ FROM NUCREVC
035000        ADD 1 TO WS-STRANDS-NO-PAIR
035100        MOVE "  NOT DESIGNED - INVALID NUCLEOTIDE IN STRAND"
035200           TO WS-RPT-DETAIL
035300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
035400        SET SR-RESULT-ERROR TO TRUE
035500        MOVE "NOT DESIGNED - INVALID NUCLEOTIDE IN STRAND"
035600           TO SR-SUMMARY
035700        PERFORM 8000-POST-SAMPLE-RESULT
035800           THRU 8000-POST-SAMPLE-RESULT-EXIT
035900        GO TO 2000-DESIGN-ONE-STRAND-NEXT
036000     END-IF
036100     PERFORM 2400-READ-REV-COMP THRU 2400-READ-REV-COMP-EXIT
036200     IF RUN-FAILED
036300        SET END-OF-STRANDS TO TRUE
036400        GO TO 2000-DESIGN-ONE-STRAND-EXIT
036500     END-IF
036600     MOVE ZERO TO WS-CAND-COUNT
036700     MOVE ZERO TO WS-WINDOWS-TESTED
036800     MOVE ZERO TO WS-REJ-AMBIG
036900     MOVE ZERO TO WS-REJ-RUN
037000     MOVE ZERO TO WS-REJ-SELF
037100     MOVE ZERO TO WS-CAND-OVERFLOW
037200     MOVE WS-STRAND TO WS-SCAN-SEQ
037300     MOVE "F" TO WS-SCAN-DIR
037400     PERFORM 3000-SCAN-ONE-LENGTH THRU 3000-SCAN-ONE-LENGTH-EXIT
037500        VARYING WS-WIN-LEN FROM WS-MIN-LEN BY 1
037600        UNTIL WS-WIN-LEN > WS-MAX-LEN
037700     MOVE WS-CAND-COUNT TO WS-FWD-COUNT
037800     MOVE REV-COMP-RECORD TO WS-SCAN-SEQ
037900     MOVE "R" TO WS-SCAN-DIR
038000     PERFORM 3000-SCAN-ONE-LENGTH THRU 3000-SCAN-ONE-LENGTH-EXIT
038100        VARYING WS-WIN-LEN FROM WS-MIN-LEN BY 1
038200        UNTIL WS-WIN-LEN > WS-MAX-LEN
038300     PERFORM 4000-PAIR-CANDIDATES THRU 4000-PAIR-CANDIDATES-EXIT
038400     PERFORM 5000-PRINT-STRAND THRU 5000-PRINT-STRAND-EXIT
038500     PERFORM 8000-POST-SAMPLE-RESULT
038600        THRU 8000-POST-SAMPLE-RESULT-EXIT.
038700 2000-DESIGN-ONE-STRAND-NEXT.
038800     PERFORM 2100-READ-STRAND THRU 2100-READ-STRAND-EXIT.
038900 2000-DESIGN-ONE-STRAND-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------
039200* 2100-READ-STRAND
039300*--------------------------------------------------------------
039400 2100-READ-STRAND.
039500     READ STRAND-IN-FILE
039600        AT END SET END-OF-STRANDS TO TRUE
039700     END-READ
039800*    FEEDCTL HEADER/TRAILER RECORDS ARE NOT STRANDS; NUCLEOTIDE-
039900*    COUNT VERIFIES THEM
040000     IF NOT END-OF-STRANDS
040100        IF NUCIN-RECORD(1:11) = "HDRNUCIN   "
040150           OR NUCIN-RECORD(1:11) = "TRLNUCIN   "
040200           GO TO 2100-READ-STRAND
040300        END-IF
040400     END-IF.
040500 2100-READ-STRAND-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------
040800* 2200-MEASURE-STRAND - LENGTH TO THE LAST NON-BLANK
040900*--------------------------------------------------------------
041000 2200-MEASURE-STRAND.
041100     PERFORM 2210-TEST-ONE-POS THRU 2210-TEST-ONE-POS-EXIT
041200        VARYING WS-MEAS-POS FROM 128 BY -1
041300        UNTIL WS-MEAS-POS < 1
041400           OR WS-STRAND-LEN > ZERO.
041500 2200-MEASURE-STRAND-EXIT.
041600     EXIT.
041700 2210-TEST-ONE-POS.
041800     IF WS-STRAND(WS-MEAS-POS:1) NOT = SPACE
041900        MOVE WS-MEAS-POS TO WS-STRAND-LEN
042000     END-IF.
042100 2210-TEST-ONE-POS-EXIT.
042200     EXIT.
042300*--------------------------------------------------------------
042400* 2300-CHECK-ALPHABET - THE SAME TEST NUCLEOTIDE-COUNT APPLIES
042500*          BEFORE IT WRITES A REVERSE COMPLEMENT: EVERY POSITION
042600*          UP TO THE LAST BASE MUST BE ACGT OR AN IUPAC CODE
042700*--------------------------------------------------------------
042800 2300-CHECK-ALPHABET.
042900     MOVE "Y" TO WS-VALID-SW
043000     IF WS-STRAND-LEN = ZERO
043100        MOVE "N" TO WS-VALID-SW
043200        GO TO 2300-CHECK-ALPHABET-EXIT
043300     END-IF
043400     PERFORM 2310-CHECK-ONE-BASE THRU 2310-CHECK-ONE-BASE-EXIT
043500        VARYING WS-BASE-IX FROM 1 BY 1
043600        UNTIL WS-BASE-IX > WS-STRAND-LEN
043700           OR NOT STRAND-VALID.
043800 2300-CHECK-ALPHABET-EXIT.
043900     EXIT.
044000 2310-CHECK-ONE-BASE.
044100     EVALUATE WS-STRAND(WS-BASE-IX:1)
044200        WHEN "A" WHEN "C" WHEN "G" WHEN "T"
044300        WHEN "N" WHEN "R" WHEN "Y" WHEN "S" WHEN "W"
044400        WHEN "K" WHEN "M" WHEN "B" WHEN "D" WHEN "H"
044500        WHEN "V"
044600           CONTINUE
044700        WHEN OTHER
044800           MOVE "N" TO WS-VALID-SW
044900     END-EVALUATE.
045000 2310-CHECK-ONE-BASE-EXIT.
045100     EXIT.
045200*--------------------------------------------------------------
045300* 2400-READ-REV-COMP - THE NEXT NUCREVC ROW MUST BE THIS
045400*          STRAND'S REVERSE COMPLEMENT; ANYTHING ELSE MEANS THE
045500*          TWO FILES ARE FROM DIFFERENT RUNS AND THE JOB STOPS
045600*--------------------------------------------------------------
045700 2400-READ-REV-COMP.
045800     READ REV-COMP-FILE
045900        AT END
046000           MOVE SPACES TO REV-COMP-RECORD
046100     END-READ
046200     MOVE SPACES TO WS-EXPECT-RC
046300     MOVE ZERO TO WS-REV-OUT
046400     PERFORM 2410-REVERSE-ONE-BASE THRU 2410-REVERSE-ONE-BASE-EXIT
046500        VARYING WS-REV-IDX FROM WS-STRAND-LEN BY -1
046600        UNTIL WS-REV-IDX < 1
046700     INSPECT WS-EXPECT-RC CONVERTING "ACGTRYKMBVDH"
046800        TO "TGCAYRMKVBHD"
046900     IF REV-COMP-RECORD NOT = WS-EXPECT-RC
047000        SET RUN-FAILED TO TRUE
047100        MOVE "  NUCREVC IS OUT OF STEP WITH NUCIN AT THIS STRAND"
047200           TO WS-RPT-DETAIL
047300        MOVE "D" TO RPT-REQUEST
047400        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
047500        MOVE "  RUN STOPPED - RERUN NUCLEOTIDE-COUNT FIRST"
047600           TO WS-RPT-DETAIL
047700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
047800     END-IF.
047900 2400-READ-REV-COMP-EXIT.
048000     EXIT.
048100 2410-REVERSE-ONE-BASE.
048200     ADD 1 TO WS-REV-OUT
048300     MOVE WS-STRAND(WS-REV-IDX:1) TO WS-EXPECT-RC(WS-REV-OUT:1).
048400 2410-REVERSE-ONE-BASE-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------
048700* 3000-SCAN-ONE-LENGTH - SLIDE ONE WINDOW LENGTH ALONG THE
048800*          SEQUENCE IN WS-SCAN-SEQ
048900*--------------------------------------------------------------
049000 3000-SCAN-ONE-LENGTH.
049100     IF WS-WIN-LEN > WS-STRAND-LEN
049200        GO TO 3000-SCAN-ONE-LENGTH-EXIT
049300     END-IF
049400     PERFORM 3100-TEST-ONE-WINDOW THRU 3100-TEST-ONE-WINDOW-EXIT
049500        VARYING WS-WIN-POS FROM 1 BY 1
049600        UNTIL WS-WIN-POS + WS-WIN-LEN - 1 > WS-STRAND-LEN.
049700 3000-SCAN-ONE-LENGTH-EXIT.
049800     EXIT.
049900*--------------------------------------------------------------
050000* 3100-TEST-ONE-WINDOW - REJECT AMBIGUITY CODES AND BASE RUNS
050100*          BASE BY BASE, THEN THE 3' END: IF THE REVERSE
050200*          COMPLEMENT OF THE LAST FOUR BASES OCCURS ANYWHERE IN
050300*          THE PRIMER, THE 3' END CAN FOLD BACK OR DIMERISE
050400*--------------------------------------------------------------
050500 3100-TEST-ONE-WINDOW.
050600     ADD 1 TO WS-WINDOWS-TESTED
050700     MOVE SPACE TO WS-REJECT-SW
050800     MOVE SPACE TO WS-PREV-BASE
050900     MOVE ZERO TO WS-RUN-LEN
051000     MOVE ZERO TO WS-AT-COUNT
051100     MOVE ZERO TO WS-GC-COUNT
051200     PERFORM 3110-TEST-ONE-BASE THRU 3110-TEST-ONE-BASE-EXIT
051300        VARYING WS-BASE-IX FROM WS-WIN-POS BY 1
051400        UNTIL WS-BASE-IX > WS-WIN-POS + WS-WIN-LEN - 1
051500           OR NOT WINDOW-OK
051600     IF REJECT-AMBIGUOUS
051700        ADD 1 TO WS-REJ-AMBIG
051800        GO TO 3100-TEST-ONE-WINDOW-EXIT
051900     END-IF
052000     IF REJECT-BASE-RUN
052100        ADD 1 TO WS-REJ-RUN
052200        GO TO 3100-TEST-ONE-WINDOW-EXIT
052300     END-IF
052400     MOVE WS-SCAN-SEQ(WS-WIN-POS + WS-WIN-LEN - 4:4) TO WS-TAIL
052500     MOVE WS-TAIL(4:1) TO WS-TAIL-RC(1:1)
052600     MOVE WS-TAIL(3:1) TO WS-TAIL-RC(2:1)
052700     MOVE WS-TAIL(2:1) TO WS-TAIL-RC(3:1)
052800     MOVE WS-TAIL(1:1) TO WS-TAIL-RC(4:1)
052900     INSPECT WS-TAIL-RC CONVERTING "ACGT" TO "TGCA"
053000     MOVE ZERO TO WS-TALLY
053100     INSPECT WS-SCAN-SEQ(WS-WIN-POS:WS-WIN-LEN)
053200        TALLYING WS-TALLY FOR ALL WS-TAIL-RC
053300     IF WS-TALLY > ZERO
053400        SET REJECT-SELF-COMP TO TRUE
053500        ADD 1 TO WS-REJ-SELF
053600        GO TO 3100-TEST-ONE-WINDOW-EXIT
053700     END-IF
053800     PERFORM 3200-ADD-CANDIDATE THRU 3200-ADD-CANDIDATE-EXIT.
053900 3100-TEST-ONE-WINDOW-EXIT.
054000     EXIT.
054100 3110-TEST-ONE-BASE.
054200     MOVE WS-SCAN-SEQ(WS-BASE-IX:1) TO WS-BASE
054300     EVALUATE WS-BASE
054400        WHEN "A" WHEN "T"
054500           ADD 1 TO WS-AT-COUNT
054600        WHEN "G" WHEN "C"
054700           ADD 1 TO WS-GC-COUNT
054800        WHEN OTHER
054900           SET REJECT-AMBIGUOUS TO TRUE
055000           GO TO 3110-TEST-ONE-BASE-EXIT
055100     END-EVALUATE
055200     IF WS-BASE = WS-PREV-BASE
055300        ADD 1 TO WS-RUN-LEN
055400     ELSE
055500        MOVE 1 TO WS-RUN-LEN
055600        MOVE WS-BASE TO WS-PREV-BASE
055700     END-IF
055800     IF WS-RUN-LEN >= 4
055900        SET REJECT-BASE-RUN TO TRUE
056000     END-IF.
056100 3110-TEST-ONE-BASE-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------
056400* 3200-ADD-CANDIDATE - KEEP THE WINDOW WITH ITS TM AND GC
056500*--------------------------------------------------------------
056600 3200-ADD-CANDIDATE.
056700     IF WS-CAND-COUNT NOT < WS-CAND-MAX
056800        ADD 1 TO WS-CAND-OVERFLOW
056900        GO TO 3200-ADD-CANDIDATE-EXIT
057000     END-IF
057100     ADD 1 TO WS-CAND-COUNT
057200     MOVE WS-WIN-POS TO WS-CD-START(WS-CAND-COUNT)
057300     MOVE WS-WIN-LEN TO WS-CD-LEN(WS-CAND-COUNT)
057400     COMPUTE WS-CD-TM(WS-CAND-COUNT) =
057500        2 * WS-AT-COUNT + 4 * WS-GC-COUNT
057600     COMPUTE WS-CD-GC(WS-CAND-COUNT) ROUNDED =
057700        WS-GC-COUNT * 100 / WS-WIN-LEN.
057800 3200-ADD-CANDIDATE-EXIT.
057900     EXIT.
058000*--------------------------------------------------------------
058100* 4000-PAIR-CANDIDATES - EVERY FORWARD AGAINST EVERY REVERSE
058200*          CANDIDATE; THE BEST PAIRSMAX ARE KEPT IN RANK ORDER
058300*--------------------------------------------------------------
058400 4000-PAIR-CANDIDATES.
058500     MOVE ZERO TO WS-PAIR-COUNT
058600     MOVE ZERO TO WS-RANKED
058700     IF WS-FWD-COUNT = ZERO OR WS-CAND-COUNT = WS-FWD-COUNT
058800        GO TO 4000-PAIR-CANDIDATES-EXIT
058900     END-IF
059000     COMPUTE WS-REV-FIRST = WS-FWD-COUNT + 1
059100     PERFORM 4100-PAIR-ONE-FORWARD THRU 4100-PAIR-ONE-FORWARD-EXIT
059200        VARYING WS-FX FROM 1 BY 1
059300        UNTIL WS-FX > WS-FWD-COUNT.
059400 4000-PAIR-CANDIDATES-EXIT.
059500     EXIT.
059600 4100-PAIR-ONE-FORWARD.
059700     PERFORM 4200-TEST-ONE-PAIR THRU 4200-TEST-ONE-PAIR-EXIT
059800        VARYING WS-RX FROM WS-REV-FIRST BY 1
059900        UNTIL WS-RX > WS-CAND-COUNT.
060000 4100-PAIR-ONE-FORWARD-EXIT.
060100     EXIT.
060200*--------------------------------------------------------------
060300* 4200-TEST-ONE-PAIR - A REVERSE WINDOW AT OFFSET J, LENGTH L ON
060400*          THE REVERSE COMPLEMENT SITS AT N-J-L+2 THRU N-J+1 ON
060500*          THE STRAND; IT MUST START PAST THE FORWARD PRIMER'S END
060600*--------------------------------------------------------------
060700 4200-TEST-ONE-PAIR.
060800     COMPUTE WS-TM-DIFF = WS-CD-TM(WS-FX) - WS-CD-TM(WS-RX)
060900     IF WS-TM-DIFF < ZERO
061000        COMPUTE WS-TM-DIFF = ZERO - WS-TM-DIFF
061100     END-IF
061200     IF WS-TM-DIFF > WS-TM-TOL
061300        GO TO 4200-TEST-ONE-PAIR-EXIT
061400     END-IF
061500     COMPUTE WS-FWD-END =
061600        WS-CD-START(WS-FX) + WS-CD-LEN(WS-FX) - 1
061700     COMPUTE WS-REV-FROM = WS-STRAND-LEN - WS-CD-START(WS-RX)
061800        - WS-CD-LEN(WS-RX) + 2
061900     IF WS-REV-FROM NOT > WS-FWD-END
062000        GO TO 4200-TEST-ONE-PAIR-EXIT
062100     END-IF
062200     COMPUTE WS-REV-TO = WS-STRAND-LEN - WS-CD-START(WS-RX) + 1
062300     COMPUTE WS-PRODUCT = WS-REV-TO - WS-CD-START(WS-FX) + 1
062400     ADD 1 TO WS-PAIR-COUNT
062500     MOVE WS-TM-DIFF TO WS-NEW-TM-DIFF
062600     COMPUTE WS-NEW-PRODUCT-INV = 999 - WS-PRODUCT
062700     MOVE WS-FX TO WS-NEW-FWD
062800     MOVE WS-RX TO WS-NEW-REV
062900     MOVE WS-PRODUCT TO WS-NEW-PRODUCT
063000     PERFORM 4300-RANK-PAIR THRU 4300-RANK-PAIR-EXIT.
063100 4200-TEST-ONE-PAIR-EXIT.
063200     EXIT.
063300*--------------------------------------------------------------
063400* 4300-RANK-PAIR - INSERTION INTO THE RANKED PAIR TABLE; WHEN
063500*          THE TABLE IS FULL THE NEW PAIR MUST BEAT THE LAST ONE.
063600*          EQUAL KEYS KEEP THE ORDER THEY WERE FOUND IN.
063700*--------------------------------------------------------------
063800 4300-RANK-PAIR.
063900     IF WS-RANKED NOT < WS-PAIRS-MAX
064000        IF WS-NEW-KEY NOT < WS-PR-KEY(WS-RANKED)
064100           GO TO 4300-RANK-PAIR-EXIT
064200        END-IF
064300        SUBTRACT 1 FROM WS-RANKED
064400     END-IF
064500     MOVE WS-RANKED TO WS-PX
064600     MOVE "N" TO WS-SHIFT-SW
064700     PERFORM 4310-SHIFT-ONE-PAIR THRU 4310-SHIFT-ONE-PAIR-EXIT
064800        UNTIL WS-PX = ZERO OR SHIFT-DONE
064900     ADD 1 TO WS-PX
065000     MOVE WS-NEW-PAIR TO WS-PR-ENTRY(WS-PX)
065100     ADD 1 TO WS-RANKED.
065200 4300-RANK-PAIR-EXIT.
065300     EXIT.
065400 4310-SHIFT-ONE-PAIR.
065500     IF WS-PR-KEY(WS-PX) NOT > WS-NEW-KEY
065600        SET SHIFT-DONE TO TRUE
065700        GO TO 4310-SHIFT-ONE-PAIR-EXIT
065800     END-IF
065900     MOVE WS-PR-ENTRY(WS-PX) TO WS-PR-ENTRY(WS-PX + 1)
066000     SUBTRACT 1 FROM WS-PX.
066100 4310-SHIFT-ONE-PAIR-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------
066400* 5000-PRINT-STRAND - WINDOW COUNTS, THEN THE RANKED PAIRS; ALSO
066500*          FILLS THE RESULTS-HISTORY SUMMARY FOR THE STRAND
066600*--------------------------------------------------------------
066700 5000-PRINT-STRAND.
066800     MOVE WS-WINDOWS-TESTED TO WS-COUNT-ED
066900     MOVE WS-FWD-COUNT TO WS-COUNT-ED-2
067000     COMPUTE WS-COUNT-ED-3 = WS-CAND-COUNT - WS-FWD-COUNT
067100     MOVE SPACES TO WS-RPT-DETAIL
067200     STRING "  WINDOWS " DELIMITED BY SIZE
067300        WS-COUNT-ED DELIMITED BY SIZE
067400        "  FORWARD CANDIDATES " DELIMITED BY SIZE
067500        WS-COUNT-ED-2 DELIMITED BY SIZE
067600        "  REVERSE CANDIDATES " DELIMITED BY SIZE
067700        WS-COUNT-ED-3 DELIMITED BY SIZE
067800        INTO WS-RPT-DETAIL
067900     END-STRING
068000     MOVE "D" TO RPT-REQUEST
068100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
068200     MOVE WS-REJ-AMBIG TO WS-COUNT-ED
068300     MOVE WS-REJ-RUN TO WS-COUNT-ED-2
068400     MOVE WS-REJ-SELF TO WS-COUNT-ED-3
068500     MOVE SPACES TO WS-RPT-DETAIL
068600     STRING "  REJECTED - AMBIGUOUS " DELIMITED BY SIZE
068700        WS-COUNT-ED DELIMITED BY SIZE
068800        "  BASE RUN " DELIMITED BY SIZE
068900        WS-COUNT-ED-2 DELIMITED BY SIZE
069000        "  3' SELF-COMPLEMENTARY " DELIMITED BY SIZE
069100        WS-COUNT-ED-3 DELIMITED BY SIZE
069200        INTO WS-RPT-DETAIL
069300     END-STRING
069400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
069500     IF WS-CAND-OVERFLOW > ZERO
069600        MOVE WS-CAND-OVERFLOW TO WS-COUNT-ED
069700        MOVE SPACES TO WS-RPT-DETAIL
069800        STRING "  CANDIDATES NOT KEPT (TABLE FULL) "
069900           DELIMITED BY SIZE
070000           WS-COUNT-ED DELIMITED BY SIZE
070100           INTO WS-RPT-DETAIL
070200        END-STRING
070300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
070400     END-IF
070500     IF WS-RANKED = ZERO
070600        ADD 1 TO WS-STRANDS-NO-PAIR
070700        MOVE "  NO PRIMER PAIR WITHIN TM TOLERANCE"
070800           TO WS-RPT-DETAIL
070900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
071000        SET SR-RESULT-OK TO TRUE
071100        MOVE "NO PRIMER PAIR WITHIN TM TOLERANCE" TO SR-SUMMARY
071200        GO TO 5000-PRINT-STRAND-EXIT
071300     END-IF
071400     MOVE WS-PAIR-COUNT TO WS-COUNT-ED
071500     MOVE SPACES TO WS-RPT-DETAIL
071600     STRING "  PRIMER PAIRS WITHIN TM TOLERANCE "
071700        DELIMITED BY SIZE
071800        WS-COUNT-ED DELIMITED BY SIZE
071900        INTO WS-RPT-DETAIL
072000     END-STRING
072100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
072200     PERFORM 5100-PRINT-ONE-PAIR THRU 5100-PRINT-ONE-PAIR-EXIT
072300        VARYING WS-PX FROM 1 BY 1
072400        UNTIL WS-PX > WS-RANKED
072500     SET SR-RESULT-OK TO TRUE
072600     MOVE WS-PAIR-COUNT TO WS-SR-NUM-ED
072700     MOVE WS-PR-PRODUCT(1) TO WS-SR-NUM-ED-2
072800     MOVE WS-PR-TM-DIFF(1) TO WS-SR-NUM-ED-3
072900     STRING FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
073000        " PRIMER PAIRS; BEST PRODUCT " DELIMITED BY SIZE
073100        FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
073200        " BP, TM DIFF " DELIMITED BY SIZE
073300        FUNCTION TRIM(WS-SR-NUM-ED-3) DELIMITED BY SIZE
073400        INTO SR-SUMMARY
073500     END-STRING.
073600 5000-PRINT-STRAND-EXIT.
073700     EXIT.
073800*--------------------------------------------------------------
073900* 5100-PRINT-ONE-PAIR - RANK LINE, THEN BOTH PRIMERS 5' TO 3'
074000*          WITH THEIR SITES IN STRAND COORDINATES
074100*--------------------------------------------------------------
074200 5100-PRINT-ONE-PAIR.
074300     MOVE WS-PX TO PR-RANK
074400     MOVE WS-PR-PRODUCT(WS-PX) TO PR-PRODUCT
074500     MOVE WS-PR-TM-DIFF(WS-PX) TO PR-TM-DIFF
074600     MOVE WS-PAIR-LINE TO WS-RPT-DETAIL
074700     MOVE "D" TO RPT-REQUEST
074800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
074900     MOVE WS-PR-FWD(WS-PX) TO WS-FX
075000     MOVE "FWD" TO PL-DIR
075100     MOVE WS-CD-START(WS-FX) TO PL-FROM
075200     COMPUTE PL-TO = WS-CD-START(WS-FX) + WS-CD-LEN(WS-FX) - 1
075300     MOVE SPACES TO PL-SEQ
075400     MOVE WS-STRAND(WS-CD-START(WS-FX):WS-CD-LEN(WS-FX)) TO PL-SEQ
075500     PERFORM 5200-PRINT-PRIMER THRU 5200-PRINT-PRIMER-EXIT
075600     MOVE WS-PR-REV(WS-PX) TO WS-FX
075700     MOVE "REV" TO PL-DIR
075800     COMPUTE PL-FROM = WS-STRAND-LEN - WS-CD-START(WS-FX)
075900        - WS-CD-LEN(WS-FX) + 2
076000     COMPUTE PL-TO = WS-STRAND-LEN - WS-CD-START(WS-FX) + 1
076100     MOVE SPACES TO PL-SEQ
076200     MOVE REV-COMP-RECORD(WS-CD-START(WS-FX):WS-CD-LEN(WS-FX))
076300        TO PL-SEQ
076400     PERFORM 5200-PRINT-PRIMER THRU 5200-PRINT-PRIMER-EXIT.
076500 5100-PRINT-ONE-PAIR-EXIT.
076600     EXIT.
076700 5200-PRINT-PRIMER.
076800     MOVE WS-CD-LEN(WS-FX) TO PL-LEN
076900     MOVE WS-CD-TM(WS-FX) TO PL-TM
077000     MOVE WS-CD-GC(WS-FX) TO PL-GC
077100     MOVE WS-PRIMER-LINE TO WS-RPT-DETAIL
077200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
077300 5200-PRINT-PRIMER-EXIT.
077400     EXIT.
077500*--------------------------------------------------------------
077600* 8000-POST-SAMPLE-RESULT - APPEND THIS RUN'S SUMMARY FOR ONE
077700*          SAMPLE TO THE SHARED RESULTS HISTORY (SAMPRES). THE
077800*          CALLER FILLS SAMPLE ID, OUTCOME, AND SUMMARY; A STRAND
077900*          WITH NO SAMPLE ID POSTS NOTHING.
078000*--------------------------------------------------------------
078100 8000-POST-SAMPLE-RESULT.
078200     IF SR-SAMPLE-ID = SPACES
078300        GO TO 8000-POST-SAMPLE-RESULT-EXIT
078400     END-IF
078500     OPEN EXTEND SAMPLE-RESULT-FILE
078600     IF WS-SAMPRES-STATUS = "35"
078700        OPEN OUTPUT SAMPLE-RESULT-FILE
078800        CLOSE SAMPLE-RESULT-FILE
078900        OPEN EXTEND SAMPLE-RESULT-FILE
079000     END-IF
079100     MOVE WS-JA-START-TIMESTAMP TO SR-RUN-TS
079200     MOVE "PRIMERDS" TO SR-PROGRAM
079300     WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
079400     CLOSE SAMPLE-RESULT-FILE.
079500 8000-POST-SAMPLE-RESULT-EXIT.
079600     EXIT.
079700*--------------------------------------------------------------
079800* 9000-FINISH - RUN COUNTS, CLOSE FILES, JOB ACCOUNTING
079900*--------------------------------------------------------------
080000 9000-FINISH.
080100     MOVE SPACES TO WS-RPT-DETAIL
080200     MOVE "D" TO RPT-REQUEST
080300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
080400     MOVE WS-STRANDS-READ TO WS-COUNT-ED
080500     MOVE SPACES TO WS-RPT-DETAIL
080600     STRING "STRANDS READ           : " DELIMITED BY SIZE
080700        WS-COUNT-ED DELIMITED BY SIZE
080800        INTO WS-RPT-DETAIL
080900     END-STRING
081000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
081100     MOVE WS-STRANDS-NO-PAIR TO WS-COUNT-ED
081200     MOVE SPACES TO WS-RPT-DETAIL
081300     STRING "STRANDS WITHOUT A PAIR : " DELIMITED BY SIZE
081400        WS-COUNT-ED DELIMITED BY SIZE
081500        INTO WS-RPT-DETAIL
081600     END-STRING
081700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
081800     MOVE "C" TO RPT-REQUEST
081900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
082000     IF WS-NUCIN-STATUS = "00" OR WS-NUCIN-STATUS = "10"
082100        CLOSE STRAND-IN-FILE
082200     END-IF
082300     IF WS-REVCOMP-STATUS = "00" OR WS-REVCOMP-STATUS = "10"
082400        CLOSE REV-COMP-FILE
082500     END-IF
082600     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
082700 9000-FINISH-EXIT.
082800     EXIT.
082900*--------------------------------------------------------------
083000* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
083100*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
083200*--------------------------------------------------------------
083300 9100-LOG-JOB-ACCT.
083400     OPEN EXTEND JOB-ACCT-FILE
083500     IF WS-JOBACCT-STATUS = "35"
083600        OPEN OUTPUT JOB-ACCT-FILE
083700        CLOSE JOB-ACCT-FILE
083800        OPEN EXTEND JOB-ACCT-FILE
083900     END-IF
084000     MOVE "PRIMERDS" TO JA-PROGRAM-NAME
084100     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
084200     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
084300     IF RUN-FAILED
084400        MOVE "FAILED" TO JA-RETURN-STATUS
084500     ELSE
084600        MOVE "COMPLETED" TO JA-RETURN-STATUS
084700     END-IF
084800     MOVE WS-STRANDS-READ TO JA-RECORD-COUNT
084900     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
085000     CLOSE JOB-ACCT-FILE.
085100 9100-LOG-JOB-ACCT-EXIT.
085200     EXIT.
