001689*                 NUCREVC FILE FOR THE DOWNSTREAM PRIMER-DESIGN
001690*                 JOB, REPLACING THE OFF-MAINFRAME CONTRACTOR
001691*                 SCRIPT.
001692* 2026-10-15 RLM  NUCIN IS NOW BUILT BY FASTA-INTAKE: EACH
001693*                 STRAND CARRIES ITS SAMPLE ID AFTER THE DNA,
001694*                 SHOWN AT THE FRONT OF ITS REPORT LINE, AND THE
001695*                 FILE IS WRAPPED IN FEEDCTL HEADER/TRAILER
001696*                 RECORDS. THE TRAILER COUNT AND HASH ARE
001697*                 VERIFIED (RETURN CODE 8 ON A MISMATCH); A
001698*                 HAND-BUILT NUCIN WITH NO HEADER STILL RUNS.
001708* 2026-10-15 RLM  POST ONE SUMMARY ROW PER STRAND TO THE
001718*                 SHARED RESULTS HISTORY (SAMPRES) FOR THE
001728*                 SAMPLE DOSSIER: LENGTH, GC CONTENT, QUALITY,
001738*                 AND AMBIGUOUS BASES, OR THE INVALID-NUCLEOTIDE
001748*                 ERROR THAT REJECTED THE STRAND.
001750* 2026-10-15 RLM  A FEED CONTROL RECORD IS RECOGNIZED BY
001752*                 TYPE AND FEED NAME (HDRNUCIN/TRLNUCIN), NOT BY
001754*                 ITS FIRST THREE BYTES ALONE.
001758*--------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 REPOSITORY. FUNCTION ALL INTRINSIC.
002880     SELECT REV-COMP-FILE ASSIGN TO "NUCREVC"
002890         ORGANIZATION IS LINE SEQUENTIAL
002891         FILE STATUS IS WS-REVCOMP-STATUS.
002893     SELECT SAMPLE-RESULT-FILE ASSIGN TO "SAMPRES"
002895         ORGANIZATION IS LINE SEQUENTIAL
002897         FILE STATUS IS WS-SAMPRES-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  STRAND-IN-FILE.
003200 01  NUCIN-RECORD.
003300     05 SI-DNA                 PIC X(128).
003310     05 FILLER                 PIC X(01).
003320     05 SI-SAMPLE-ID           PIC X(10).
003400 FD  NUCLEOTIDE-RPT-FILE.
003410 01  NUCLEOTIDE-RPT-RECORD     PIC X(92).
003550 FD  ERROR-LOG-FILE.
003560 01  ERROR-LOG-FILE-RECORD     PIC X(93).
003570 FD  REV-COMP-FILE.
003580 01  REV-COMP-RECORD           PIC X(128).
003585 FD  SAMPLE-RESULT-FILE.
003590 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
003600 WORKING-STORAGE SECTION.
003700*--------------------------------------------------------------
003800* ORIGINAL TALLY WORKING STORAGE
005695*--------------------------------------------------------------
005697 77  WS-ERRLOG-STATUS          PIC XX.
005698 COPY ERRMSG.
005703*--------------------------------------------------------------
005708* NUCIN FEED CONTROL VERIFICATION
005713*--------------------------------------------------------------
005718 77  WS-FC-HEADER-SW           PIC X(01) VALUE "N".
005723     88 FEED-HAS-HEADER        VALUE "Y".
005728 77  WS-FC-TRAILER-SW          PIC X(01) VALUE "N".
005733     88 FEED-HAS-TRAILER       VALUE "Y".
005738 77  WS-FC-ERROR-SW            PIC X(01) VALUE "N".
005743     88 FEED-CONTROL-ERROR     VALUE "Y".
005748 77  WS-FC-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
005753 77  WS-FC-HASH                PIC 9(13) VALUE ZERO.
005758 77  WS-FC-SCAN                PIC 9(03).
005763 77  WS-FC-DIGIT               PIC 9(01).
005768 COPY FEEDCTL.
005773 01  NUCLEOTIDE-DETAIL-LINE.
005778     05 ND-SAMPLE-ID           PIC X(10).
005783     05 FILLER                 PIC X(02) VALUE SPACES.
005800     05 ND-A                   PIC ZZZ9.
005900     05 FILLER                 PIC X(02) VALUE SPACES.
006000     05 ND-C                   PIC ZZZ9.
006640     05 ND-QUALITY             PIC ZZ9.99.
006700     05 FILLER                 PIC X(02) VALUE SPACES.
006800     05 ND-ERROR               PIC X(30).
006805*--------------------------------------------------------------
006810* SAMPLE RESULTS HISTORY CONTROLS
006815*--------------------------------------------------------------
006820 77  WS-SAMPRES-STATUS         PIC XX.
006825 77  WS-SR-RUN-TS              PIC X(14).
006830 77  WS-SR-NUM-ED              PIC ZZZZ9.
006835 77  WS-SR-NUM-ED-2            PIC ZZZZ9.
006840 77  WS-SR-PCT-ED              PIC ZZ9.99.
006845 77  WS-SR-PCT-ED-2            PIC ZZ9.99.
006850 COPY SAMPRES.
006900 PROCEDURE DIVISION.
007000*--------------------------------------------------------------
007100* 0000-MAINLINE
007600        THRU 2000-PROCESS-STRANDS-EXIT
007700        UNTIL END-OF-NUCIN
007800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
007810     IF FEED-CONTROL-ERROR
007820        MOVE 8 TO RETURN-CODE
007830     END-IF
007900     STOP RUN.
008000*--------------------------------------------------------------
008100* 1000-INITIALIZE
008200*--------------------------------------------------------------
008300 1000-INITIALIZE.
008310     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SR-RUN-TS
008400     OPEN INPUT STRAND-IN-FILE
008500     OPEN OUTPUT NUCLEOTIDE-RPT-FILE
008510     MOVE SPACES TO NUCLEOTIDE-RPT-RECORD
008520     STRING "SAMPLE ID   " DELIMITED BY SIZE
008530        "A    C    G    T    GC-PCT  AMBG  QUALTY  ERROR"
008540        DELIMITED BY SIZE
008550        INTO NUCLEOTIDE-RPT-RECORD
008560     END-STRING
008710     OPEN OUTPUT REV-COMP-FILE
008800     WRITE NUCLEOTIDE-RPT-RECORD
008900     PERFORM 2100-READ-STRAND THRU 2100-READ-STRAND-EXIT.
010500 2100-READ-STRAND.
010600     READ STRAND-IN-FILE
010700        AT END MOVE "Y" TO WS-EOF-SWITCH
010710     END-READ
010720*    FEED CONTROL RECORDS ARE CONSUMED HERE SO EVERY OTHER
010730*    PARAGRAPH ONLY EVER SEES STRANDS
010740     IF NOT END-OF-NUCIN
010750        IF NUCIN-RECORD(1:11) = "HDRNUCIN   "
010760           OR NUCIN-RECORD(1:11) = "TRLNUCIN   "
010770           PERFORM 2170-NOTE-FEED-CONTROL
010780              THRU 2170-NOTE-FEED-CONTROL-EXIT
010790           GO TO 2100-READ-STRAND
010800        END-IF
010810        ADD 1 TO WS-FC-DETAIL-COUNT
010820        PERFORM 2180-ACCUM-FEED-HASH
010830           THRU 2180-ACCUM-FEED-HASH-EXIT
010840     END-IF.
010900 2100-READ-STRAND-EXIT.
011000     EXIT.
011001*--------------------------------------------------------------
011002* 2170-NOTE-FEED-CONTROL - REMEMBER THE HEADER AND CAPTURE THE
011003*          TRAILER'S DECLARED COUNT AND HASH FOR VERIFICATION
011004*--------------------------------------------------------------
011005 2170-NOTE-FEED-CONTROL.
011006     IF NUCIN-RECORD(1:3) = "HDR"
011007        SET FEED-HAS-HEADER TO TRUE
011008     ELSE
011009        SET FEED-HAS-TRAILER TO TRUE
011010        MOVE NUCIN-RECORD(1:39) TO FEED-CONTROL-RECORD
011011     END-IF.
011012 2170-NOTE-FEED-CONTROL-EXIT.
011013     EXIT.
011014*--------------------------------------------------------------
011015* 2180-ACCUM-FEED-HASH - ADD EVERY NUMERIC DIGIT IN THE STRAND
011016*          RECORD (SAMPLE ID INCLUDED) TO THE RUNNING FEED HASH
011017*--------------------------------------------------------------
011018 2180-ACCUM-FEED-HASH.
011019     PERFORM 2190-ACCUM-ONE-DIGIT
011020        THRU 2190-ACCUM-ONE-DIGIT-EXIT
011021        VARYING WS-FC-SCAN FROM 1 BY 1
011022        UNTIL WS-FC-SCAN > 139.
011023 2180-ACCUM-FEED-HASH-EXIT.
011024     EXIT.
011025 2190-ACCUM-ONE-DIGIT.
011026     IF NUCIN-RECORD(WS-FC-SCAN:1) IS NUMERIC
011027        MOVE NUCIN-RECORD(WS-FC-SCAN:1) TO WS-FC-DIGIT
011028        ADD WS-FC-DIGIT TO WS-FC-HASH
011029     END-IF.
011030 2190-ACCUM-ONE-DIGIT-EXIT.
011031     EXIT.
011032*--------------------------------------------------------------
011033* 1200-LOG-ERROR - APPEND AN INVALID-NUCLEOTIDE ERROR TO THE
011034*          SHARED ERROR-LOG FILE IN THE COMMON ERRMSG LAYOUT,
011040*          CREATING THE LOG ON FIRST USE
011050*--------------------------------------------------------------
011060 1200-LOG-ERROR.
011101 1200-LOG-ERROR-EXIT.
011102     EXIT.
011202 2200-WRITE-RESULT.
011212     MOVE SI-SAMPLE-ID TO ND-SAMPLE-ID
011302     MOVE WS-A TO ND-A
011402     MOVE WS-C TO ND-C
011502     MOVE WS-G TO ND-G
011712     MOVE WS-AMBIG TO ND-AMBIG
011722     MOVE WS-QUALITY-PCT TO ND-QUALITY
011802     MOVE WS-ERROR TO ND-ERROR
011812     WRITE NUCLEOTIDE-RPT-RECORD FROM NUCLEOTIDE-DETAIL-LINE
011822     MOVE SPACES TO SAMPLE-RESULT-RECORD
011832     MOVE SI-SAMPLE-ID TO SR-SAMPLE-ID
011842     IF WS-ERROR NOT = SPACES
011852        SET SR-RESULT-ERROR TO TRUE
011862        MOVE WS-ERROR TO SR-SUMMARY
011872     ELSE
011882        SET SR-RESULT-OK TO TRUE
011892        MOVE WS-STRAND-LEN TO WS-SR-NUM-ED
011902        MOVE WS-GC-PERCENT TO WS-SR-PCT-ED
011912        MOVE WS-QUALITY-PCT TO WS-SR-PCT-ED-2
011922        MOVE WS-AMBIG TO WS-SR-NUM-ED-2
011932        STRING "LENGTH " DELIMITED BY SIZE
011942           FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
011952           " GC " DELIMITED BY SIZE
011962           FUNCTION TRIM(WS-SR-PCT-ED) DELIMITED BY SIZE
011972           "% QUALITY " DELIMITED BY SIZE
011982           FUNCTION TRIM(WS-SR-PCT-ED-2) DELIMITED BY SIZE
011992           "% AMBIGUOUS " DELIMITED BY SIZE
012002           FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
012012           INTO SR-SUMMARY
012022        END-STRING
012032     END-IF
012042     PERFORM 8000-POST-SAMPLE-RESULT
012052        THRU 8000-POST-SAMPLE-RESULT-EXIT.
012062 2200-WRITE-RESULT-EXIT.
012102     EXIT.
012202*--------------------------------------------------------------
012302* 9000-FINISH
012402*--------------------------------------------------------------
012502 9000-FINISH.
012512     PERFORM 9200-VERIFY-FEED-CONTROL
012522        THRU 9200-VERIFY-FEED-CONTROL-EXIT
012602     CLOSE STRAND-IN-FILE
012612     CLOSE REV-COMP-FILE
012702     CLOSE NUCLEOTIDE-RPT-FILE.
012802 9000-FINISH-EXIT.
012902     EXIT.
012904*--------------------------------------------------------------
012906* 9200-VERIFY-FEED-CONTROL - THE TRAILER'S DECLARED COUNT AND
012908*          HASH MUST MATCH WHAT WAS ACTUALLY READ. A HEADER WITH
012910*          NO TRAILER MEANS THE TRANSMISSION WAS CUT OFF. A NUCIN
012912*          WITH NO HEADER IS A HAND-BUILT FILE AND IS NOT CHECKED.
012914*--------------------------------------------------------------
012916 9200-VERIFY-FEED-CONTROL.
012918     IF NOT FEED-HAS-HEADER
012920        GO TO 9200-VERIFY-FEED-CONTROL-EXIT
012922     END-IF
012924     IF NOT FEED-HAS-TRAILER
012926        MOVE "Y" TO WS-FC-ERROR-SW
012928        MOVE "FEED ERROR: TRAILER RECORD MISSING"
012930           TO NUCLEOTIDE-RPT-RECORD
012932        WRITE NUCLEOTIDE-RPT-RECORD
012934        GO TO 9200-VERIFY-FEED-CONTROL-EXIT
012936     END-IF
012938     IF FC-RECORD-COUNT NOT = WS-FC-DETAIL-COUNT
012940        MOVE "Y" TO WS-FC-ERROR-SW
012942        MOVE "FEED ERROR: TRAILER COUNT MISMATCH"
012944           TO NUCLEOTIDE-RPT-RECORD
012946        WRITE NUCLEOTIDE-RPT-RECORD
012948     END-IF
012950     IF FC-HASH-TOTAL NOT = WS-FC-HASH
012952        MOVE "Y" TO WS-FC-ERROR-SW
012954        MOVE "FEED ERROR: TRAILER HASH MISMATCH"
012956           TO NUCLEOTIDE-RPT-RECORD
012958        WRITE NUCLEOTIDE-RPT-RECORD
012960     END-IF.
012962 9200-VERIFY-FEED-CONTROL-EXIT.
012964     EXIT.
013002*--------------------------------------------------------------
013102* 3000-NUCLEOTIDE-COUNT - ORIGINAL TALLY CALCULATION (WAS
013202*          NUCLEOTIDE-COUNT), UNCHANGED EXCEPT GOBACK REPLACED BY
020602     MOVE WS-COMP-CHAR TO WS-REV-COMP(WS-REV-OUT:1).
020702 5100-COMPLEMENT-ONE-EXIT.
020802     EXIT.
020902*--------------------------------------------------------------
021002* 8000-POST-SAMPLE-RESULT - APPEND THIS RUN'S SUMMARY FOR ONE
021102*          SAMPLE TO THE SHARED RESULTS HISTORY (SAMPRES). THE
021202*          CALLER FILLS SAMPLE ID, OUTCOME, AND SUMMARY; A STRAND
021302*          WITH NO SAMPLE ID POSTS NOTHING.
021402*--------------------------------------------------------------
021502 8000-POST-SAMPLE-RESULT.
021602     IF SR-SAMPLE-ID = SPACES
021702        GO TO 8000-POST-SAMPLE-RESULT-EXIT
021802     END-IF
021902     OPEN EXTEND SAMPLE-RESULT-FILE
022002     IF WS-SAMPRES-STATUS = "35"
022102        OPEN OUTPUT SAMPLE-RESULT-FILE
022202        CLOSE SAMPLE-RESULT-FILE
022302        OPEN EXTEND SAMPLE-RESULT-FILE
022402     END-IF
022502     MOVE WS-SR-RUN-TS TO SR-RUN-TS
022602     MOVE "NUCCOUNT" TO SR-PROGRAM
022702     WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
022802     CLOSE SAMPLE-RESULT-FILE.
022902 8000-POST-SAMPLE-RESULT-EXIT.
023002     EXIT.
