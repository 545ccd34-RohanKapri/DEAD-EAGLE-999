002600*                 HEADER USED TO WARN ABOUT. THE TABLE VERSION
002700*                 ECHOES ON MUTRPT; A MISSING OR MALFORMED TABLE
002800*                 ENDS THE RUN WITH RETURN CODE 12.
002810* 2026-10-15 RLM  POST ONE SUMMARY ROW PER SAMPLE PAIR TO THE
002820*                 SHARED RESULTS HISTORY (SAMPRES) FOR THE
002830*                 SAMPLE DOSSIER: THE VERDICT WITH ITS SILENT,
002840*                 MISSENSE, AND NONSENSE COUNTS, OR THE LENGTH
002850*                 PROBLEM THAT REJECTED THE PAIR.
002860* 2026-10-15 RLM  A PAIR RECORD CARRYING SAMPLE B'S ID POSTS
002870*                 ITS SAMPRES ROW FOR BOTH SAMPLES, EACH NAMING
002880*                 THE OTHER.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004500     SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-ERRLOG-STATUS.
004710     SELECT SAMPLE-RESULT-FILE ASSIGN TO "SAMPRES"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-SAMPRES-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PAIR-IN-FILE.
005400     05 MI-REFERENCE           PIC X(60).
005500     05 FILLER                 PIC X(01).
005600     05 MI-VARIANT             PIC X(60).
005610     05 FILLER                 PIC X(01).
005620     05 MI-SAMPLE-B-ID         PIC X(10).
005700 FD  IMPACT-RPT-FILE.
005800 01  IMPACT-RPT-RECORD         PIC X(100).
005900 FD  CODON-TABLE-FILE.
006300     05 CT-PROTEIN            PIC X(13).
006400 FD  ERROR-LOG-FILE.
006500 01  ERROR-LOG-FILE-RECORD     PIC X(93).
006510 FD  SAMPLE-RESULT-FILE.
006520 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
006600 WORKING-STORAGE SECTION.
006700*--------------------------------------------------------------
006800* FILE STATUS AND RUN CONTROLS
007400     88 END-OF-PAIRS           VALUE "Y".
007500 77  WS-ERROR                  PIC X(60).
007600 COPY ERRMSG.
007610*--------------------------------------------------------------
007620* SAMPLE RESULTS HISTORY CONTROLS
007630*--------------------------------------------------------------
007640 77  WS-SAMPRES-STATUS         PIC XX.
007650 77  WS-SR-RUN-TS              PIC X(14).
007660 77  WS-SR-NUM-ED              PIC ZZZZ9.
007670 77  WS-SR-NUM-ED-2            PIC ZZZZ9.
007680 77  WS-SR-NUM-ED-3            PIC ZZZZ9.
007685 77  WS-SR-SUMMARY             PIC X(61).
007690 COPY SAMPRES.
007700*--------------------------------------------------------------
007800* CODON TABLE - SAME CONTENT AS PROTEIN-TRANSLATION'S
007900*--------------------------------------------------------------
014300* 1000-INITIALIZE
014400*--------------------------------------------------------------
014500 1000-INITIALIZE.
014510     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SR-RUN-TS
014600     OPEN INPUT PAIR-IN-FILE
014700     OPEN OUTPUT IMPACT-RPT-FILE
014800     MOVE "MUTATION IMPACT ANALYSIS" TO IMPACT-RPT-RECORD
023600           INTO WS-ERROR
023700        END-STRING
023800        PERFORM 1200-LOG-ERROR THRU 1200-LOG-ERROR-EXIT
023810        MOVE SPACES TO SAMPLE-RESULT-RECORD
023820        MOVE MI-SAMPLE-ID TO SR-SAMPLE-ID
023830        SET SR-RESULT-ERROR TO TRUE
023840        MOVE "PAIR LENGTHS UNUSABLE FOR CODON WALK" TO SR-SUMMARY
023850        PERFORM 8000-POST-SAMPLE-RESULT
023860           THRU 8000-POST-SAMPLE-RESULT-EXIT
023900        GO TO 2000-ANALYZE-ONE-PAIR-NEXT
024000     END-IF
024100     MOVE ZERO TO WS-SILENT-COUNT
026400     MOVE "  VERDICT " TO WS-PAIR-HEADER-LINE(19:10)
026500     MOVE WS-VERDICT TO PH-VERDICT
026600     WRITE IMPACT-RPT-RECORD FROM WS-PAIR-HEADER-LINE
026610     PERFORM 3500-PRINT-CODONS THRU 3500-PRINT-CODONS-EXIT
026620     MOVE SPACES TO SAMPLE-RESULT-RECORD
026630     MOVE MI-SAMPLE-ID TO SR-SAMPLE-ID
026640     SET SR-RESULT-OK TO TRUE
026650     MOVE WS-SILENT-COUNT TO WS-SR-NUM-ED
026660     MOVE WS-MISSENSE-COUNT TO WS-SR-NUM-ED-2
026670     MOVE WS-NONSENSE-COUNT TO WS-SR-NUM-ED-3
026680     STRING WS-VERDICT DELIMITED BY SPACE
026690        ": SILENT " DELIMITED BY SIZE
026700        FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
026710        " MISSENSE " DELIMITED BY SIZE
026720        FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
026730        " NONSENSE " DELIMITED BY SIZE
026740        FUNCTION TRIM(WS-SR-NUM-ED-3) DELIMITED BY SIZE
026750        INTO SR-SUMMARY
026760     END-STRING
026770     PERFORM 8000-POST-SAMPLE-RESULT
026780        THRU 8000-POST-SAMPLE-RESULT-EXIT.
026790 2000-ANALYZE-ONE-PAIR-NEXT.
026900     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
027000 2000-ANALYZE-ONE-PAIR-EXIT.
027100     EXIT.
040600     CLOSE IMPACT-RPT-FILE.
040700 9000-FINISH-EXIT.
040800     EXIT.
040900*--------------------------------------------------------------
041000* 8000-POST-SAMPLE-RESULT - APPEND THIS RUN'S SUMMARY FOR ONE
041100*          SAMPLE TO THE SHARED RESULTS HISTORY (SAMPRES). THE
041200*          CALLER FILLS SAMPLE ID, OUTCOME, AND SUMMARY; A PAIR
041300*          WITH NO SAMPLE ID POSTS NOTHING.
041400*--------------------------------------------------------------
041500 8000-POST-SAMPLE-RESULT.
041600     IF SR-SAMPLE-ID = SPACES
041700        GO TO 8000-POST-SAMPLE-RESULT-EXIT
041800     END-IF
041900     OPEN EXTEND SAMPLE-RESULT-FILE
042000     IF WS-SAMPRES-STATUS = "35"
042100        OPEN OUTPUT SAMPLE-RESULT-FILE
042200        CLOSE SAMPLE-RESULT-FILE
042300        OPEN EXTEND SAMPLE-RESULT-FILE
042400     END-IF
042500     MOVE WS-SR-RUN-TS TO SR-RUN-TS
042600     MOVE "MUTIMPCT" TO SR-PROGRAM
042605*    A PAIR NAMING ITS SECOND SAMPLE POSTS THE RESULT FOR BOTH,
042610*    EACH ROW NAMING THE OTHER SAMPLE
042615     IF MI-SAMPLE-B-ID NOT = SPACES
042620        MOVE SR-SUMMARY TO WS-SR-SUMMARY
042625        MOVE SPACES TO SR-SUMMARY
042630        STRING WS-SR-SUMMARY DELIMITED BY "  "
042635           " VS " DELIMITED BY SIZE
042640           MI-SAMPLE-B-ID DELIMITED BY SPACE
042645           INTO SR-SUMMARY
042650        END-STRING
042655     END-IF
042700     WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
042705     IF MI-SAMPLE-B-ID NOT = SPACES
042710        MOVE MI-SAMPLE-B-ID TO SR-SAMPLE-ID
042715        MOVE SPACES TO SR-SUMMARY
042720        STRING WS-SR-SUMMARY DELIMITED BY "  "
042725           " VS " DELIMITED BY SIZE
042730           MI-SAMPLE-ID DELIMITED BY SPACE
042735           INTO SR-SUMMARY
042740        END-STRING
042745        WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
042750     END-IF
042800     CLOSE SAMPLE-RESULT-FILE.
042900 8000-POST-SAMPLE-RESULT-EXIT.
043000     EXIT.
