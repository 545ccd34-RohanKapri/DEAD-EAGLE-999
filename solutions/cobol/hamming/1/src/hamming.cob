003800*                 STILL TAKE THE ORIGINAL HAMMING PATH, AND A
003900*                 LENGTH GAP PAST THE LIMIT STILL REJECTS TO
004000*                 ERRLOG AS BEFORE.
004010* 2026-10-15 RLM  POST ONE SUMMARY ROW PER SAMPLE PAIR TO THE
004020*                 SHARED RESULTS HISTORY (SAMPRES) FOR THE
004030*                 SAMPLE DOSSIER: THE HAMMING OR EDIT DISTANCE,
004040*                 OR THE LENGTH MISMATCH THAT REJECTED THE PAIR.
004050* 2026-10-15 RLM  A PAIR RECORD CARRYING SAMPLE B'S ID POSTS
004060*                 ITS SAMPRES ROW FOR BOTH SAMPLES, EACH NAMING
004070*                 THE OTHER.
004100*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
005200     SELECT HAMMING-RPT-FILE ASSIGN TO "HAMMRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-HAMMRPT-STATUS.
005410     SELECT SAMPLE-RESULT-FILE ASSIGN TO "SAMPRES"
005420         ORGANIZATION IS LINE SEQUENTIAL
005430         FILE STATUS IS WS-SAMPRES-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ERROR-LOG-FILE.
006300     05 PI-STRAND-A            PIC X(200).
006400     05 FILLER                 PIC X(01).
006500     05 PI-STRAND-B            PIC X(200).
006510     05 FILLER                 PIC X(01).
006520     05 PI-SAMPLE-B-ID         PIC X(10).
006600 FD  HAMMING-RPT-FILE.
006700 01  HAMMING-RPT-RECORD        PIC X(80).
006710 FD  SAMPLE-RESULT-FILE.
006720 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
006800 WORKING-STORAGE SECTION.
006900*--------------------------------------------------------------
007000* ORIGINAL HAMMING WORKING STORAGE, WIDENING THE STRAND
008700*--------------------------------------------------------------
008800 77  WS-ERRLOG-STATUS          PIC XX.
008900 COPY ERRMSG.
008910*--------------------------------------------------------------
008920* SAMPLE RESULTS HISTORY CONTROLS
008930*--------------------------------------------------------------
008940 77  WS-SAMPRES-STATUS         PIC XX.
008950 77  WS-SR-RUN-TS              PIC X(14).
008960 77  WS-SR-NUM-ED              PIC ZZZZ9.
008970 77  WS-SR-NUM-ED-2            PIC ZZZZ9.
008975 77  WS-SR-SUMMARY             PIC X(61).
008980 COPY SAMPRES.
009000*--------------------------------------------------------------
009100* BATCH PAIR AND DETAIL-REPORT CONTROLS
009200*--------------------------------------------------------------
016400*          THE SHARED ERROR-LOG FILE
016500*--------------------------------------------------------------
016600 HAMMING.
016610     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SR-RUN-TS
016700     MOVE "HAMMING" TO RP-PROGRAM-ID
016800     MOVE "INDELMAX" TO RP-KEYWORD
016900     MOVE SPACES TO RP-DEFAULT
020200*          INSTEAD OF AN AUTOMATIC REJECT
020300           PERFORM 5000-EDIT-DISTANCE
020400              THRU 5000-EDIT-DISTANCE-EXIT
020405           MOVE SPACES TO SAMPLE-RESULT-RECORD
020410           MOVE PI-SAMPLE-ID TO SR-SAMPLE-ID
020415           SET SR-RESULT-OK TO TRUE
020420           MOVE WS-EDIT-DISTANCE TO WS-SR-NUM-ED
020425           STRING "EDIT DISTANCE " DELIMITED BY SIZE
020430              FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
020435              " (INDEL MODE)" DELIMITED BY SIZE
020440              INTO SR-SUMMARY
020445           END-STRING
020450           PERFORM 8000-POST-SAMPLE-RESULT
020455              THRU 8000-POST-SAMPLE-RESULT-EXIT
020500           GO TO 2000-COMPARE-ONE-PAIR-NEXT
020600        END-IF
020700        ADD 1 TO WS-PAIRS-REJECTED
021200           INTO WS-ERROR
021300        END-STRING
021400        PERFORM 1200-LOG-ERROR THRU 1200-LOG-ERROR-EXIT
021405        MOVE SPACES TO SAMPLE-RESULT-RECORD
021410        MOVE PI-SAMPLE-ID TO SR-SAMPLE-ID
021415        SET SR-RESULT-ERROR TO TRUE
021420        MOVE WS-LEN-1 TO WS-SR-NUM-ED
021425        MOVE WS-LEN-2 TO WS-SR-NUM-ED-2
021430        STRING "STRAND LENGTHS DIFFER: " DELIMITED BY SIZE
021435           FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
021440           " VS " DELIMITED BY SIZE
021445           FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
021450           INTO SR-SUMMARY
021455        END-STRING
021460        PERFORM 8000-POST-SAMPLE-RESULT
021465           THRU 8000-POST-SAMPLE-RESULT-EXIT
021500        GO TO 2000-COMPARE-ONE-PAIR-NEXT
021600     END-IF
021700     ADD 1 TO WS-PAIRS-COMPARED
022800     PERFORM 2200-DETAIL-ONE-POSITION
022900        THRU 2200-DETAIL-ONE-POSITION-EXIT
023000        VARYING WS-INDEX FROM 1 BY 1
023010        UNTIL WS-INDEX > WS-COMPARE-LEN
023020     MOVE SPACES TO SAMPLE-RESULT-RECORD
023030     MOVE PI-SAMPLE-ID TO SR-SAMPLE-ID
023040     SET SR-RESULT-OK TO TRUE
023050     MOVE WS-HAMMING TO WS-SR-NUM-ED
023060     MOVE WS-COMPARE-LEN TO WS-SR-NUM-ED-2
023070     STRING "HAMMING DISTANCE " DELIMITED BY SIZE
023080        FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
023090        " OVER " DELIMITED BY SIZE
023100        FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
023110        " BASES" DELIMITED BY SIZE
023120        INTO SR-SUMMARY
023130     END-STRING
023140     PERFORM 8000-POST-SAMPLE-RESULT
023150        THRU 8000-POST-SAMPLE-RESULT-EXIT.
023160 2000-COMPARE-ONE-PAIR-NEXT.
023300     PERFORM 2100-READ-PAIR THRU 2100-READ-PAIR-EXIT.
023400 2000-COMPARE-ONE-PAIR-EXIT.
023500     EXIT.
045800     CLOSE ERROR-LOG-FILE.
045900 1200-LOG-ERROR-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------
046200* 8000-POST-SAMPLE-RESULT - APPEND THIS RUN'S SUMMARY FOR ONE
046300*          SAMPLE TO THE SHARED RESULTS HISTORY (SAMPRES). THE
046400*          CALLER FILLS SAMPLE ID, OUTCOME, AND SUMMARY; A PAIR
046500*          WITH NO SAMPLE ID POSTS NOTHING.
046600*--------------------------------------------------------------
046700 8000-POST-SAMPLE-RESULT.
046800     IF SR-SAMPLE-ID = SPACES
046900        GO TO 8000-POST-SAMPLE-RESULT-EXIT
047000     END-IF
047100     OPEN EXTEND SAMPLE-RESULT-FILE
047200     IF WS-SAMPRES-STATUS = "35"
047300        OPEN OUTPUT SAMPLE-RESULT-FILE
047400        CLOSE SAMPLE-RESULT-FILE
047500        OPEN EXTEND SAMPLE-RESULT-FILE
047600     END-IF
047700     MOVE WS-SR-RUN-TS TO SR-RUN-TS
047800     MOVE "HAMMING" TO SR-PROGRAM
047805*    A PAIR NAMING ITS SECOND SAMPLE POSTS THE RESULT FOR BOTH,
047810*    EACH ROW NAMING THE OTHER SAMPLE
047815     IF PI-SAMPLE-B-ID NOT = SPACES
047820        MOVE SR-SUMMARY TO WS-SR-SUMMARY
047825        MOVE SPACES TO SR-SUMMARY
047830        STRING WS-SR-SUMMARY DELIMITED BY "  "
047835           " VS " DELIMITED BY SIZE
047840           PI-SAMPLE-B-ID DELIMITED BY SPACE
047845           INTO SR-SUMMARY
047850        END-STRING
047855     END-IF
047900     WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
047905     IF PI-SAMPLE-B-ID NOT = SPACES
047910        MOVE PI-SAMPLE-B-ID TO SR-SAMPLE-ID
047915        MOVE SPACES TO SR-SUMMARY
047920        STRING WS-SR-SUMMARY DELIMITED BY "  "
047925           " VS " DELIMITED BY SIZE
047930           PI-SAMPLE-ID DELIMITED BY SPACE
047935           INTO SR-SUMMARY
047940        END-STRING
047945        WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
047950     END-IF
048000     CLOSE SAMPLE-RESULT-FILE.
048100 8000-POST-SAMPLE-RESULT-EXIT.
048200     EXIT.
