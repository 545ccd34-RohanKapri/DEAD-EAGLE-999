001700*                 FRAGMENT LENGTHS IN SIZE ORDER ON DIGRPT --
001800*                 AND AN ENZYME WITH ZERO SITES PRINTS THAT,
001900*                 BECAUSE NO CUT IS ITSELF AN ANSWER.
001910* 2026-10-15 RLM  SKIP THE FEEDCTL HEADER/TRAILER RECORDS
001920*                 FASTA-INTAKE NOW WRITES AROUND NUCIN; THE
001930*                 SAMPLE ID AFTER EACH STRAND IS MAPPED.
001940* 2026-10-15 RLM  POST ONE SUMMARY ROW PER STRAND TO THE
001950*                 SHARED RESULTS HISTORY (SAMPRES) FOR THE
001960*                 SAMPLE DOSSIER: HOW MANY ENZYMES CUT THE
001970*                 STRAND AND THE TOTAL CUT SITES ACROSS THEM.
001975* 2026-10-15 RLM  A FEED CONTROL RECORD IS RECOGNIZED BY
001980*                 TYPE AND FEED NAME (HDRNUCIN/TRLNUCIN), NOT BY
001985*                 ITS FIRST THREE BYTES ALONE.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003300     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-JOBACCT-STATUS.
003510     SELECT SAMPLE-RESULT-FILE ASSIGN TO "SAMPRES"
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS WS-SAMPRES-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STRAND-IN-FILE.
003900 01  NUCIN-RECORD.
004000     05 SI-DNA                 PIC X(128).
004010     05 FILLER                 PIC X(01).
004020     05 SI-SAMPLE-ID           PIC X(10).
004100 FD  ENZYME-TABLE-FILE.
004200 01  ENZYME-TABLE-RECORD.
004300     05 EZ-NAME               PIC X(10).
004600 FD  JOB-ACCT-FILE
004700     RECORDING MODE IS F.
004800 01  JOB-ACCT-FILE-RECORD      PIC X(60).
004810 FD  SAMPLE-RESULT-FILE.
004820 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
004900 WORKING-STORAGE SECTION.
005000*--------------------------------------------------------------
005100* FILE STATUS AND RUN CONTROLS
006200 COPY JOBACCT.
006300 COPY RPTWRITE.
006400 01  WS-RPT-DETAIL             PIC X(100).
006410*--------------------------------------------------------------
006420* SAMPLE RESULTS HISTORY CONTROLS
006430*--------------------------------------------------------------
006440 77  WS-SAMPRES-STATUS         PIC XX.
006450 77  WS-SR-NUM-ED              PIC ZZZZ9.
006460 77  WS-SR-NUM-ED-2            PIC ZZZZ9.
006470 COPY SAMPRES.
006500*--------------------------------------------------------------
006600* ENZYME TABLE
006700*--------------------------------------------------------------
009900 77  WS-FRAG-TIDX              PIC 9(03) BINARY.
010000 77  WS-FRAG-ED                PIC ZZ9.
010010 77  WS-CUT-ED                 PIC ZZ9.
010020 77  WS-ENZ-CUTTING            PIC 9(03) BINARY.
010030 77  WS-STRAND-CUTS            PIC 9(05) BINARY.
010100 PROCEDURE DIVISION.
010200*--------------------------------------------------------------
010300* 0000-MAINLINE
017000     END-STRING
017100     MOVE "D" TO RPT-REQUEST
017200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
017210     MOVE ZERO TO WS-ENZ-CUTTING
017220     MOVE ZERO TO WS-STRAND-CUTS
017300     PERFORM 3000-DIGEST-ONE-ENZYME
017400        THRU 3000-DIGEST-ONE-ENZYME-EXIT
017500        VARYING WS-EZ-SCAN FROM 1 BY 1
017600        UNTIL WS-EZ-SCAN > WS-EZ-COUNT
017605     MOVE SPACES TO SAMPLE-RESULT-RECORD
017610     MOVE SI-SAMPLE-ID TO SR-SAMPLE-ID
017615     SET SR-RESULT-OK TO TRUE
017620     MOVE WS-ENZ-CUTTING TO WS-SR-NUM-ED
017625     MOVE WS-STRAND-CUTS TO WS-SR-NUM-ED-2
017630     STRING FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
017635        " ENZYMES CUT, " DELIMITED BY SIZE
017640        FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
017645        " CUT SITES IN ALL" DELIMITED BY SIZE
017650        INTO SR-SUMMARY
017655     END-STRING
017660     PERFORM 8000-POST-SAMPLE-RESULT
017665        THRU 8000-POST-SAMPLE-RESULT-EXIT
017700     PERFORM 2100-READ-STRAND THRU 2100-READ-STRAND-EXIT.
017800 2000-DIGEST-ONE-STRAND-EXIT.
017900     EXIT.
018300 2100-READ-STRAND.
018400     READ STRAND-IN-FILE
018500        AT END SET END-OF-STRANDS TO TRUE
018510     END-READ
018520*    FEEDCTL HEADER/TRAILER RECORDS ARE NOT STRANDS; NUCLEOTIDE-
018530*    COUNT VERIFIES THEM
018540     IF NOT END-OF-STRANDS
018550        IF NUCIN-RECORD(1:11) = "HDRNUCIN   "
018555           OR NUCIN-RECORD(1:11) = "TRLNUCIN   "
018560           GO TO 2100-READ-STRAND
018570        END-IF
018580     END-IF.
018700 2100-READ-STRAND-EXIT.
018800     EXIT.
018900*--------------------------------------------------------------
022600        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
022700        GO TO 3000-DIGEST-ONE-ENZYME-EXIT
022800     END-IF
022810     ADD 1 TO WS-ENZ-CUTTING
022820     ADD WS-CUT-COUNT TO WS-STRAND-CUTS
022900     PERFORM 3200-BUILD-FRAGMENTS THRU 3200-BUILD-FRAGMENTS-EXIT
023000     PERFORM 3300-SORT-FRAGMENTS THRU 3300-SORT-FRAGMENTS-EXIT
023100     PERFORM 3400-PRINT-DIGEST THRU 3400-PRINT-DIGEST-EXIT.
041800     CLOSE JOB-ACCT-FILE.
041900 9100-LOG-JOB-ACCT-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------
042200* 8000-POST-SAMPLE-RESULT - APPEND THIS RUN'S SUMMARY FOR ONE
042300*          SAMPLE TO THE SHARED RESULTS HISTORY (SAMPRES). THE
042400*          CALLER FILLS SAMPLE ID, OUTCOME, AND SUMMARY; A STRAND
042500*          WITH NO SAMPLE ID POSTS NOTHING.
042600*--------------------------------------------------------------
042700 8000-POST-SAMPLE-RESULT.
042800     IF SR-SAMPLE-ID = SPACES
042900        GO TO 8000-POST-SAMPLE-RESULT-EXIT
043000     END-IF
043100     OPEN EXTEND SAMPLE-RESULT-FILE
043200     IF WS-SAMPRES-STATUS = "35"
043300        OPEN OUTPUT SAMPLE-RESULT-FILE
043400        CLOSE SAMPLE-RESULT-FILE
043500        OPEN EXTEND SAMPLE-RESULT-FILE
043600     END-IF
043700     MOVE WS-JA-START-TIMESTAMP TO SR-RUN-TS
043800     MOVE "ENZDIG" TO SR-PROGRAM
043900     WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
044000     CLOSE SAMPLE-RESULT-FILE.
044100 8000-POST-SAMPLE-RESULT-EXIT.
044200     EXIT.
