001700*                 CODONTAB REFERENCE). A STRAND WITH NO ORF AT
001800*                 ALL IS LISTED TOO -- THAT IS THE LAB'S ANSWER
001900*                 HALF THE TIME. REPORT: ORFRPT.
001910* 2026-10-15 RLM  SKIP THE FEEDCTL HEADER/TRAILER RECORDS
001920*                 FASTA-INTAKE NOW WRITES AROUND NUCIN; THE
001930*                 SAMPLE ID AFTER EACH STRAND IS MAPPED.
001940* 2026-10-15 RLM  POST ONE SUMMARY ROW PER STRAND TO THE
001950*                 SHARED RESULTS HISTORY (SAMPRES) FOR THE
001960*                 SAMPLE DOSSIER: ORFS FOUND AND THE MINIMUM
001970*                 ORF LENGTH THE RUN USED.
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
004100 FD  CODON-TABLE-FILE.
004200 01  CODON-TABLE-RECORD.
004300     05 CT-CODON              PIC X(03).
004600 FD  JOB-ACCT-FILE
004700     RECORDING MODE IS F.
004800 01  JOB-ACCT-FILE-RECORD      PIC X(60).
004810 FD  SAMPLE-RESULT-FILE.
004820 01  SAMPLE-RESULT-FILE-RECORD PIC X(100).
004900 WORKING-STORAGE SECTION.
005000*--------------------------------------------------------------
005100* FILE STATUS AND RUN CONTROLS
006300 COPY RUNPARM.
006400 COPY RPTWRITE.
006500 01  WS-RPT-DETAIL             PIC X(100).
006510*--------------------------------------------------------------
006520* SAMPLE RESULTS HISTORY CONTROLS
006530*--------------------------------------------------------------
006540 77  WS-SAMPRES-STATUS         PIC XX.
006550 77  WS-SR-NUM-ED              PIC ZZZZ9.
006560 77  WS-SR-NUM-ED-2            PIC ZZZZ9.
006570 COPY SAMPRES.
006600*--------------------------------------------------------------
006700* SHARED CODON TABLE (RNA CODONS) AND VERSION STAMP
006800*--------------------------------------------------------------
022000        MOVE "  NO ORF IN ANY FRAME" TO WS-RPT-DETAIL
022100        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
022200     END-IF
022205     MOVE SPACES TO SAMPLE-RESULT-RECORD
022210     MOVE SI-SAMPLE-ID TO SR-SAMPLE-ID
022215     SET SR-RESULT-OK TO TRUE
022220     MOVE WS-ORFS-ON-STRAND TO WS-SR-NUM-ED
022225     MOVE WS-MIN-ORF-LEN TO WS-SR-NUM-ED-2
022230     STRING FUNCTION TRIM(WS-SR-NUM-ED) DELIMITED BY SIZE
022235        " ORFS FOUND, MINIMUM LENGTH " DELIMITED BY SIZE
022240        FUNCTION TRIM(WS-SR-NUM-ED-2) DELIMITED BY SIZE
022245        INTO SR-SUMMARY
022250     END-STRING
022255     PERFORM 8000-POST-SAMPLE-RESULT
022260        THRU 8000-POST-SAMPLE-RESULT-EXIT
022300     PERFORM 2100-READ-STRAND THRU 2100-READ-STRAND-EXIT.
022400 2000-SCAN-ONE-STRAND-EXIT.
022500     EXIT.
022900 2100-READ-STRAND.
023000     READ STRAND-IN-FILE
023100        AT END SET END-OF-STRANDS TO TRUE
023110     END-READ
023120*    FEEDCTL HEADER/TRAILER RECORDS ARE NOT STRANDS; NUCLEOTIDE-
023130*    COUNT VERIFIES THEM
023140     IF NOT END-OF-STRANDS
023150        IF NUCIN-RECORD(1:11) = "HDRNUCIN   "
023155           OR NUCIN-RECORD(1:11) = "TRLNUCIN   "
023160           GO TO 2100-READ-STRAND
023170        END-IF
023180     END-IF.
023300 2100-READ-STRAND-EXIT.
023400     EXIT.
023500*--------------------------------------------------------------
038700     CLOSE JOB-ACCT-FILE.
038800 9100-LOG-JOB-ACCT-EXIT.
038900     EXIT.
039000*--------------------------------------------------------------
039100* 8000-POST-SAMPLE-RESULT - APPEND THIS RUN'S SUMMARY FOR ONE
039200*          SAMPLE TO THE SHARED RESULTS HISTORY (SAMPRES). THE
039300*          CALLER FILLS SAMPLE ID, OUTCOME, AND SUMMARY; A STRAND
039400*          WITH NO SAMPLE ID POSTS NOTHING.
039500*--------------------------------------------------------------
039600 8000-POST-SAMPLE-RESULT.
039700     IF SR-SAMPLE-ID = SPACES
039800        GO TO 8000-POST-SAMPLE-RESULT-EXIT
039900     END-IF
040000     OPEN EXTEND SAMPLE-RESULT-FILE
040100     IF WS-SAMPRES-STATUS = "35"
040200        OPEN OUTPUT SAMPLE-RESULT-FILE
040300        CLOSE SAMPLE-RESULT-FILE
040400        OPEN EXTEND SAMPLE-RESULT-FILE
040500     END-IF
040600     MOVE WS-JA-START-TIMESTAMP TO SR-RUN-TS
040700     MOVE "ORFSCAN" TO SR-PROGRAM
040800     WRITE SAMPLE-RESULT-FILE-RECORD FROM SAMPLE-RESULT-RECORD
040900     CLOSE SAMPLE-RESULT-FILE.
041000 8000-POST-SAMPLE-RESULT-EXIT.
041100     EXIT.
