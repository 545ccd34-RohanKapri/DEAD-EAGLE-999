002100*                 PULL "LAST NIGHT VS THE NIGHT BEFORE" FROM THE
002200*                 CATALOG. THE PRODUCING PROGRAMS ARE UNTOUCHED;
002300*                 THEY STILL WRITE THEIR CURRENT-CYCLE FILES.
002310* 2026-10-15 RLM  EACH GENERATION CUT IS ALSO LOADED, LINE BY
002320*                 LINE, INTO THE KEYED REPORT ARCHIVE RPTARCH
002330*                 (GENERATION NAME PLUS LINE NUMBER) SO THE RPTV
002340*                 SCREEN CAN PAGE THROUGH ANY CATALOGED
002350*                 GENERATION. A PRUNED GENERATION, OR TONIGHT'S
002360*                 BEFORE A SECOND CUT, IS UNLOADED FIRST. A
002370*                 MISSING ARCHIVE DOES NOT STOP THE CUT.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004000     SELECT CATALOG-FILE ASSIGN TO "GDGCAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CATALOG-STATUS.
004210     SELECT ARCHIVE-FILE ASSIGN TO "RPTARCH"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS ARC-KEY
004250         FILE STATUS IS WS-ARCHIVE-STATUS.
004300     SELECT KEEP-RPT-FILE ASSIGN TO "GDGRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-KEEPRPT-STATUS.
007000     05 CAT-GEN-NAME           PIC X(24).
007100     05 FILLER                 PIC X(02).
007200     05 CAT-RECORD-COUNT       PIC 9(07).
007210 FD  ARCHIVE-FILE.
007220 01  ARCHIVE-RECORD.
007230     05 ARC-KEY.
007240        10 ARC-GEN-NAME        PIC X(24).
007250        10 ARC-LINE-NO         PIC 9(07).
007260     05 ARC-TEXT               PIC X(132).
007300 FD  KEEP-RPT-FILE
007400     RECORDING MODE IS F.
007500 01  KEEP-RPT-RECORD           PIC X(80).
008600 77  WS-CATALOG-STATUS         PIC XX.
008700 77  WS-KEEPRPT-STATUS         PIC XX.
008800 77  WS-JOBACCT-STATUS         PIC XX.
008810 77  WS-ARCHIVE-STATUS         PIC XX.
008900 77  WS-POLICY-EOF-SW          PIC X(01) VALUE "N".
009000     88 END-OF-POLICIES        VALUE "Y".
009100 77  WS-COPY-EOF-SW            PIC X(01) VALUE "N".
009700 77  WS-GENS-CUT               PIC 9(05) BINARY VALUE ZERO.
009800 77  WS-DELETE-NAME            PIC X(24).
009900 77  WS-DELETE-RC              PIC S9(09) BINARY.
009910 77  WS-ARCHIVE-SW             PIC X(01) VALUE "N".
009920     88 ARCHIVE-IS-OPEN        VALUE "Y".
009930 77  WS-UNLOAD-NAME            PIC X(24).
009940 77  WS-UNLOAD-EOF-SW          PIC X(01).
009950     88 END-OF-UNLOAD          VALUE "Y".
010000 77  WS-JA-START-TIMESTAMP     PIC X(14).
010100 COPY JOBACCT.
010200*--------------------------------------------------------------
014400     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
014500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014600     OPEN OUTPUT KEEP-RPT-FILE
014610     PERFORM 1200-OPEN-ARCHIVE THRU 1200-OPEN-ARCHIVE-EXIT
014700     PERFORM 1100-LOAD-CATALOG THRU 1100-LOAD-CATALOG-EXIT
014800     OPEN INPUT POLICY-FILE
014900     IF WS-POLICY-STATUS NOT = "00"
018200     END-READ.
018300 1110-LOAD-ONE-CAT-EXIT.
018400     EXIT.
018402*--------------------------------------------------------------
018404* 1200-OPEN-ARCHIVE - THE KEYED REPORT ARCHIVE THE RPTV SCREEN
018406*          BROWSES. THE FIRST RUN CREATES IT; IF IT CANNOT BE
018408*          OPENED THE GENERATIONS ARE STILL CUT, JUST NOT
018410*          LOADED FOR ONLINE VIEWING.
018412*--------------------------------------------------------------
018414 1200-OPEN-ARCHIVE.
018416     OPEN I-O ARCHIVE-FILE
018418     IF WS-ARCHIVE-STATUS = "35"
018420        OPEN OUTPUT ARCHIVE-FILE
018422        CLOSE ARCHIVE-FILE
018424        OPEN I-O ARCHIVE-FILE
018426     END-IF
018428     IF WS-ARCHIVE-STATUS = "00"
018430        SET ARCHIVE-IS-OPEN TO TRUE
018432     ELSE
018434        MOVE SPACES TO WS-KEEP-DETAIL-LINE
018436        MOVE "RPTARCH" TO KD-FILE-NAME
018438        MOVE "ARCHIVE NOT AVAILABLE" TO KD-NOTE
018440        WRITE KEEP-RPT-RECORD FROM WS-KEEP-DETAIL-LINE
018442     END-IF.
018444 1200-OPEN-ARCHIVE-EXIT.
018446     EXIT.
018500*--------------------------------------------------------------
018600* 2000-PROCESS-POLICIES
018700*--------------------------------------------------------------
021900        GO TO 2200-CUT-ONE-GENERATION-EXIT
022000     END-IF
022100     OPEN OUTPUT GENERATION-FILE
022110     MOVE WS-GENERATION-NAME TO WS-UNLOAD-NAME
022120     PERFORM 2600-UNLOAD-ARCHIVE
022130        THRU 2600-UNLOAD-ARCHIVE-EXIT
022200     MOVE ZERO TO WS-COPIED-COUNT
022300     MOVE "N" TO WS-COPY-EOF-SW
022400     PERFORM 2300-COPY-ONE-RECORD THRU 2300-COPY-ONE-RECORD-EXIT
024500        NOT AT END
024600           WRITE GENERATION-RECORD FROM SOURCE-RECORD
024700           ADD 1 TO WS-COPIED-COUNT
024710           PERFORM 2310-ARCHIVE-ONE-LINE
024720              THRU 2310-ARCHIVE-ONE-LINE-EXIT
024800     END-READ.
024900 2300-COPY-ONE-RECORD-EXIT.
025000     EXIT.
025005 2310-ARCHIVE-ONE-LINE.
025010     IF NOT ARCHIVE-IS-OPEN
025015        GO TO 2310-ARCHIVE-ONE-LINE-EXIT
025020     END-IF
025025     MOVE WS-GENERATION-NAME TO ARC-GEN-NAME
025030     MOVE WS-COPIED-COUNT TO ARC-LINE-NO
025035     MOVE SOURCE-RECORD TO ARC-TEXT
025040     WRITE ARCHIVE-RECORD
025045        INVALID KEY
025050           REWRITE ARCHIVE-RECORD
025055     END-WRITE.
025060 2310-ARCHIVE-ONE-LINE-EXIT.
025065     EXIT.
025100*--------------------------------------------------------------
025200* 2400-CATALOG-GENERATION - A SECOND CUT THE SAME NIGHT
025300*          REPLACES ITS OWN CATALOG ROW INSTEAD OF ADDING ONE
031400     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
031500        RETURNING WS-DELETE-RC
031600     END-CALL
031610     MOVE WS-DELETE-NAME TO WS-UNLOAD-NAME
031620     PERFORM 2600-UNLOAD-ARCHIVE
031630        THRU 2600-UNLOAD-ARCHIVE-EXIT
031700     MOVE SPACES TO WS-KEEP-DETAIL-LINE
031800     MOVE POL-FILE-NAME TO KD-FILE-NAME
031900     MOVE WS-DELETE-NAME TO KD-GEN-NAME
033700     END-IF.
033800 2521-FIND-OLDEST-EXIT.
033900     EXIT.
033902*--------------------------------------------------------------
033904* 2600-UNLOAD-ARCHIVE - REMOVE EVERY ARCHIVED LINE OF ONE
033906*          GENERATION (A PRUNED ONE, OR TONIGHT'S BEFORE A
033908*          SECOND CUT RELOADS IT)
033910*--------------------------------------------------------------
033912 2600-UNLOAD-ARCHIVE.
033914     IF NOT ARCHIVE-IS-OPEN
033916        GO TO 2600-UNLOAD-ARCHIVE-EXIT
033918     END-IF
033920     MOVE "N" TO WS-UNLOAD-EOF-SW
033922     MOVE WS-UNLOAD-NAME TO ARC-GEN-NAME
033924     MOVE ZERO TO ARC-LINE-NO
033926     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
033928        INVALID KEY
033930           GO TO 2600-UNLOAD-ARCHIVE-EXIT
033932     END-START
033934     PERFORM 2610-UNLOAD-ONE-LINE THRU 2610-UNLOAD-ONE-LINE-EXIT
033936        UNTIL END-OF-UNLOAD.
033938 2600-UNLOAD-ARCHIVE-EXIT.
033940     EXIT.
033942 2610-UNLOAD-ONE-LINE.
033944     READ ARCHIVE-FILE NEXT RECORD
033946        AT END
033948           SET END-OF-UNLOAD TO TRUE
033950           GO TO 2610-UNLOAD-ONE-LINE-EXIT
033952     END-READ
033954     IF ARC-GEN-NAME NOT = WS-UNLOAD-NAME
033956        SET END-OF-UNLOAD TO TRUE
033958        GO TO 2610-UNLOAD-ONE-LINE-EXIT
033960     END-IF
033962     DELETE ARCHIVE-FILE RECORD
033964        INVALID KEY
033966           SET END-OF-UNLOAD TO TRUE
033968     END-DELETE.
033970 2610-UNLOAD-ONE-LINE-EXIT.
033972     EXIT.
034000*--------------------------------------------------------------
034100* 8000-REWRITE-CATALOG - ONLY THE LIVE ROWS SURVIVE
034200*--------------------------------------------------------------
036500 9000-FINISH.
036600     CLOSE POLICY-FILE
036700     CLOSE KEEP-RPT-FILE
036710     IF ARCHIVE-IS-OPEN
036720        CLOSE ARCHIVE-FILE
036730     END-IF
036800     OPEN EXTEND JOB-ACCT-FILE
036900     IF WS-JOBACCT-STATUS = "35"
037000        OPEN OUTPUT JOB-ACCT-FILE
