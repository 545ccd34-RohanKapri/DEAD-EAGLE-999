000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FASTA-INTAKE.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. LAB SEQUENCING SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW PROGRAM. FASTA INTAKE FOR THE STRAND
001100*                 FEEDS. THE SEQUENCER'S FASTA EXPORT (FASTAIN:
001200*                 A ">" HEADER LINE, THEN THE SEQUENCE WRAPPED
001300*                 ACROSS ANY NUMBER OF LINES) IS JOINED HERE
001400*                 INSTEAD OF BY HAND. THE SAMPLE ID IS THE FIRST
001500*                 WORD OF THE HEADER. A SAMPLE WITH A MALFORMED
001600*                 OR REPEATED HEADER, NO SEQUENCE, A BASE OUTSIDE
001700*                 THE IUPAC ALPHABET, OR MORE BASES THAN THE
001800*                 128-BASE NUCIN STRAND FIELD IS REJECTED. GOOD
001900*                 SAMPLES ARE WRITTEN TO NUCIN BETWEEN FEEDCTL
002000*                 HEADER AND TRAILER RECORDS. THE PAIRING CARD
002100*                 (PAIRCARD) THEN NAMES SAMPLE PAIRS TO BE
002200*                 WRITTEN AS HAMMIN OR MUTIN RECORDS. EVERY
002300*                 SAMPLE AND PAIR, CONVERTED OR REJECTED, IS
002400*                 LISTED ON THE INTAKE REPORT (FASTARPT).
002410* 2026-10-15 RLM  HAMMIN AND MUTIN CARRY SAMPLE B'S ID AFTER
002420*                 ITS STRAND; THE RECORD'S SAMPLE ID IS ALWAYS
002430*                 SAMPLE A, SO THE PAIRING CARD'S PAIR-ID COLUMN
002440*                 IS GONE. A SAMPLE'S STRAND IS HASHED BEFORE
002450*                 ITS NUCIN RECORD IS WRITTEN.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 REPOSITORY.
002900     FUNCTION ALL INTRINSIC.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FASTA-IN-FILE ASSIGN TO "FASTAIN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FASTAIN-STATUS.
003500     SELECT PAIR-CARD-FILE ASSIGN TO "PAIRCARD"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PAIRCARD-STATUS.
003800     SELECT STRAND-OUT-FILE ASSIGN TO "NUCIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-NUCIN-STATUS.
004100     SELECT HAMMING-OUT-FILE ASSIGN TO "HAMMIN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HAMMIN-STATUS.
004400     SELECT MUTATION-OUT-FILE ASSIGN TO "MUTIN"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MUTIN-STATUS.
004700     SELECT JOB-ACCT-FILE ASSIGN TO "JOBACCT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-JOBACCT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*    SEQUENCER FASTA EXPORT - HEADER AND WRAPPED SEQUENCE LINES
005300 FD  FASTA-IN-FILE.
005400 01  FASTA-IN-RECORD           PIC X(200).
005500*    PAIRING CARD - TARGET FEED (HAMMIN OR MUTIN) AND THE TWO
005600*    SAMPLES (STRAND A / REFERENCE FIRST). THE OUTPUT RECORD
005700*    CARRIES BOTH SAMPLE IDS SO EACH SAMPLE GETS ITS OWN RESULT.
005800*    A CARD STARTING WITH AN ASTERISK IS A COMMENT.
005900 FD  PAIR-CARD-FILE.
006000 01  PAIR-CARD-RECORD.
006100     05 PC-TARGET              PIC X(06).
006200     05 FILLER                 PIC X(01).
006300     05 PC-SAMPLE-A            PIC X(10).
006400     05 FILLER                 PIC X(01).
006500     05 PC-SAMPLE-B            PIC X(10).
006800*    NUCIN AS NUCLEOTIDE-COUNT READS IT, FEEDCTL RECORDS
006900*    WRITTEN OVER THE FRONT OF THE SAME AREA
007000 FD  STRAND-OUT-FILE.
007100 01  NUCIN-RECORD.
007200     05 SI-DNA                 PIC X(128).
007300     05 FILLER                 PIC X(01).
007400     05 SI-SAMPLE-ID           PIC X(10).
007500*    HAMMIN AS HAMMING READS IT
007600 FD  HAMMING-OUT-FILE.
007700 01  HAMMIN-RECORD.
007800     05 PI-SAMPLE-ID           PIC X(10).
007900     05 FILLER                 PIC X(01).
008000     05 PI-STRAND-A            PIC X(200).
008100     05 FILLER                 PIC X(01).
008200     05 PI-STRAND-B            PIC X(200).
008210     05 FILLER                 PIC X(01).
008220     05 PI-SAMPLE-B-ID         PIC X(10).
008300*    MUTIN AS MUT-IMPACT READS IT
008400 FD  MUTATION-OUT-FILE.
008500 01  MUTIN-RECORD.
008600     05 MI-SAMPLE-ID           PIC X(10).
008700     05 FILLER                 PIC X(01).
008800     05 MI-REFERENCE           PIC X(60).
008900     05 FILLER                 PIC X(01).
009000     05 MI-VARIANT             PIC X(60).
009010     05 FILLER                 PIC X(01).
009020     05 MI-SAMPLE-B-ID         PIC X(10).
009100 FD  JOB-ACCT-FILE
009200     RECORDING MODE IS F.
009300 01  JOB-ACCT-FILE-RECORD      PIC X(60).
009400 WORKING-STORAGE SECTION.
009500*--------------------------------------------------------------
009600* FILE STATUS AND RUN CONTROLS
009700*--------------------------------------------------------------
009800 77  WS-FASTAIN-STATUS         PIC XX.
009900 77  WS-PAIRCARD-STATUS        PIC XX.
010000 77  WS-NUCIN-STATUS           PIC XX.
010100 77  WS-HAMMIN-STATUS          PIC XX.
010200 77  WS-MUTIN-STATUS           PIC XX.
010300 77  WS-JOBACCT-STATUS         PIC XX.
010400 77  WS-INPUT-EOF-SW           PIC X(01) VALUE "N".
010500     88 END-OF-INPUT           VALUE "Y".
010600 77  WS-FASTA-MISSING-SW       PIC X(01) VALUE "N".
010700     88 FASTA-NOT-RECEIVED     VALUE "Y".
010800 77  WS-BUS-DATE               PIC X(08) VALUE SPACES.
010900 77  WS-JA-START-TIMESTAMP     PIC X(14).
011000 77  WS-REJECT-NOTE            PIC X(30) VALUE SPACES.
011100 77  WS-MAX-STRAND             PIC 9(03) VALUE 128.
011200 77  WS-MAX-MUTIN              PIC 9(03) VALUE 60.
011300*--------------------------------------------------------------
011400* RUN COUNTS
011500*--------------------------------------------------------------
011600 77  WS-LINES-READ             PIC 9(07) BINARY VALUE ZERO.
011700 77  WS-SAMPLES-READ           PIC 9(05) BINARY VALUE ZERO.
011800 77  WS-SAMPLES-CONVERTED      PIC 9(05) BINARY VALUE ZERO.
011900 77  WS-SAMPLES-REJECTED       PIC 9(05) BINARY VALUE ZERO.
012000 77  WS-STRAY-LINES            PIC 9(05) BINARY VALUE ZERO.
012100 77  WS-CARDS-READ             PIC 9(05) BINARY VALUE ZERO.
012200 77  WS-HAMMIN-WRITTEN         PIC 9(05) BINARY VALUE ZERO.
012300 77  WS-MUTIN-WRITTEN          PIC 9(05) BINARY VALUE ZERO.
012400 77  WS-PAIRS-REJECTED         PIC 9(05) BINARY VALUE ZERO.
012500 77  WS-COUNT-ED               PIC ZZZZ9.
012600*--------------------------------------------------------------
012700* SAMPLE BEING JOINED - HEADER FIELDS AND THE SEQUENCE BUILT UP
012800* ONE WRAPPED LINE AT A TIME. THE BUFFER HOLDS MORE THAN ANY
012900* STRAND FIELD SO AN OVERLONG SAMPLE IS MEASURED, NOT CUT.
013000*--------------------------------------------------------------
013100 77  WS-SAMPLE-OPEN-SW         PIC X(01) VALUE "N".
013200     88 SAMPLE-OPEN            VALUE "Y".
013300 77  WS-HDR-LINE-NO            PIC 9(07) BINARY VALUE ZERO.
013400 77  WS-HDR-ID                 PIC X(40) VALUE SPACES.
013500 77  WS-HDR-ID-LEN             PIC 9(03) BINARY VALUE ZERO.
013600 77  WS-HDR-REJECT             PIC X(30) VALUE SPACES.
013700 77  WS-SAMPLE-ID              PIC X(10) VALUE SPACES.
013800 77  WS-SEQ-LEN                PIC 9(05) BINARY VALUE ZERO.
013900 77  WS-SEQ-BAD-BASE-SW        PIC X(01) VALUE "N".
014000     88 SEQ-HAS-BAD-BASE       VALUE "Y".
014100 77  WS-SEQ-BUFFER             PIC X(256) VALUE SPACES.
014200 77  WS-LINE-POS               PIC 9(03) BINARY.
014300 77  WS-ID-POS                 PIC 9(03) BINARY.
014400 77  WS-ONE-CHAR               PIC X(01).
014500     88 VALID-BASE             VALUE "A" "C" "G" "T"
014600                                     "N" "R" "Y" "S" "W"
014700                                     "K" "M" "B" "D" "H"
014800                                     "V".
014900     88 VALID-ID-CHAR          VALUE "A" THRU "Z"
015000                                     "a" THRU "z"
015100                                     "0" THRU "9"
015200                                     "-" "_" ".".
015300 77  WS-LINE-UPPER             PIC X(200).
015400*--------------------------------------------------------------
015500* SAMPLES CONVERTED THIS RUN, KEPT FOR THE PAIRING CARD
015600*--------------------------------------------------------------
015700 01  WS-SAMPLE-TABLE.
015800     05 WS-SMP-COUNT           PIC 9(03) BINARY VALUE ZERO.
015900     05 WS-SMP-ENTRY OCCURS 500 TIMES.
016000        10 WS-SMP-ID           PIC X(10).
016100        10 WS-SMP-LEN          PIC 9(03).
016200        10 WS-SMP-SEQ          PIC X(128).
016300 77  WS-SMP-SCAN               PIC 9(03) BINARY.
016400 77  WS-SMP-FOUND-SW           PIC X(01) VALUE "N".
016500     88 SAMPLE-FOUND           VALUE "Y".
016600 77  WS-SMP-SLOT               PIC 9(03) BINARY.
016700 77  WS-SMP-SLOT-A             PIC 9(03) BINARY.
016800 77  WS-SMP-SLOT-B             PIC 9(03) BINARY.
016900 77  WS-SMP-KEY                PIC X(10).
017000*    EVERY SAMPLE ID SEEN IN THE EXPORT, GOOD OR BAD, SO A
017100*    REPEATED HEADER IS CAUGHT EVEN AFTER THE FIRST WAS REJECTED
017200 01  WS-SEEN-TABLE.
017300     05 WS-SEEN-COUNT          PIC 9(03) BINARY VALUE ZERO.
017400     05 WS-SEEN-ID OCCURS 500 TIMES PIC X(10).
017500 77  WS-SEEN-SCAN              PIC 9(03) BINARY.
017600 77  WS-SEEN-SW                PIC X(01) VALUE "N".
017700     88 ID-SEEN-IN-EXPORT      VALUE "Y".
017800*--------------------------------------------------------------
017900* NUCIN FEED CONTROL TOTALS
018000*--------------------------------------------------------------
018100 77  WS-FC-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
018200 77  WS-FC-HASH                PIC 9(13) VALUE ZERO.
018300 77  WS-FC-SCAN                PIC 9(03).
018400 77  WS-FC-DIGIT               PIC 9(01).
018500 COPY FEEDCTL.
018600 COPY JOBACCT.
018700 COPY RUNPARM.
018800 COPY RPTWRITE.
018900 01  WS-RPT-DETAIL             PIC X(100).
019000*--------------------------------------------------------------
019100* REPORT LINES
019200*--------------------------------------------------------------
019300 01  WS-SAMPLE-LINE.
019400     05 SL-SAMPLE-ID           PIC X(10).
019500     05 FILLER                 PIC X(02) VALUE SPACES.
019600     05 SL-LINE-NO             PIC ZZZZZZ9.
019700     05 FILLER                 PIC X(02) VALUE SPACES.
019800     05 SL-BASES               PIC ZZZZ9.
019900     05 FILLER                 PIC X(02) VALUE SPACES.
020000     05 SL-STATUS              PIC X(09).
020100     05 FILLER                 PIC X(02) VALUE SPACES.
020200     05 SL-NOTE                PIC X(30).
020300 01  WS-SAMPLE-HEADING.
020400     05 FILLER                 PIC X(12) VALUE "SAMPLE ID".
020500     05 FILLER                 PIC X(09) VALUE "   LINE".
020600     05 FILLER                 PIC X(07) VALUE "BASES".
020700     05 FILLER                 PIC X(11) VALUE "STATUS".
020800     05 FILLER                 PIC X(04) VALUE "NOTE".
020900 01  WS-PAIR-LINE.
021000     05 PL-TARGET              PIC X(06).
021100     05 FILLER                 PIC X(02) VALUE SPACES.
021400     05 PL-SAMPLE-A            PIC X(10).
021500     05 FILLER                 PIC X(02) VALUE SPACES.
021600     05 PL-SAMPLE-B            PIC X(10).
021700     05 FILLER                 PIC X(02) VALUE SPACES.
021800     05 PL-STATUS              PIC X(09).
021900     05 FILLER                 PIC X(02) VALUE SPACES.
022000     05 PL-NOTE                PIC X(30).
022100 01  WS-PAIR-HEADING.
022200     05 FILLER                 PIC X(08) VALUE "TARGET".
022400     05 FILLER                 PIC X(12) VALUE "SAMPLE A".
022500     05 FILLER                 PIC X(12) VALUE "SAMPLE B".
022600     05 FILLER                 PIC X(11) VALUE "STATUS".
022700     05 FILLER                 PIC X(04) VALUE "NOTE".
022800 PROCEDURE DIVISION.
022900*--------------------------------------------------------------
023000* 0000-MAINLINE
023100*--------------------------------------------------------------
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023400     PERFORM 2000-CONVERT-FASTA THRU 2000-CONVERT-FASTA-EXIT
023500     IF NOT FASTA-NOT-RECEIVED
023600        PERFORM 4000-PAIR-SAMPLES THRU 4000-PAIR-SAMPLES-EXIT
023700     END-IF
023800     PERFORM 9000-FINISH THRU 9000-FINISH-EXIT
023900*    8 WHEN THERE WAS NO EXPORT TO CONVERT; 4 WHEN ANY SAMPLE OR
024000*    PAIR WAS REJECTED - THE STRAND JOBS STILL RUN ON WHAT WAS
024100*    CONVERTED
024200     IF FASTA-NOT-RECEIVED
024300        MOVE 8 TO RETURN-CODE
024400     ELSE
024500        IF WS-SAMPLES-REJECTED > ZERO OR WS-STRAY-LINES > ZERO
024600           OR WS-PAIRS-REJECTED > ZERO
024700           MOVE 4 TO RETURN-CODE
024800        END-IF
024900     END-IF
025000     STOP RUN.
025100*--------------------------------------------------------------
025200* 1000-INITIALIZE - BUSINESS DATE FROM RUNCTL FOR THE NUCIN
025300*          HEADER; OPEN THE INTAKE REPORT
025400*--------------------------------------------------------------
025500 1000-INITIALIZE.
025600     MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JA-START-TIMESTAMP
025700     MOVE "FASTAINT" TO RP-PROGRAM-ID
025800     MOVE "ASOFDATE" TO RP-KEYWORD
025900     MOVE SPACES TO RP-DEFAULT
026000     CALL "RUNPARM" USING RUN-PARM-CONTROL
026100     IF RP-VALUE-FOUND AND RP-VALUE(1:8) IS NUMERIC
026200        MOVE RP-VALUE(1:8) TO WS-BUS-DATE
026300     ELSE
026400        MOVE WS-JA-START-TIMESTAMP(1:8) TO WS-BUS-DATE
026500     END-IF
026600     MOVE "O" TO RPT-REQUEST
026700     MOVE "FASTAINT" TO RPT-PROGRAM-ID
026800     MOVE "FASTARPT" TO RPT-REPORT-NAME
026900     MOVE "FASTA SAMPLE INTAKE" TO RPT-TITLE
027000     MOVE WS-SAMPLE-HEADING TO RPT-COL-HEADING
027100     MOVE 60 TO RPT-LINES-PER-PAGE
027200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
027300     MOVE SPACES TO WS-RPT-DETAIL
027400     STRING "BUSINESS DATE " DELIMITED BY SIZE
027500        WS-BUS-DATE DELIMITED BY SIZE
027600        INTO WS-RPT-DETAIL
027700     END-STRING
027800     MOVE "D" TO RPT-REQUEST
027900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
028000 1000-INITIALIZE-EXIT.
028100     EXIT.
028200*--------------------------------------------------------------
028300* 2000-CONVERT-FASTA - JOIN EVERY SAMPLE IN THE EXPORT AND WRITE
028400*          THE GOOD ONES TO NUCIN BETWEEN ITS CONTROL RECORDS
028500*--------------------------------------------------------------
028600 2000-CONVERT-FASTA.
028700     OPEN INPUT FASTA-IN-FILE
028800     IF WS-FASTAIN-STATUS NOT = "00"
028900        SET FASTA-NOT-RECEIVED TO TRUE
029000        MOVE "FASTA EXPORT (FASTAIN) NOT RECEIVED"
029100           TO WS-RPT-DETAIL
029200        MOVE "D" TO RPT-REQUEST
029300        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
029400        GO TO 2000-CONVERT-FASTA-EXIT
029500     END-IF
029600     OPEN OUTPUT STRAND-OUT-FILE
029700     MOVE SPACES TO FEED-CONTROL-RECORD
029800     MOVE "HDR" TO FC-RECORD-TYPE
029900     MOVE "NUCIN" TO FC-FEED-NAME
030000     MOVE WS-BUS-DATE TO FC-BUSINESS-DATE
030100     MOVE ZERO TO FC-RECORD-COUNT
030200     MOVE ZERO TO FC-HASH-TOTAL
030300     MOVE SPACES TO NUCIN-RECORD
030400     MOVE FEED-CONTROL-RECORD TO NUCIN-RECORD(1:39)
030500     WRITE NUCIN-RECORD
030600     MOVE "N" TO WS-INPUT-EOF-SW
030700     PERFORM 2100-READ-ONE-LINE THRU 2100-READ-ONE-LINE-EXIT
030800        UNTIL END-OF-INPUT
030900*    THE LAST SAMPLE IN THE EXPORT HAS NO FOLLOWING HEADER
031000     IF SAMPLE-OPEN
031100        PERFORM 3000-CLOSE-SAMPLE THRU 3000-CLOSE-SAMPLE-EXIT
031200     END-IF
031300     MOVE SPACES TO FEED-CONTROL-RECORD
031400     MOVE "TRL" TO FC-RECORD-TYPE
031500     MOVE "NUCIN" TO FC-FEED-NAME
031600     MOVE WS-BUS-DATE TO FC-BUSINESS-DATE
031700     MOVE WS-FC-DETAIL-COUNT TO FC-RECORD-COUNT
031800     MOVE WS-FC-HASH TO FC-HASH-TOTAL
031900     MOVE SPACES TO NUCIN-RECORD
032000     MOVE FEED-CONTROL-RECORD TO NUCIN-RECORD(1:39)
032100     WRITE NUCIN-RECORD
032200     CLOSE STRAND-OUT-FILE
032300     CLOSE FASTA-IN-FILE.
032400 2000-CONVERT-FASTA-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------
032700* 2100-READ-ONE-LINE - A HEADER CLOSES THE SAMPLE BEFORE IT AND
032800*          OPENS A NEW ONE; ANY OTHER NON-BLANK LINE IS MORE OF
032900*          THE CURRENT SAMPLE'S SEQUENCE
033000*--------------------------------------------------------------
033100 2100-READ-ONE-LINE.
033200     READ FASTA-IN-FILE
033300        AT END
033400           SET END-OF-INPUT TO TRUE
033500           GO TO 2100-READ-ONE-LINE-EXIT
033600     END-READ
033700     ADD 1 TO WS-LINES-READ
033800     IF FASTA-IN-RECORD = SPACES
033900        GO TO 2100-READ-ONE-LINE-EXIT
034000     END-IF
034100     IF FASTA-IN-RECORD(1:1) = ">"
034200        IF SAMPLE-OPEN
034300           PERFORM 3000-CLOSE-SAMPLE THRU 3000-CLOSE-SAMPLE-EXIT
034400        END-IF
034500        PERFORM 2200-OPEN-SAMPLE THRU 2200-OPEN-SAMPLE-EXIT
034600        GO TO 2100-READ-ONE-LINE-EXIT
034700     END-IF
034800*    SEQUENCE WITH NO HEADER ABOVE IT CANNOT BE CREDITED TO ANY
034900*    SAMPLE
035000     IF NOT SAMPLE-OPEN
035100        ADD 1 TO WS-STRAY-LINES
035200        MOVE SPACES TO WS-SAMPLE-LINE
035300        MOVE "(NONE)" TO SL-SAMPLE-ID
035400        MOVE WS-LINES-READ TO SL-LINE-NO
035500        MOVE "REJECTED" TO SL-STATUS
035600        MOVE "SEQUENCE BEFORE ANY HEADER" TO SL-NOTE
035700        MOVE WS-SAMPLE-LINE TO WS-RPT-DETAIL
035800        MOVE "D" TO RPT-REQUEST
035900        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
036000        GO TO 2100-READ-ONE-LINE-EXIT
036100     END-IF
036200     PERFORM 2300-APPEND-SEQUENCE THRU 2300-APPEND-SEQUENCE-EXIT.
036300 2100-READ-ONE-LINE-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------
036600* 2200-OPEN-SAMPLE - THE SAMPLE ID IS THE FIRST WORD AFTER THE
036700*          ">"; IT MUST START RIGHT AFTER IT, FIT THE 10-BYTE
036800*          SAMPLE-ID FIELDS, AND USE ONLY LETTERS, DIGITS, AND
036900*          - _ . -- ANYTHING ELSE IS A MISTYPED HEADER
037000*--------------------------------------------------------------
037100 2200-OPEN-SAMPLE.
037200     SET SAMPLE-OPEN TO TRUE
037300     ADD 1 TO WS-SAMPLES-READ
037400     MOVE WS-LINES-READ TO WS-HDR-LINE-NO
037500     MOVE SPACES TO WS-HDR-REJECT
037600     MOVE SPACES TO WS-SAMPLE-ID
037700     MOVE SPACES TO WS-SEQ-BUFFER
037800     MOVE ZERO TO WS-SEQ-LEN
037900     MOVE "N" TO WS-SEQ-BAD-BASE-SW
038000     MOVE SPACES TO WS-HDR-ID
038100     MOVE ZERO TO WS-HDR-ID-LEN
038200     IF FASTA-IN-RECORD(2:1) = SPACE
038300        MOVE "HEADER HAS NO SAMPLE ID" TO WS-HDR-REJECT
038400        GO TO 2200-OPEN-SAMPLE-EXIT
038500     END-IF
038600     UNSTRING FASTA-IN-RECORD(2:199) DELIMITED BY SPACE
038700        INTO WS-HDR-ID COUNT IN WS-HDR-ID-LEN
038800     END-UNSTRING
038900     MOVE WS-HDR-ID(1:10) TO WS-SAMPLE-ID
039000     IF WS-HDR-ID-LEN > 10
039100        MOVE "SAMPLE ID LONGER THAN 10" TO WS-HDR-REJECT
039200        GO TO 2200-OPEN-SAMPLE-EXIT
039300     END-IF
039400     PERFORM 2210-CHECK-ID-CHAR THRU 2210-CHECK-ID-CHAR-EXIT
039500        VARYING WS-ID-POS FROM 1 BY 1
039600        UNTIL WS-ID-POS > WS-HDR-ID-LEN
039700           OR WS-HDR-REJECT NOT = SPACES
039800     IF WS-HDR-REJECT NOT = SPACES
039900        GO TO 2200-OPEN-SAMPLE-EXIT
040000     END-IF
040100     MOVE "N" TO WS-SEEN-SW
040200     PERFORM 2220-SCAN-ONE-SEEN THRU 2220-SCAN-ONE-SEEN-EXIT
040300        VARYING WS-SEEN-SCAN FROM 1 BY 1
040400        UNTIL WS-SEEN-SCAN > WS-SEEN-COUNT
040500           OR ID-SEEN-IN-EXPORT
040600     IF ID-SEEN-IN-EXPORT
040700        MOVE "SAMPLE ID REPEATED IN EXPORT" TO WS-HDR-REJECT
040800        GO TO 2200-OPEN-SAMPLE-EXIT
040900     END-IF
041000     IF WS-SEEN-COUNT < 500
041100        ADD 1 TO WS-SEEN-COUNT
041200        MOVE WS-SAMPLE-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
041300     END-IF.
041400 2200-OPEN-SAMPLE-EXIT.
041500     EXIT.
041600 2210-CHECK-ID-CHAR.
041700     MOVE WS-HDR-ID(WS-ID-POS:1) TO WS-ONE-CHAR
041800     IF NOT VALID-ID-CHAR
041900        MOVE "INVALID CHARACTER IN SAMPLE ID" TO WS-HDR-REJECT
042000     END-IF.
042100 2210-CHECK-ID-CHAR-EXIT.
042200     EXIT.
042300 2220-SCAN-ONE-SEEN.
042400     IF WS-SEEN-ID(WS-SEEN-SCAN) = WS-SAMPLE-ID
042500        SET ID-SEEN-IN-EXPORT TO TRUE
042600     END-IF.
042700 2220-SCAN-ONE-SEEN-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------
043000* 2300-APPEND-SEQUENCE - ADD ONE WRAPPED LINE TO THE SAMPLE,
043100*          UPPER-CASED, WITH EMBEDDED BLANKS DROPPED. THE
043200*          LENGTH KEEPS COUNTING PAST THE BUFFER SO THE REPORT
043300*          SHOWS HOW LONG AN OVERLONG SAMPLE REALLY WAS.
043400*--------------------------------------------------------------
043500 2300-APPEND-SEQUENCE.
043600     MOVE FASTA-IN-RECORD TO WS-LINE-UPPER
043700     INSPECT WS-LINE-UPPER CONVERTING
043800        "abcdefghijklmnopqrstuvwxyz"
043900        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
044000     PERFORM 2310-APPEND-ONE-CHAR THRU 2310-APPEND-ONE-CHAR-EXIT
044100        VARYING WS-LINE-POS FROM 1 BY 1
044200        UNTIL WS-LINE-POS > 200.
044300 2300-APPEND-SEQUENCE-EXIT.
044400     EXIT.
044500 2310-APPEND-ONE-CHAR.
044600     MOVE WS-LINE-UPPER(WS-LINE-POS:1) TO WS-ONE-CHAR
044700     IF WS-ONE-CHAR = SPACE
044800        GO TO 2310-APPEND-ONE-CHAR-EXIT
044900     END-IF
045000     IF NOT VALID-BASE
045100        SET SEQ-HAS-BAD-BASE TO TRUE
045200     END-IF
045300     ADD 1 TO WS-SEQ-LEN
045400     IF WS-SEQ-LEN NOT > 256
045500        MOVE WS-ONE-CHAR TO WS-SEQ-BUFFER(WS-SEQ-LEN:1)
045600     END-IF.
045700 2310-APPEND-ONE-CHAR-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------
046000* 3000-CLOSE-SAMPLE - THE SAMPLE IS COMPLETE: REJECT IT OR WRITE
046100*          IT TO NUCIN, AND LIST IT EITHER WAY
046200*--------------------------------------------------------------
046300 3000-CLOSE-SAMPLE.
046400     MOVE "N" TO WS-SAMPLE-OPEN-SW
046500     MOVE SPACES TO WS-SAMPLE-LINE
046600     MOVE WS-SAMPLE-ID TO SL-SAMPLE-ID
046700     IF WS-SAMPLE-ID = SPACES
046800        MOVE "(NONE)" TO SL-SAMPLE-ID
046900     END-IF
047000     MOVE WS-HDR-LINE-NO TO SL-LINE-NO
047100     MOVE WS-SEQ-LEN TO SL-BASES
047200     MOVE WS-HDR-REJECT TO WS-REJECT-NOTE
047300     IF WS-REJECT-NOTE = SPACES
047400        PERFORM 3100-EDIT-SEQUENCE THRU 3100-EDIT-SEQUENCE-EXIT
047500     END-IF
047600     IF WS-REJECT-NOTE NOT = SPACES
047700        ADD 1 TO WS-SAMPLES-REJECTED
047800        MOVE "REJECTED" TO SL-STATUS
047900        MOVE WS-REJECT-NOTE TO SL-NOTE
048000        GO TO 3000-WRITE-LINE
048100     END-IF
048200     MOVE SPACES TO NUCIN-RECORD
048300     MOVE WS-SEQ-BUFFER(1:128) TO SI-DNA
048400     MOVE WS-SAMPLE-ID TO SI-SAMPLE-ID
048500     PERFORM 3200-ACCUM-FEED-HASH THRU 3200-ACCUM-FEED-HASH-EXIT
048600     WRITE NUCIN-RECORD
048700     ADD 1 TO WS-FC-DETAIL-COUNT
048800     ADD 1 TO WS-SAMPLES-CONVERTED
048900     MOVE "CONVERTED" TO SL-STATUS
049000     IF WS-SMP-COUNT < 500
049100        ADD 1 TO WS-SMP-COUNT
049200        MOVE WS-SAMPLE-ID TO WS-SMP-ID(WS-SMP-COUNT)
049300        MOVE WS-SEQ-LEN TO WS-SMP-LEN(WS-SMP-COUNT)
049400        MOVE WS-SEQ-BUFFER(1:128) TO WS-SMP-SEQ(WS-SMP-COUNT)
049500     ELSE
049600        MOVE "PAIRING TABLE FULL - NOT PAIRED" TO SL-NOTE
049700     END-IF.
049800 3000-WRITE-LINE.
049900     MOVE WS-SAMPLE-LINE TO WS-RPT-DETAIL
050000     MOVE "D" TO RPT-REQUEST
050100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
050200 3000-CLOSE-SAMPLE-EXIT.
050300     EXIT.
050400*--------------------------------------------------------------
050500* 3100-EDIT-SEQUENCE - LEAVES A REJECT NOTE WHEN THE JOINED
050600*          SEQUENCE CANNOT GO TO NUCIN
050700*--------------------------------------------------------------
050800 3100-EDIT-SEQUENCE.
050900     IF WS-SEQ-LEN = ZERO
051000        MOVE "EMPTY SEQUENCE" TO WS-REJECT-NOTE
051100        GO TO 3100-EDIT-SEQUENCE-EXIT
051200     END-IF
051300     IF SEQ-HAS-BAD-BASE
051400        MOVE "BASE OUTSIDE IUPAC ALPHABET" TO WS-REJECT-NOTE
051500        GO TO 3100-EDIT-SEQUENCE-EXIT
051600     END-IF
051700     IF WS-SEQ-LEN > WS-MAX-STRAND
051800        MOVE "LONGER THAN 128-BASE STRAND" TO WS-REJECT-NOTE
051900     END-IF.
052000 3100-EDIT-SEQUENCE-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------
052300* 3200-ACCUM-FEED-HASH - ADD EVERY NUMERIC DIGIT IN THE DETAIL
052400*          RECORD TO THE RUNNING FEED HASH
052500*--------------------------------------------------------------
052600 3200-ACCUM-FEED-HASH.
052700     PERFORM 3210-ACCUM-ONE-DIGIT
052800        THRU 3210-ACCUM-ONE-DIGIT-EXIT
052900        VARYING WS-FC-SCAN FROM 1 BY 1
053000        UNTIL WS-FC-SCAN > 139.
053100 3200-ACCUM-FEED-HASH-EXIT.
053200     EXIT.
053300 3210-ACCUM-ONE-DIGIT.
053400     IF NUCIN-RECORD(WS-FC-SCAN:1) IS NUMERIC
053500        MOVE NUCIN-RECORD(WS-FC-SCAN:1) TO WS-FC-DIGIT
053600        ADD WS-FC-DIGIT TO WS-FC-HASH
053700     END-IF.
053800 3210-ACCUM-ONE-DIGIT-EXIT.
053900     EXIT.
054000*--------------------------------------------------------------
054100* 4000-PAIR-SAMPLES - WRITE THE HAMMIN AND MUTIN RECORDS THE
054200*          PAIRING CARD ASKS FOR. BOTH FEEDS ARE REBUILT EVERY
054300*          RUN SO A PAIR FROM AN EARLIER EXPORT IS NEVER RERUN.
054400*--------------------------------------------------------------
054500 4000-PAIR-SAMPLES.
054600     OPEN OUTPUT HAMMING-OUT-FILE
054700     OPEN OUTPUT MUTATION-OUT-FILE
054800     MOVE SPACES TO WS-RPT-DETAIL
054900     MOVE "D" TO RPT-REQUEST
055000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
055100     MOVE "SAMPLE PAIRS FROM THE PAIRING CARD:" TO WS-RPT-DETAIL
055200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
055300     OPEN INPUT PAIR-CARD-FILE
055400     IF WS-PAIRCARD-STATUS NOT = "00"
055500        MOVE "NO PAIRING CARD (PAIRCARD) - NO PAIRS WRITTEN"
055600           TO WS-RPT-DETAIL
055700        CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
055800        GO TO 4000-CLOSE-PAIR-FILES
055900     END-IF
056000     MOVE WS-PAIR-HEADING TO WS-RPT-DETAIL
056100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
056200     MOVE "N" TO WS-INPUT-EOF-SW
056300     PERFORM 4100-PAIR-ONE-CARD THRU 4100-PAIR-ONE-CARD-EXIT
056400        UNTIL END-OF-INPUT
056500     CLOSE PAIR-CARD-FILE.
056600 4000-CLOSE-PAIR-FILES.
056700     CLOSE HAMMING-OUT-FILE
056800     CLOSE MUTATION-OUT-FILE.
056900 4000-PAIR-SAMPLES-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------
057200* 4100-PAIR-ONE-CARD - BOTH SAMPLES MUST HAVE BEEN CONVERTED IN
057300*          THIS RUN; A MUTIN PAIR MUST ALSO FIT ITS 60-BASE
057400*          REFERENCE AND VARIANT FIELDS
057500*--------------------------------------------------------------
057600 4100-PAIR-ONE-CARD.
057700     READ PAIR-CARD-FILE
057800        AT END
057900           SET END-OF-INPUT TO TRUE
058000           GO TO 4100-PAIR-ONE-CARD-EXIT
058100     END-READ
058200     IF PAIR-CARD-RECORD = SPACES
058300        OR PAIR-CARD-RECORD(1:1) = "*"
058400        GO TO 4100-PAIR-ONE-CARD-EXIT
058500     END-IF
058600     ADD 1 TO WS-CARDS-READ
058700     MOVE SPACES TO WS-PAIR-LINE
058800     MOVE PC-TARGET TO PL-TARGET
058900     MOVE PC-SAMPLE-A TO PL-SAMPLE-A
059000     MOVE PC-SAMPLE-B TO PL-SAMPLE-B
059500     MOVE SPACES TO WS-REJECT-NOTE
059600     PERFORM 4200-EDIT-CARD THRU 4200-EDIT-CARD-EXIT
059700     IF WS-REJECT-NOTE NOT = SPACES
059800        ADD 1 TO WS-PAIRS-REJECTED
059900        MOVE "REJECTED" TO PL-STATUS
060000        MOVE WS-REJECT-NOTE TO PL-NOTE
060100        GO TO 4100-WRITE-LINE
060200     END-IF
060300     IF PC-TARGET = "HAMMIN"
060400        MOVE SPACES TO HAMMIN-RECORD
060500        MOVE PC-SAMPLE-A TO PI-SAMPLE-ID
060600        MOVE WS-SMP-SEQ(WS-SMP-SLOT-A) TO PI-STRAND-A
060700        MOVE WS-SMP-SEQ(WS-SMP-SLOT-B) TO PI-STRAND-B
060710        MOVE PC-SAMPLE-B TO PI-SAMPLE-B-ID
060800        WRITE HAMMIN-RECORD
060900        ADD 1 TO WS-HAMMIN-WRITTEN
061000     ELSE
061100        MOVE SPACES TO MUTIN-RECORD
061200        MOVE PC-SAMPLE-A TO MI-SAMPLE-ID
061300        MOVE WS-SMP-SEQ(WS-SMP-SLOT-A) TO MI-REFERENCE
061400        MOVE WS-SMP-SEQ(WS-SMP-SLOT-B) TO MI-VARIANT
061410        MOVE PC-SAMPLE-B TO MI-SAMPLE-B-ID
061500        WRITE MUTIN-RECORD
061600        ADD 1 TO WS-MUTIN-WRITTEN
061700     END-IF
061800     MOVE "WRITTEN" TO PL-STATUS.
061900 4100-WRITE-LINE.
062000     MOVE WS-PAIR-LINE TO WS-RPT-DETAIL
062100     MOVE "D" TO RPT-REQUEST
062200     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL.
062300 4100-PAIR-ONE-CARD-EXIT.
062400     EXIT.
062500*--------------------------------------------------------------
062600* 4200-EDIT-CARD - LEAVES A REJECT NOTE, OR THE TABLE SLOTS OF
062700*          THE TWO SAMPLES
062800*--------------------------------------------------------------
062900 4200-EDIT-CARD.
063000     IF PC-TARGET NOT = "HAMMIN" AND PC-TARGET NOT = "MUTIN"
063100        MOVE "TARGET NOT HAMMIN OR MUTIN" TO WS-REJECT-NOTE
063200        GO TO 4200-EDIT-CARD-EXIT
063300     END-IF
063400     IF PC-SAMPLE-A = PC-SAMPLE-B
063500        MOVE "SAME SAMPLE ON BOTH SIDES" TO WS-REJECT-NOTE
063600        GO TO 4200-EDIT-CARD-EXIT
063700     END-IF
063800     MOVE PC-SAMPLE-A TO WS-SMP-KEY
063900     PERFORM 6000-FIND-SAMPLE THRU 6000-FIND-SAMPLE-EXIT
064000     IF NOT SAMPLE-FOUND
064100        MOVE "SAMPLE A NOT CONVERTED" TO WS-REJECT-NOTE
064200        GO TO 4200-EDIT-CARD-EXIT
064300     END-IF
064400     MOVE WS-SMP-SLOT TO WS-SMP-SLOT-A
064500     MOVE PC-SAMPLE-B TO WS-SMP-KEY
064600     PERFORM 6000-FIND-SAMPLE THRU 6000-FIND-SAMPLE-EXIT
064700     IF NOT SAMPLE-FOUND
064800        MOVE "SAMPLE B NOT CONVERTED" TO WS-REJECT-NOTE
064900        GO TO 4200-EDIT-CARD-EXIT
065000     END-IF
065100     MOVE WS-SMP-SLOT TO WS-SMP-SLOT-B
065200     IF PC-TARGET = "MUTIN"
065300        IF WS-SMP-LEN(WS-SMP-SLOT-A) > WS-MAX-MUTIN
065400           OR WS-SMP-LEN(WS-SMP-SLOT-B) > WS-MAX-MUTIN
065500           MOVE "LONGER THAN 60-BASE MUTIN FIELD"
065600              TO WS-REJECT-NOTE
065700        END-IF
065800     END-IF.
065900 4200-EDIT-CARD-EXIT.
066000     EXIT.
066100*--------------------------------------------------------------
066200* 6000-FIND-SAMPLE - LOCATE THE CONVERTED SAMPLE FOR WS-SMP-KEY
066300*--------------------------------------------------------------
066400 6000-FIND-SAMPLE.
066500     MOVE "N" TO WS-SMP-FOUND-SW
066600     MOVE ZERO TO WS-SMP-SLOT
066700     IF WS-SMP-KEY = SPACES
066800        GO TO 6000-FIND-SAMPLE-EXIT
066900     END-IF
067000     PERFORM 6100-SCAN-ONE-SAMPLE THRU 6100-SCAN-ONE-SAMPLE-EXIT
067100        VARYING WS-SMP-SCAN FROM 1 BY 1
067200        UNTIL WS-SMP-SCAN > WS-SMP-COUNT
067300           OR SAMPLE-FOUND.
067400 6000-FIND-SAMPLE-EXIT.
067500     EXIT.
067600 6100-SCAN-ONE-SAMPLE.
067700     IF WS-SMP-ID(WS-SMP-SCAN) = WS-SMP-KEY
067800        SET SAMPLE-FOUND TO TRUE
067900        MOVE WS-SMP-SCAN TO WS-SMP-SLOT
068000     END-IF.
068100 6100-SCAN-ONE-SAMPLE-EXIT.
068200     EXIT.
068300*--------------------------------------------------------------
068400* 9000-FINISH - RUN COUNTS, CLOSE THE REPORT, JOB ACCOUNTING
068500*--------------------------------------------------------------
068600 9000-FINISH.
068700     MOVE SPACES TO WS-RPT-DETAIL
068800     MOVE "D" TO RPT-REQUEST
068900     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
069000     MOVE WS-SAMPLES-READ TO WS-COUNT-ED
069100     MOVE SPACES TO WS-RPT-DETAIL
069200     STRING "SAMPLES READ       : " DELIMITED BY SIZE
069300        WS-COUNT-ED DELIMITED BY SIZE
069400        INTO WS-RPT-DETAIL
069500     END-STRING
069600     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
069700     MOVE WS-SAMPLES-CONVERTED TO WS-COUNT-ED
069800     MOVE SPACES TO WS-RPT-DETAIL
069900     STRING "SAMPLES CONVERTED  : " DELIMITED BY SIZE
070000        WS-COUNT-ED DELIMITED BY SIZE
070100        INTO WS-RPT-DETAIL
070200     END-STRING
070300     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
070400     MOVE WS-SAMPLES-REJECTED TO WS-COUNT-ED
070500     MOVE SPACES TO WS-RPT-DETAIL
070600     STRING "SAMPLES REJECTED   : " DELIMITED BY SIZE
070700        WS-COUNT-ED DELIMITED BY SIZE
070800        INTO WS-RPT-DETAIL
070900     END-STRING
071000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
071100     MOVE WS-STRAY-LINES TO WS-COUNT-ED
071200     MOVE SPACES TO WS-RPT-DETAIL
071300     STRING "STRAY SEQ LINES    : " DELIMITED BY SIZE
071400        WS-COUNT-ED DELIMITED BY SIZE
071500        INTO WS-RPT-DETAIL
071600     END-STRING
071700     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
071800     MOVE WS-HAMMIN-WRITTEN TO WS-COUNT-ED
071900     MOVE SPACES TO WS-RPT-DETAIL
072000     STRING "HAMMIN PAIRS       : " DELIMITED BY SIZE
072100        WS-COUNT-ED DELIMITED BY SIZE
072200        INTO WS-RPT-DETAIL
072300     END-STRING
072400     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
072500     MOVE WS-MUTIN-WRITTEN TO WS-COUNT-ED
072600     MOVE SPACES TO WS-RPT-DETAIL
072700     STRING "MUTIN PAIRS        : " DELIMITED BY SIZE
072800        WS-COUNT-ED DELIMITED BY SIZE
072900        INTO WS-RPT-DETAIL
073000     END-STRING
073100     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
073200     MOVE WS-PAIRS-REJECTED TO WS-COUNT-ED
073300     MOVE SPACES TO WS-RPT-DETAIL
073400     STRING "PAIRS REJECTED     : " DELIMITED BY SIZE
073500        WS-COUNT-ED DELIMITED BY SIZE
073600        INTO WS-RPT-DETAIL
073700     END-STRING
073800     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
073900     MOVE "C" TO RPT-REQUEST
074000     CALL "RPTWRITE" USING RPT-CONTROL WS-RPT-DETAIL
074100     PERFORM 9100-LOG-JOB-ACCT THRU 9100-LOG-JOB-ACCT-EXIT.
074200 9000-FINISH-EXIT.
074300     EXIT.
074400*--------------------------------------------------------------
074500* 9100-LOG-JOB-ACCT - APPEND ONE ROW TO THE SHOP-WIDE
074600*          JOB-ACCOUNTING LOG, CREATING IT ON FIRST USE
074700*--------------------------------------------------------------
074800 9100-LOG-JOB-ACCT.
074900     OPEN EXTEND JOB-ACCT-FILE
075000     IF WS-JOBACCT-STATUS = "35"
075100        OPEN OUTPUT JOB-ACCT-FILE
075200        CLOSE JOB-ACCT-FILE
075300        OPEN EXTEND JOB-ACCT-FILE
075400     END-IF
075500     MOVE "FASTAINT" TO JA-PROGRAM-NAME
075600     MOVE WS-JA-START-TIMESTAMP TO JA-START-TIMESTAMP
075700     MOVE FUNCTION CURRENT-DATE(1:14) TO JA-END-TIMESTAMP
075800     IF FASTA-NOT-RECEIVED
075900        MOVE "FAILED" TO JA-RETURN-STATUS
076000     ELSE
076100        MOVE "COMPLETED" TO JA-RETURN-STATUS
076200     END-IF
076300     MOVE WS-SAMPLES-READ TO JA-RECORD-COUNT
076400     WRITE JOB-ACCT-FILE-RECORD FROM JOB-ACCT-RECORD
076500     CLOSE JOB-ACCT-FILE.
076600 9100-LOG-JOB-ACCT-EXIT.
076700     EXIT.
