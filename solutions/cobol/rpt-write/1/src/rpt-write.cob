002000*                 TRAILER WITH DETAIL-LINE AND PAGE COUNTS SO A
002100*                 TORN-OFF LAST PAGE IS DETECTABLE. THE RPTWRITE
002200*                 COPYBOOK CARRIES THE CONTROL AREA LAYOUT.
002205* 2026-10-15 RLM  COMPANION DELIMITED EXTRACT ON REQUEST AT
002210*                 OPEN: A HEADER ROW OF THE CALLER'S COLUMN
002215*                 NAMES, THEN ONE DELIMITED ROW PER DETAIL LINE,
002220*                 CUT FROM THE LINE BY THE CALLER'S COLUMN
002225*                 LAYOUT -- NO TITLE BLOCKS, PAGE BREAKS OR
002230*                 TRAILER -- SO THE NUMBERS LOAD STRAIGHT INTO A
002235*                 SPREADSHEET. NEW REQUEST "P" PRINTS A LINE
002240*                 WITHOUT EXTRACTING IT. THE EXTRACT IS A PLAIN
002245*                 132-BYTE LINE FILE SO GDG-KEEP CUTS AND
002250*                 CATALOGS ITS GENERATIONS LIKE THE PRINT FILE.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003000     SELECT REPORT-FILE ASSIGN USING WS-REPORT-NAME
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-REPORT-STATUS.
003210     SELECT EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS WS-EXTRACT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  REPORT-FILE
003600     RECORDING MODE IS F.
003700 01  REPORT-RECORD             PIC X(132).
003710 FD  EXTRACT-FILE
003720     RECORDING MODE IS F.
003730 01  EXTRACT-RECORD            PIC X(132).
003800 WORKING-STORAGE SECTION.
003900*--------------------------------------------------------------
004000* SERVICE STATE - HELD ACROSS CALLS WITHIN ONE RUN UNIT
005200 77  WS-SAVED-PROGRAM          PIC X(08).
005300 77  WS-SAVED-TITLE            PIC X(40).
005400 77  WS-SAVED-HEADING          PIC X(100).
005402*--------------------------------------------------------------
005404* COMPANION EXTRACT STATE AND ROW BUILDING
005406*--------------------------------------------------------------
005408 77  WS-EXTRACT-STATUS         PIC XX.
005410 77  WS-EXTRACT-NAME           PIC X(24) VALUE SPACES.
005412 77  WS-EXTRACT-OPEN-SW        PIC X(01) VALUE "N".
005414     88 EXTRACT-IS-OPEN        VALUE "Y".
005416 77  WS-EXTRACT-ROWS           PIC 9(07) VALUE ZERO.
005418 77  WS-EXTRACT-DELIM          PIC X(01).
005420 77  WS-XC-IDX                 PIC 9(02).
005421 77  WS-XC-COUNT               PIC 9(02) VALUE ZERO.
005422 77  WS-XC-END                 PIC 9(04).
005424 77  WS-XROW                   PIC X(132).
005426 77  WS-XPOS                   PIC 9(03).
005428 77  WS-XFIELD                 PIC X(100).
005430 77  WS-XF-LEN                 PIC 9(03).
005432 77  WS-XF-IDX                 PIC 9(03).
005434 77  WS-XF-CHAR                PIC X(01).
005436 77  WS-XF-SPECIALS            PIC 9(03).
005438 77  WS-XF-NUMERIC-SW          PIC X(01).
005440     88 XF-IS-NUMERIC          VALUE "Y".
005442 01  WS-SAVED-LAYOUT.
005444     05 WS-SL-ENTRY OCCURS 12 TIMES.
005446        10 WS-SL-NAME          PIC X(10).
005448        10 WS-SL-START         PIC 9(03).
005450        10 WS-SL-LENGTH        PIC 9(03).
005452        10 WS-SL-TYPE          PIC X(01).
005500 01  WS-TITLE-LINE.
005600     05 TL-PROGRAM             PIC X(08).
005700     05 FILLER                 PIC X(02) VALUE SPACES.
008400           PERFORM 1000-OPEN-REPORT THRU 1000-OPEN-REPORT-EXIT
008500        WHEN "D"
008600           PERFORM 2000-WRITE-DETAIL THRU 2000-WRITE-DETAIL-EXIT
008610        WHEN "P"
008620           PERFORM 2000-WRITE-DETAIL THRU 2000-WRITE-DETAIL-EXIT
008700        WHEN "C"
008800           PERFORM 3000-CLOSE-REPORT THRU 3000-CLOSE-REPORT-EXIT
008900     END-EVALUATE
010700     SET REPORT-IS-OPEN TO TRUE
010800     MOVE ZERO TO WS-PAGE-NO
010900     MOVE ZERO TO WS-DETAIL-COUNT
011000     PERFORM 1100-NEW-PAGE THRU 1100-NEW-PAGE-EXIT
011010     MOVE "N" TO WS-EXTRACT-OPEN-SW
011020     MOVE ZERO TO WS-EXTRACT-ROWS
011030     IF RPT-EXTRACT-WANTED
011040        PERFORM 1200-OPEN-EXTRACT THRU 1200-OPEN-EXTRACT-EXIT
011050     END-IF.
011100 1000-OPEN-REPORT-EXIT.
011200     EXIT.
011300*--------------------------------------------------------------
013200     END-IF.
013300 1100-NEW-PAGE-EXIT.
013400     EXIT.
013402*--------------------------------------------------------------
013404* 1200-OPEN-EXTRACT - OPEN THE COMPANION FILE AND WRITE ITS
013406*          HEADER ROW OF COLUMN NAMES. AN EXTRACT THAT WILL NOT
013408*          OPEN IS SKIPPED; THE PRINT FILE STILL RUNS.
013410*--------------------------------------------------------------
013412 1200-OPEN-EXTRACT.
013414     MOVE RPT-EXTRACT-LAYOUT TO WS-SAVED-LAYOUT
013416     IF RPT-EXTRACT-NAME NOT = SPACES
013418        MOVE RPT-EXTRACT-NAME TO WS-EXTRACT-NAME
013420     ELSE
013422        MOVE SPACES TO WS-EXTRACT-NAME
013424        STRING RPT-REPORT-NAME DELIMITED BY SPACE
013426           ".CSV" DELIMITED BY SIZE
013428           INTO WS-EXTRACT-NAME
013430        END-STRING
013432     END-IF
013434     IF RPT-EXTRACT-DELIM NOT = SPACE
013436        MOVE RPT-EXTRACT-DELIM TO WS-EXTRACT-DELIM
013438     ELSE
013440        MOVE "," TO WS-EXTRACT-DELIM
013442     END-IF
013444     OPEN OUTPUT EXTRACT-FILE
013446     IF WS-EXTRACT-STATUS NOT = "00"
013448        GO TO 1200-OPEN-EXTRACT-EXIT
013450     END-IF
013452     SET EXTRACT-IS-OPEN TO TRUE
013453*    THE COLUMNS RUN TO THE FIRST UNNAMED LAYOUT ENTRY
013454     MOVE ZERO TO WS-XC-COUNT
013455     PERFORM 1205-COUNT-COLUMN THRU 1205-COUNT-COLUMN-EXIT
013456        VARYING WS-XC-IDX FROM 1 BY 1
013457        UNTIL WS-XC-IDX > 12
013458     MOVE SPACES TO WS-XROW
013459     MOVE 1 TO WS-XPOS
013460     PERFORM 1210-APPEND-NAME THRU 1210-APPEND-NAME-EXIT
013461        VARYING WS-XC-IDX FROM 1 BY 1
013462        UNTIL WS-XC-IDX > WS-XC-COUNT
013464     WRITE EXTRACT-RECORD FROM WS-XROW.
013466 1200-OPEN-EXTRACT-EXIT.
013468     EXIT.
013469 1205-COUNT-COLUMN.
013470     IF WS-SL-NAME(WS-XC-IDX) NOT = SPACES
013471        AND WS-XC-COUNT = WS-XC-IDX - 1
013472        ADD 1 TO WS-XC-COUNT
013473     END-IF.
013474 1205-COUNT-COLUMN-EXIT.
013475     EXIT.
013476 1210-APPEND-NAME.
013480     IF WS-XC-IDX > 1
013482        MOVE WS-EXTRACT-DELIM TO WS-XF-CHAR
013484        PERFORM 2190-PUT-CHAR THRU 2190-PUT-CHAR-EXIT
013486     END-IF
013488     MOVE WS-SL-NAME(WS-XC-IDX) TO WS-XFIELD
013490     MOVE "N" TO WS-XF-NUMERIC-SW
013492     PERFORM 2120-APPEND-FIELD THRU 2120-APPEND-FIELD-EXIT.
013494 1210-APPEND-NAME-EXIT.
013496     EXIT.
013500*--------------------------------------------------------------
013600* 2000-WRITE-DETAIL - PAGE OVERFLOW THEN THE CALLER'S LINE
013700*--------------------------------------------------------------
014600     MOVE RPT-DETAIL-LINE TO REPORT-RECORD
014700     WRITE REPORT-RECORD
014800     ADD 1 TO WS-LINE-ON-PAGE
014900     ADD 1 TO WS-DETAIL-COUNT
014910     IF RPT-REQUEST = "D"
014920        AND EXTRACT-IS-OPEN
014930        AND RPT-DETAIL-LINE NOT = SPACES
014940        PERFORM 2100-WRITE-EXTRACT-ROW
014950           THRU 2100-WRITE-EXTRACT-ROW-EXIT
014960     END-IF.
015000 2000-WRITE-DETAIL-EXIT.
015100     EXIT.
015101*--------------------------------------------------------------
015102* 2100-WRITE-EXTRACT-ROW - ONE DELIMITED ROW CUT FROM THE
015103*          DETAIL LINE BY THE SAVED COLUMN LAYOUT
015104*--------------------------------------------------------------
015105 2100-WRITE-EXTRACT-ROW.
015106     MOVE SPACES TO WS-XROW
015107     MOVE 1 TO WS-XPOS
015108     PERFORM 2110-APPEND-COLUMN THRU 2110-APPEND-COLUMN-EXIT
015109        VARYING WS-XC-IDX FROM 1 BY 1
015110        UNTIL WS-XC-IDX > WS-XC-COUNT
015111     WRITE EXTRACT-RECORD FROM WS-XROW
015112     ADD 1 TO WS-EXTRACT-ROWS.
015113 2100-WRITE-EXTRACT-ROW-EXIT.
015114     EXIT.
015115 2110-APPEND-COLUMN.
015120     IF WS-XC-IDX > 1
015121        MOVE WS-EXTRACT-DELIM TO WS-XF-CHAR
015122        PERFORM 2190-PUT-CHAR THRU 2190-PUT-CHAR-EXIT
015123     END-IF
015124*    A COLUMN OUTSIDE THE 100-BYTE DETAIL LINE IS LEFT EMPTY
015125     MOVE SPACES TO WS-XFIELD
015126     IF WS-SL-START(WS-XC-IDX) IS NUMERIC
015127        AND WS-SL-LENGTH(WS-XC-IDX) IS NUMERIC
015128        AND WS-SL-START(WS-XC-IDX) > ZERO
015129        AND WS-SL-LENGTH(WS-XC-IDX) > ZERO
015130        COMPUTE WS-XC-END = WS-SL-START(WS-XC-IDX)
015131           + WS-SL-LENGTH(WS-XC-IDX) - 1
015132        IF WS-XC-END <= 100
015133           MOVE RPT-DETAIL-LINE(WS-SL-START(WS-XC-IDX):
015134              WS-SL-LENGTH(WS-XC-IDX)) TO WS-XFIELD
015135        END-IF
015136     END-IF
015137     MOVE "N" TO WS-XF-NUMERIC-SW
015138     IF WS-SL-TYPE(WS-XC-IDX) = "N"
015139        MOVE "Y" TO WS-XF-NUMERIC-SW
015140     END-IF
015141     PERFORM 2120-APPEND-FIELD THRU 2120-APPEND-FIELD-EXIT.
015142 2110-APPEND-COLUMN-EXIT.
015143     EXIT.
015144*--------------------------------------------------------------
015145* 2120-APPEND-FIELD - WS-XFIELD, TRIMMED, ONTO THE ROW. A NUMBER
015146*          LOSES ITS THOUSANDS COMMAS; TEXT CARRYING THE
015147*          DELIMITER OR A QUOTE IS QUOTED, QUOTES DOUBLED.
015148*--------------------------------------------------------------
015149 2120-APPEND-FIELD.
015150     IF WS-XFIELD = SPACES
015151        GO TO 2120-APPEND-FIELD-EXIT
015152     END-IF
015153     MOVE TRIM(WS-XFIELD) TO WS-XFIELD
015154     COMPUTE WS-XF-LEN = LENGTH(TRIM(WS-XFIELD))
015155     MOVE ZERO TO WS-XF-SPECIALS
015156     IF NOT XF-IS-NUMERIC
015157        INSPECT WS-XFIELD(1:WS-XF-LEN) TALLYING WS-XF-SPECIALS
015158           FOR ALL WS-EXTRACT-DELIM ALL QUOTE
015159     END-IF
015160     IF WS-XF-SPECIALS > ZERO
015161        MOVE QUOTE TO WS-XF-CHAR
015162        PERFORM 2190-PUT-CHAR THRU 2190-PUT-CHAR-EXIT
015163     END-IF
015164     PERFORM 2130-APPEND-CHAR THRU 2130-APPEND-CHAR-EXIT
015165        VARYING WS-XF-IDX FROM 1 BY 1
015166        UNTIL WS-XF-IDX > WS-XF-LEN
015167     IF WS-XF-SPECIALS > ZERO
015168        MOVE QUOTE TO WS-XF-CHAR
015169        PERFORM 2190-PUT-CHAR THRU 2190-PUT-CHAR-EXIT
015170     END-IF.
015171 2120-APPEND-FIELD-EXIT.
015172     EXIT.
015173 2130-APPEND-CHAR.
015174     MOVE WS-XFIELD(WS-XF-IDX:1) TO WS-XF-CHAR
015175     IF XF-IS-NUMERIC
015176        AND (WS-XF-CHAR = "," OR WS-XF-CHAR = SPACE)
015177        GO TO 2130-APPEND-CHAR-EXIT
015178     END-IF
015179     IF WS-XF-CHAR = QUOTE
015180        PERFORM 2190-PUT-CHAR THRU 2190-PUT-CHAR-EXIT
015181     END-IF
015182     PERFORM 2190-PUT-CHAR THRU 2190-PUT-CHAR-EXIT.
015183 2130-APPEND-CHAR-EXIT.
015184     EXIT.
015185 2190-PUT-CHAR.
015186     IF WS-XPOS <= 132
015187        MOVE WS-XF-CHAR TO WS-XROW(WS-XPOS:1)
015188        ADD 1 TO WS-XPOS
015189     END-IF.
015190 2190-PUT-CHAR-EXIT.
015191     EXIT.
015200*--------------------------------------------------------------
015300* 3000-CLOSE-REPORT - END-OF-REPORT TRAILER AND CLOSE
015400*--------------------------------------------------------------
016200     WRITE REPORT-RECORD FROM WS-TRAILER-LINE
016300     CLOSE REPORT-FILE
016400     MOVE "N" TO WS-REPORT-OPEN-SW
016410     IF EXTRACT-IS-OPEN
016420        CLOSE EXTRACT-FILE
016430        MOVE "N" TO WS-EXTRACT-OPEN-SW
016440     END-IF
016450     MOVE WS-EXTRACT-ROWS TO RPT-EXTRACT-ROWS
016460     MOVE "N" TO RPT-EXTRACT-SW
016500     MOVE WS-DETAIL-COUNT TO RPT-LINE-COUNT
016600     MOVE WS-PAGE-NO TO RPT-PAGE-NO.
016700 3000-CLOSE-REPORT-EXIT.
