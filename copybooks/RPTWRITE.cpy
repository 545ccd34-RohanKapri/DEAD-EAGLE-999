000900*                 PARAMETER), OR "C" (CLOSE: THE SERVICE WRITES
001000*                 THE END-OF-REPORT TRAILER AND RETURNS THE
001100*                 DETAIL-LINE AND PAGE COUNTS).
001105* 2026-10-15 RLM  COMPANION DELIMITED EXTRACT. SET
001110*                 RPT-EXTRACT-SW TO "Y" AT OPEN AND DESCRIBE THE
001115*                 DETAIL LINE'S COLUMNS IN RPT-EXTRACT-LAYOUT
001120*                 (NAME, START, LENGTH, "N" FOR A NUMBER WHOSE
001125*                 THOUSANDS COMMAS ARE DROPPED); THE SERVICE THEN
001130*                 ALSO WRITES A HEADER ROW OF THE COLUMN NAMES
001135*                 AND ONE DELIMITED ROW PER "D" LINE TO
001140*                 RPT-EXTRACT-NAME (DEFAULT REPORT-NAME.CSV,
001145*                 COMMA-DELIMITED UNLESS RPT-EXTRACT-DELIM IS
001150*                 SET). REQUEST "P" PRINTS A LINE THAT IS NOT A
001155*                 DATA ROW -- SECTION HEADINGS, TOTALS, NOTES --
001160*                 WITHOUT EXTRACTING IT. THE SWITCH IS CLEARED
001165*                 AT CLOSE, SO EACH REPORT ASKS FOR ITS OWN.
001200*--------------------------------------------------------------
001300 01  RPT-CONTROL.
001400     05 RPT-REQUEST            PIC X(01).
001900     05 RPT-LINES-PER-PAGE     PIC 9(03).
002000     05 RPT-PAGE-NO            PIC 9(04).
002100     05 RPT-LINE-COUNT         PIC 9(07).
002200*    COMPANION EXTRACT - SUPPLIED AT OPEN ("O")
002300     05 RPT-EXTRACT-SW         PIC X(01) VALUE "N".
002400        88 RPT-EXTRACT-WANTED  VALUE "Y".
002500     05 RPT-EXTRACT-NAME       PIC X(24) VALUE SPACES.
002600     05 RPT-EXTRACT-DELIM      PIC X(01) VALUE SPACE.
002700     05 RPT-EXTRACT-LAYOUT     VALUE SPACES.
002800        10 RPT-XC-ENTRY OCCURS 12 TIMES.
002900           15 RPT-XC-NAME      PIC X(10).
003000           15 RPT-XC-START     PIC 9(03).
003100           15 RPT-XC-LENGTH    PIC 9(03).
003200           15 RPT-XC-TYPE      PIC X(01).
003300              88 RPT-XC-NUMERIC VALUE "N".
003400*    COMPANION EXTRACT - RETURNED AT CLOSE ("C")
003500     05 RPT-EXTRACT-ROWS       PIC 9(07).
