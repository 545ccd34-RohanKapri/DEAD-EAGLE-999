001800*                 ACTION LIST SO THE EARLY SHIFT STARTS WITH THE
001900*                 WORST PROBLEM INSTEAD OF THE FIRST FILE THEY
002000*                 HAPPEN TO OPEN.
002010* 2026-10-15 RLM  LUHNSUSP ROWS NOW END WITH THE PAN TOKEN;
002020*                 LAYOUT WIDENED TO MATCH.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
006800     05 CSI-CARD               PIC X(32).
006900     05 FILLER                 PIC X(02).
007000     05 CSI-REASON             PIC X(10).
007010     05 FILLER                 PIC X(53).
007200 FD  SCHEDULE-LOG-FILE.
007300 01  SCHEDULE-LOG-IN-RECORD.
007400     05 SLI-STEP-NO            PIC X(03).
