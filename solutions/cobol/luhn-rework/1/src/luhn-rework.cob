002066*                 LOG STOPS TAKING THE CARD'S WORD FOR WHO RAN
002067*                 THE REPAIR. NO SECURITY FILE PROCEEDS AS
002068*                 BEFORE.
002078* 2026-10-15 RLM  LUHNSUSP ROWS NOW END WITH THE PAN TOKEN;
002088*                 LAYOUT WIDENED TO MATCH.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005600     05 SUSP-IN-EXPIRY         PIC X(06).
005610     05 FILLER                 PIC X(02).
005620     05 SUSP-IN-CURRENCY       PIC X(03).
005630     05 FILLER                 PIC X(02).
005640     05 SUSP-IN-TOKEN          PIC X(16).
005700 FD  CORRECTION-FILE
005800     RECORDING MODE IS F.
005900 01  CORRECTION-IN-RECORD.
