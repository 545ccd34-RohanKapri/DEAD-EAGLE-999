000100*--------------------------------------------------------------
000200* SAMPMST - LAB SAMPLE REGISTER (KEYED SAMPLE MASTER) LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. ONE ROW PER PHYSICAL SAMPLE,
000500*                 KEYED ON THE SAME 10-BYTE SAMPLE ID THE STRAND
000600*                 FEEDS CARRY. WRITTEN AND KEPT ONLY BY
000700*                 SAMP-MAINT, WHICH LOGS EVERY HAND-OFF AND
000800*                 STATUS CHANGE TO SAMPCUST. THE CUSTODIAN IS
000900*                 WHOEVER HOLDS THE SAMPLE NOW; THE LAST EVENT
001000*                 TIMESTAMP KEEPS THE CUSTODY CHAIN IN ORDER. A
001100*                 DISPOSED SAMPLE TAKES NO FURTHER EVENTS.
001200*--------------------------------------------------------------
001300 01  SAMPLE-MASTER-RECORD.
001400     05 SA-SAMPLE-ID           PIC X(10).
001500     05 FILLER                 PIC X(01) VALUE SPACE.
001600     05 SA-SOURCE              PIC X(20).
001700     05 FILLER                 PIC X(01) VALUE SPACE.
001800     05 SA-RECEIVED-DATE       PIC X(08).
001900     05 FILLER                 PIC X(01) VALUE SPACE.
002000     05 SA-CUSTODIAN           PIC X(12).
002100     05 FILLER                 PIC X(01) VALUE SPACE.
002200     05 SA-STATUS              PIC X(01).
002300        88 SA-RECEIVED         VALUE "R".
002400        88 SA-IN-ANALYSIS      VALUE "A".
002500        88 SA-ON-HOLD          VALUE "H".
002600        88 SA-STORED           VALUE "S".
002700        88 SA-DISPOSED         VALUE "D".
002800        88 SA-VALID-STATUS     VALUES "R" "A" "H" "S" "D".
002900     05 FILLER                 PIC X(01) VALUE SPACE.
003000     05 SA-LAST-EVENT-TS       PIC X(14).
