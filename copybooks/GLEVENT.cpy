000100*--------------------------------------------------------------
000200* GLEVENT - SHARED GENERAL LEDGER POSTING EVENT LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. ONE COMMON ROW FOR EVERY RUN
000500*                 THAT MOVES MONEY (MERCH-SETTLE, CPN-REDEEM,
000600*                 SUSP-AGE, CARD-DISPUTE) TO APPEND TO THE
000700*                 SHARED GL EVENT FILE (GLEVENT): SOURCE
000800*                 PROGRAM, EVENT TYPE, BUSINESS DATE, AMOUNT,
000900*                 AND A REFERENCE BACK TO THE ITEM. THE RUNS DO
001000*                 NOT KNOW THE CHART OF ACCOUNTS -- GL-IFACE
001100*                 MAPS EACH SOURCE AND EVENT TYPE THROUGH THE GL
001200*                 ACCOUNT MAP (GLMAP) INTO A BALANCED JOURNAL
001300*                 ENTRY, SO ACCOUNTING STOPS RE-KEYING THE PRINT.
001400*--------------------------------------------------------------
001500 01  GL-EVENT-RECORD.
001600     05 GE-SOURCE              PIC X(08).
001700     05 FILLER                 PIC X(02) VALUE SPACES.
001800     05 GE-EVENT-TYPE          PIC X(08).
001900     05 FILLER                 PIC X(02) VALUE SPACES.
002000     05 GE-BUS-DATE            PIC X(08).
002100     05 FILLER                 PIC X(02) VALUE SPACES.
002200     05 GE-AMOUNT              PIC 9(11)V99.
002300     05 FILLER                 PIC X(02) VALUE SPACES.
002400     05 GE-REFERENCE           PIC X(32).
002500     05 FILLER                 PIC X(03) VALUE SPACES.
