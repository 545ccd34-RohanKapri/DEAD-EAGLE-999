000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TXNLOGWR.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. NIGHTLY OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW SUBPROGRAM. APPENDS ONE TASK ACTIVITY
001100*                 RECORD (TXNACT LAYOUT) TO THE TXNACT FILE FOR
001200*                 THE CICS FRONT ENDS, THE SAME BATCH-STYLE
001300*                 APPEND BOBESCWR USES FOR THE BOBT HAND-OFF
001400*                 FILE, SO THE FRONT ENDS STAY FREE OF FILE
001500*                 CONTROL OF THEIR OWN.
001600*--------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT ACTIVITY-FILE ASSIGN TO "TXNACT"
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-TXNACT-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD  ACTIVITY-FILE.
002700 01  ACTIVITY-FILE-RECORD      PIC X(75).
002800 WORKING-STORAGE SECTION.
002900 77  WS-TXNACT-STATUS          PIC XX.
003000 LINKAGE SECTION.
003100 COPY TXNACT.
003200 PROCEDURE DIVISION USING TXN-ACTIVITY-RECORD.
003300*--------------------------------------------------------------
003400* 0000-APPEND-ACTIVITY
003500*--------------------------------------------------------------
003600 0000-APPEND-ACTIVITY.
003700     OPEN EXTEND ACTIVITY-FILE
003800     IF WS-TXNACT-STATUS = "35"
003900        OPEN OUTPUT ACTIVITY-FILE
004000        CLOSE ACTIVITY-FILE
004100        OPEN EXTEND ACTIVITY-FILE
004200     END-IF
004300     WRITE ACTIVITY-FILE-RECORD FROM TXN-ACTIVITY-RECORD
004400     CLOSE ACTIVITY-FILE
004500     GOBACK.
