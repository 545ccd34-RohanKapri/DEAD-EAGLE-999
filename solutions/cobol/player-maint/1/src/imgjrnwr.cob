000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IMGJRNWR.
000300 AUTHOR. D-L-100 OPERATIONS SUPPORT.
000400 INSTALLATION. GAME SERVICES SUPPORT.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 RLM  NEW SUBPROGRAM. APPENDS ONE BEFORE/AFTER
001100*                 IMAGE ROW (IMGJRNL LAYOUT) TO THE SHARED
001200*                 IMGJRNL FILE FOR THE CICS FRONT ENDS THAT
001300*                 CHANGE A KEYED MASTER, THE SAME APPEND
001400*                 TXNLOGWR DOES FOR TXNACT, SO ONLINE CHANGES
001500*                 LAND IN THE JOURNAL BESIDE THE BATCH ONES.
001600*--------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT IMAGE-JOURNAL-FILE ASSIGN TO "IMGJRNL"
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-IMGJRNL-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD  IMAGE-JOURNAL-FILE.
002700 01  IMAGE-JOURNAL-FILE-RECORD PIC X(245).
002800 WORKING-STORAGE SECTION.
002900 77  WS-IMGJRNL-STATUS         PIC XX.
003000 LINKAGE SECTION.
003100 COPY IMGJRNL.
003200 PROCEDURE DIVISION USING IMAGE-JOURNAL-RECORD.
003300*--------------------------------------------------------------
003400* 0000-APPEND-IMAGE
003500*--------------------------------------------------------------
003600 0000-APPEND-IMAGE.
003700     OPEN EXTEND IMAGE-JOURNAL-FILE
003800     IF WS-IMGJRNL-STATUS = "35"
003900        OPEN OUTPUT IMAGE-JOURNAL-FILE
004000        CLOSE IMAGE-JOURNAL-FILE
004100        OPEN EXTEND IMAGE-JOURNAL-FILE
004200     END-IF
004300     WRITE IMAGE-JOURNAL-FILE-RECORD FROM IMAGE-JOURNAL-RECORD
004400     CLOSE IMAGE-JOURNAL-FILE
004500     GOBACK.
