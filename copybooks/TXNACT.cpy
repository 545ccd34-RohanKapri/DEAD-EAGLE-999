000100*--------------------------------------------------------------
000200* TXNACT - ONLINE TRANSACTION ACTIVITY RECORD LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. ONE ROW PER CICS TASK, APPENDED
000500*                 BY EVERY FRONT END (THROUGH TXNLOGWR) JUST
000600*                 BEFORE IT RETURNS: TRANSACTION, PROGRAM,
000700*                 TERMINAL, OPERATOR WHERE THE SCREEN SIGNS ONE
000800*                 ON, START AND END TIME TO THE HUNDREDTH, AND
000900*                 THE TASK OUTCOME. AN ABENDED TASK ALSO CARRIES
001000*                 ITS ABEND CODE. THE NIGHTLY TXN-USAGE REPORT
001100*                 READS THESE FOR VOLUME, RESPONSE, AND ERRORS.
001200*--------------------------------------------------------------
001300 01  TXN-ACTIVITY-RECORD.
001400     05 TA-TRANSID             PIC X(04).
001500     05 FILLER                 PIC X(02) VALUE SPACES.
001600     05 TA-PROGRAM             PIC X(08).
001700     05 FILLER                 PIC X(02) VALUE SPACES.
001800     05 TA-TERMINAL            PIC X(04).
001900     05 FILLER                 PIC X(02) VALUE SPACES.
002000     05 TA-OPERATOR            PIC X(08).
002100     05 FILLER                 PIC X(02) VALUE SPACES.
002200     05 TA-START-TS            PIC X(16).
002300     05 FILLER                 PIC X(02) VALUE SPACES.
002400     05 TA-END-TS              PIC X(16).
002500     05 FILLER                 PIC X(02) VALUE SPACES.
002600     05 TA-OUTCOME             PIC X(01).
002700        88 TA-NORMAL           VALUE "N".
002800        88 TA-NOT-FOUND        VALUE "F".
002900        88 TA-EDIT-ERROR       VALUE "E".
003000        88 TA-UNAVAILABLE      VALUE "U".
003100        88 TA-ABENDED          VALUE "A".
003200     05 FILLER                 PIC X(02) VALUE SPACES.
003300     05 TA-ABEND-CODE          PIC X(04).
