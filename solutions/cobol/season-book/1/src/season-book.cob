001800*                 SEASON CHAMPIONSHIP COUNTS PER TEAM FROM THE
001900*                 PLAYER MASTER. RETIRES THE GAME DESK'S PAPER
002000*                 BINDER, WHICH DISAGREES WITH THE FILES.
002010* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002020*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002030*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
006600     05 PL-STATUS              PIC X(01).
006700        88 PL-PLAYER-ACTIVE    VALUE "A".
006800     05 PL-ENROLL-DATE         PIC X(08).
006810     05 PL-MERGED-INTO         PIC X(10).
006900 FD  JOB-ACCT-FILE
007000     RECORDING MODE IS F.
007100 01  JOB-ACCT-FILE-RECORD      PIC X(60).
