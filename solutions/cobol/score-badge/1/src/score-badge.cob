002100*                 NEW AWARD PRINTS ON THE DAILY AWARDS REPORT
002200*                 (NEWAWARD) WITH THE PLAYER'S DISPLAY NAME FROM
002300*                 THE PLAYER MASTER.
002310* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002320*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002330*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
009500     05 PL-STATUS              PIC X(01).
009600        88 PL-PLAYER-ACTIVE    VALUE "A".
009700     05 PL-ENROLL-DATE         PIC X(08).
009710     05 PL-MERGED-INTO         PIC X(10).
009800 FD  JOB-ACCT-FILE
009900     RECORDING MODE IS F.
010000 01  JOB-ACCT-FILE-RECORD      PIC X(60).
