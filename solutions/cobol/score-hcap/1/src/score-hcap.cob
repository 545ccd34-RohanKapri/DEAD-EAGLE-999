001800*                 HANDICAP, AND NET, RANKED BY NET, WITH DISPLAY
001900*                 NAMES FROM THE PLAYER MASTER. THE SCRATCH
002000*                 LEADERBOARD IS UNTOUCHED.
002010* 2026-10-15 RLM  PLAYRMST RECORD NOW ENDS WITH THE MERGED-INTO
002020*                 PLAYER ID (PL-MERGED-INTO, 59 BYTES) SET BY THE
002030*                 PLAYER MERGE RUN; LAYOUT WIDENED.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
005500     05 PL-STATUS              PIC X(01).
005600        88 PL-PLAYER-ACTIVE    VALUE "A".
005700     05 PL-ENROLL-DATE         PIC X(08).
005710     05 PL-MERGED-INTO         PIC X(10).
005800 FD  JOB-ACCT-FILE
005900     RECORDING MODE IS F.
006000 01  JOB-ACCT-FILE-RECORD      PIC X(60).
