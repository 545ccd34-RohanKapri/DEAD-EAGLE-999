002100*                 EACH DRIFTED BUCKET AS THE NEAREST AFFECTED
002200*                 KEYS. THIS CLOSES THE HOLE THE JOURNALING
002300*                 DISCIPLINE LEFT OPEN.
002310* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (229 BYTES,
002320*                 CHECKER ID) INTRODUCED FOR THE APPROVAL QUEUE.
002330* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002340*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002350*                 MASTER'S CALENDAR ID.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
008000     RECORDING MODE IS F.
008100 01  SNAPSHOT-RECORD           PIC X(220).
008200 FD  IMAGE-JOURNAL-FILE.
008300 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
008400 FD  JOB-ACCT-FILE
008500     RECORDING MODE IS F.
008600 01  JOB-ACCT-FILE-RECORD      PIC X(60).
