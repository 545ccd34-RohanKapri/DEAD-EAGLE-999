002200* 2026-09-02 RLM  ROLL FORWARD THE PARTS MASTER'S NEW 53-BYTE
002300*                 INVENTORY RECORD FROM THE WIDENED 60-BYTE JOURNAL
002400*                 IMAGES (IMGJRNL RECORDS ARE NOW 219 BYTES).
002410* 2026-10-15 RLM  IMGJRNL RECORDS ARE NOW 229 BYTES (CHECKER ID).
002420*                 A KEY-BACKUP RESTORE NOW JOURNALS ONE "RESTORE"
002430*                 MARKER ROW FOR THE MASTER IT RELOADED; IT
002440*                 CARRIES NO RECORD IMAGE, SO IT IS SKIPPED.
002450* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002460*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002470*                 MASTER'S CALENDAR ID.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
006300 01  RECOVERY-CTL-RECORD       PIC X(08).
006400 FD  IMAGE-JOURNAL-FILE
006500     RECORDING MODE IS F.
006600 01  IMAGE-JOURNAL-IN-REC      PIC X(245).
006700 FD  SCORES-FILE.
006800 01  SCORES-RECORD.
006900     05 SCORE-KEY.
019000        ADD 1 TO WS-ROWS-SKIPPED
019100        GO TO 2000-APPLY-JOURNAL-EXIT
019200     END-IF
019210     IF IJ-ACTION = "RESTORE"
019220        ADD 1 TO WS-ROWS-SKIPPED
019230        GO TO 2000-APPLY-JOURNAL-EXIT
019240     END-IF
019300     EVALUATE WS-RECOVER-FILE
019400        WHEN "SCOREDAT"
019500           PERFORM 2100-APPLY-SCOREDAT
