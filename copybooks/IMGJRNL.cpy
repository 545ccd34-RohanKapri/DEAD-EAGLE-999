001340*                 BYTE RECORD) JOURNAL WHOLE. EVERY PROGRAM
001350*                 DECLARING THE IMGJRNL FD MOVES FROM 169- TO
001360*                 209-BYTE RECORDS WITH THIS CHANGE.
001370* 2026-10-15 RLM  ADD THE CHECKER ID (RECORDS MOVE FROM 219 TO
001380*                 229 BYTES). A CHANGE RELEASED THROUGH THE
001390*                 APPROVAL QUEUE JOURNALS ITS MAKER IN IJ-OPERATOR
001395*                 AND THE SECOND OPERATOR WHO RELEASED IT IN
001396*                 IJ-CHECKER; A DIRECT CHANGE LEAVES IT BLANK.
001406* 2026-10-15 RLM  WIDEN THE BEFORE/AFTER IMAGES TO 68 BYTES SO
001416*                 THE MERCHANT MASTER'S NEW CALENDAR ID (68-BYTE
001426*                 RECORD) JOURNALS WHOLE. RECORDS MOVE FROM 229
001436*                 TO 245 BYTES.
001446*--------------------------------------------------------------
001500 01  IMAGE-JOURNAL-RECORD.
001600     05 IJ-FILE-NAME           PIC X(08).
001700     05 FILLER                 PIC X(02) VALUE SPACES.
001900     05 FILLER                 PIC X(02) VALUE SPACES.
002000     05 IJ-RECORD-KEY          PIC X(40).
002100     05 FILLER                 PIC X(02) VALUE SPACES.
002200     05 IJ-BEFORE-IMAGE        PIC X(68).
002300     05 FILLER                 PIC X(02) VALUE SPACES.
002400     05 IJ-AFTER-IMAGE         PIC X(68).
002500     05 FILLER                 PIC X(02) VALUE SPACES.
002600     05 IJ-PROGRAM             PIC X(08).
002700     05 FILLER                 PIC X(02) VALUE SPACES.
002800     05 IJ-TIMESTAMP           PIC X(14).
002900     05 FILLER                 PIC X(02) VALUE SPACES.
003000     05 IJ-OPERATOR            PIC X(08).
003100     05 FILLER                 PIC X(02) VALUE SPACES.
003200     05 IJ-CHECKER             PIC X(08).
