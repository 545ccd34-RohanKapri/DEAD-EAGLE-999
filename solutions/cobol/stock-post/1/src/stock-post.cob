001900*                 (STOKRPT). THE MOVEMENT FILE IS CLEARED AFTER
002000*                 A SUCCESSFUL POSTING SO A RERUN CANNOT DOUBLE-
002100*                 POST THE SAME SHIFT.
002110* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (229 BYTES,
002120*                 CHECKER ID) INTRODUCED FOR THE APPROVAL QUEUE.
002130* 2026-10-15 RLM  TAKE THE WIDENED IMGJRNL RECORD (245 BYTES,
002140*                 68-BYTE IMAGES) INTRODUCED FOR THE MERCHANT
002150*                 MASTER'S CALENDAR ID.
002160* 2026-10-15 RLM  STKMOVE RECORD NOW ENDS WITH THE CUSTOMER
002170*                 ORDER REFERENCE OF THE PICK (SM-ORDER-REF, 49
002180*                 BYTES); LAYOUT WIDENED. THIS RUN MUST FOLLOW
002190*                 ORD-TRACK, WHICH READS THE SAME MOVEMENTS.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005400     05 SM-ROBOT-ID            PIC X(05).
005500     05 FILLER                 PIC X(02).
005600     05 SM-MOVE-TYPE           PIC X(04).
005610     05 FILLER                 PIC X(02).
005620     05 SM-ORDER-REF           PIC X(11).
005700 FD  PARTS-MASTER-FILE.
005800 01  PARTS-MASTER-RECORD.
005900     05 PM-PART-NUMBER        PIC 9(6).
006200     05 PM-REORDER-POINT      PIC 9(05).
006300     05 PM-REORDER-QTY        PIC 9(05).
006400 FD  IMAGE-JOURNAL-FILE.
006500 01  IMAGE-JOURNAL-FILE-REC    PIC X(245).
006600 FD  JOB-ACCT-FILE
006700     RECORDING MODE IS F.
006800 01  JOB-ACCT-FILE-RECORD      PIC X(60).
