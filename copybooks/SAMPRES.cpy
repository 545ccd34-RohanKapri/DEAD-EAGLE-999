000100*--------------------------------------------------------------
000200* SAMPRES - PER-SAMPLE LAB RESULTS HISTORY RECORD LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. EVERY LAB RUN (NUCLEOTIDE-
000500*                 COUNT, HAMMING, MUT-IMPACT, ORF-SCAN, ENZ-
000600*                 DIGEST) APPENDS ONE SUMMARY ROW PER SAMPLE IT
000700*                 PROCESSED, STAMPED WITH THE RUN'S START TIME,
000800*                 SO EVERY RESULT A SAMPLE EVER HAD CAN BE
000900*                 PRODUCED IN ONE PLACE (SAMP-DOSS). A STRAND
001000*                 WITH NO SAMPLE ID POSTS NOTHING. OUTCOME IS OK
001100*                 FOR A RESULT, ERR WHEN THE RUN REJECTED THE
001200*                 SAMPLE'S DATA.
001300*--------------------------------------------------------------
001400 01  SAMPLE-RESULT-RECORD.
001500     05 SR-SAMPLE-ID           PIC X(10).
001600     05 FILLER                 PIC X(01) VALUE SPACE.
001700     05 SR-RUN-TS              PIC X(14).
001800     05 FILLER                 PIC X(01) VALUE SPACE.
001900     05 SR-PROGRAM             PIC X(08).
002000     05 FILLER                 PIC X(01) VALUE SPACE.
002100     05 SR-OUTCOME             PIC X(03).
002200        88 SR-RESULT-OK        VALUE "OK".
002300        88 SR-RESULT-ERROR     VALUE "ERR".
002400     05 FILLER                 PIC X(01) VALUE SPACE.
002500     05 SR-SUMMARY             PIC X(61).
