000100*--------------------------------------------------------------
000200* PANTOKEN - PAN TOKEN VAULT SERVICE CONTROL AREA
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. CONTROL AREA PASSED TO THE
000500*                 PANTOKEN SUBPROGRAM (SAME PATTERN AS OPERAUTH
000600*                 AND RUNPARM), WHICH KEEPS THE KEYED TOKEN
000700*                 VAULT (TOKVAULT BY PAN, TOKXREF BY TOKEN) AND
000800*                 HANDS OUT ONE STABLE SURROGATE TOKEN PER FULL
000900*                 PAN. SET PT-REQUEST AND PT-PROGRAM, THEN:
001000*                   "T" TOKENIZE - PT-PAN IN, PT-TOKEN OUT;
001100*                       ISSUES A NEW TOKEN FOR A PAN NOT YET
001200*                       IN THE VAULT
001300*                   "F" FIND     - AS "T" BUT NEVER ISSUES; A
001400*                       PAN NOT IN THE VAULT RETURNS "NF"
001500*                   "D" DETOKEN  - PT-TOKEN AND PT-OPERATOR IN,
001600*                       PT-PAN OUT; THE OPERATOR MUST HOLD THE
001700*                       OPERAUTH DETOKEN GRANT AND EVERY ATTEMPT
001800*                       IS LOGGED TO DETOKLOG
001900*                   "C" CLOSE    - CLOSE THE VAULT AT END OF RUN
002000*                 PT-STATUS: "00" DONE, "NF" NOT IN THE VAULT,
002100*                 "NA" OPERATOR NOT AUTHORIZED TO DETOKENIZE,
002200*                 "NV" VAULT NOT AVAILABLE, "RQ" BAD REQUEST.
002300*--------------------------------------------------------------
002400 01  PAN-TOKEN-CONTROL.
002500     05 PT-REQUEST             PIC X(01).
002600        88 PT-TOKENIZE         VALUE "T".
002700        88 PT-FIND-TOKEN       VALUE "F".
002800        88 PT-DETOKENIZE       VALUE "D".
002900        88 PT-CLOSE-VAULT      VALUE "C".
003000     05 PT-PROGRAM             PIC X(08).
003100     05 PT-OPERATOR            PIC X(08).
003200     05 PT-PAN                 PIC X(32).
003300     05 PT-TOKEN               PIC X(16).
003400     05 PT-STATUS              PIC X(02).
003500        88 PT-OK               VALUE "00".
003600        88 PT-NOT-IN-VAULT     VALUE "NF".
003700        88 PT-NOT-AUTHORIZED   VALUE "NA".
003800        88 PT-VAULT-DOWN       VALUE "NV".
003900        88 PT-BAD-REQUEST      VALUE "RQ".
