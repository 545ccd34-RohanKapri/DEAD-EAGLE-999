000100*--------------------------------------------------------------
000200* APPRITEM - PENDING-APPROVAL QUEUE ITEM (APPRQUE)
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. ONE ROW PER HIGH-IMPACT
000500*                 MAINTENANCE TRANSACTION HELD FOR A SECOND
000600*                 OPERATOR: PARTS-MAINT DELETES, SCORE-ADJ AND
000700*                 RUNCTL-MAINT TRANSACTIONS, KEY-BACKUP RESTORE
000800*                 CARDS. THE OWNING PROGRAM QUEUES THE ITEM
000900*                 PENDING WITH ITS MAKER AND THE ORIGINAL
001000*                 TRANSACTION IMAGE; THE APPROVAL RUN (APPR-
001100*                 MAINT) APPROVES, REJECTS, OR EXPIRES IT AND
001200*                 STAMPS THE CHECKER; THE OWNING PROGRAM APPLIES
001300*                 AN APPROVED ITEM ON ITS NEXT RUN AND MARKS IT
001400*                 APPLIED OR FAILED. THE ITEM ID IS THE QUEUEING
001500*                 TIMESTAMP PLUS A FOUR-DIGIT SEQUENCE.
001600*--------------------------------------------------------------
001700 01  APPR-ITEM-RECORD.
001800     05 AI-ITEM-ID             PIC X(18).
001900     05 FILLER                 PIC X(01) VALUE SPACES.
002000     05 AI-PROGRAM             PIC X(08).
002100     05 FILLER                 PIC X(01) VALUE SPACES.
002200     05 AI-STATUS              PIC X(08).
002300        88 AI-PENDING          VALUE "PENDING".
002400        88 AI-APPROVED         VALUE "APPROVED".
002500        88 AI-REJECTED         VALUE "REJECTED".
002600        88 AI-EXPIRED          VALUE "EXPIRED".
002700        88 AI-APPLIED          VALUE "APPLIED".
002800        88 AI-FAILED           VALUE "FAILED".
002900        88 AI-FINISHED         VALUES "REJECTED" "EXPIRED"
003000                                      "APPLIED" "FAILED".
003100     05 FILLER                 PIC X(01) VALUE SPACES.
003200     05 AI-MAKER               PIC X(08).
003300     05 FILLER                 PIC X(01) VALUE SPACES.
003400     05 AI-QUEUED-TS           PIC X(14).
003500     05 FILLER                 PIC X(01) VALUE SPACES.
003600     05 AI-CHECKER             PIC X(08).
003700     05 FILLER                 PIC X(01) VALUE SPACES.
003800     05 AI-DECIDED-TS          PIC X(14).
003900     05 FILLER                 PIC X(01) VALUE SPACES.
004000     05 AI-NOTE                PIC X(30).
004100     05 FILLER                 PIC X(01) VALUE SPACES.
004200     05 AI-TRANS               PIC X(80).
