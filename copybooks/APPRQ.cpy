000100*--------------------------------------------------------------
000200* APPRQ - PENDING-APPROVAL QUEUE SERVICE CONTROL AREA
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. CONTROL AREA PASSED TO THE
000500*                 APPRQ SUBPROGRAM (SAME PATTERN AS OPERAUTH),
000600*                 WHICH LOADS THE APPRQUE QUEUE ONCE PER RUN
000700*                 UNIT FOR THE PROGRAMS THAT OWN QUEUED ITEMS.
000800*                 REQUESTS: "Q" QUEUE AQ-TRANS FOR AQ-PROGRAM AS
000900*                 A PENDING ITEM MADE BY AQ-MAKER (RETURNS
001000*                 AQ-ITEM-ID); "N" NEXT ITEM AFTER AQ-POSITION
001100*                 FOR AQ-PROGRAM IN STATUS AQ-ITEM-STATUS (SET
001200*                 AQ-POSITION TO ZERO TO START; RETURNS THE ITEM
001300*                 ID, MAKER, CHECKER, TRANSACTION AND ITS
001400*                 POSITION); "M" MARK THE ITEM AT AQ-POSITION
001500*                 WITH AQ-ITEM-STATUS AND AQ-NOTE AND REWRITE THE
001600*                 QUEUE AT ONCE. AQ-STATUS: "00" DONE, "10" NO
001700*                 MORE ITEMS, "QF" QUEUE LARGER THAN THE TABLE -
001800*                 NOT REWRITTEN, "IO" QUEUE FILE NOT WRITABLE.
001900*                 AN OWNER MARKS AN APPROVED ITEM APPLIED BEFORE
002000*                 IT APPLIES IT, SO A FAILED MARK NEVER LEAVES AN
002100*                 ITEM TO BE APPLIED TWICE.
002200*--------------------------------------------------------------
002300 01  APPR-QUEUE-CONTROL.
002400     05 AQ-REQUEST             PIC X(01).
002500     05 AQ-PROGRAM             PIC X(08).
002600     05 AQ-MAKER               PIC X(08).
002700     05 AQ-CHECKER             PIC X(08).
002800     05 AQ-ITEM-ID             PIC X(18).
002900     05 AQ-ITEM-STATUS         PIC X(08).
003000     05 AQ-POSITION            PIC 9(04).
003100     05 AQ-NOTE                PIC X(30).
003200     05 AQ-TRANS               PIC X(80).
003300     05 AQ-STATUS              PIC X(02).
003400        88 AQ-OK               VALUE "00".
003500        88 AQ-NO-MORE          VALUE "10".
003600        88 AQ-QUEUE-FULL       VALUE "QF".
003700        88 AQ-QUEUE-IO-ERROR   VALUE "IO".
