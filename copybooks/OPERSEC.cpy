000100*--------------------------------------------------------------
000200* OPERSEC - OPERATOR SECURITY FILE RECORD LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. THE OPERATOR SECURITY RECORD
000500*                 WAS DECLARED SEPARATELY BY OPERAUTH AND THE
000600*                 TWO CICS SIGN-ONS; NOW THAT OPERSEC IS KEPT
000700*                 BY A GOVERNED MAINTENANCE RUN (OPERSEC-MAINT)
000800*                 ONE LAYOUT SERVES THEM ALL. THE GRANT LIST
000900*                 BECOMES TEN 8-BYTE FUNCTION SLOTS, EACH WITH
001000*                 ITS OWN EXPIRY DATE IN THE MATCHING SLOT OF
001100*                 OS-GRANT-EXPIRIES, PLUS AN OPERATOR STATUS
001200*                 (SUSPENSION) AND AN OPERATOR EXPIRY DATE. AN
001300*                 EXPIRY IS THE FIRST DAY ACCESS NO LONGER
001400*                 WORKS; A BLANK EXPIRY IS OPEN-ENDED. RECORDS
001500*                 MOVE FROM 70 TO 202 BYTES. THE FIRST 70 BYTES
001600*                 KEEP THEIR OLD MEANING, SO A RECORD WRITTEN
001700*                 BEFORE THIS CHANGE (FREE-TEXT GRANT LIST, NO
001800*                 EXPIRIES) STILL READS CORRECTLY.
001900*--------------------------------------------------------------
002000 01  OPER-SEC-RECORD.
002100     05 OS-OPERATOR            PIC X(08).
002200     05 FILLER                 PIC X(01).
002300     05 OS-NAME                PIC X(20).
002400     05 FILLER                 PIC X(01).
002500     05 OS-FUNCTIONS           PIC X(80).
002600     05 OS-FUNCTION-SLOTS REDEFINES OS-FUNCTIONS.
002700        10 OS-GRANT-FUNC       PIC X(08) OCCURS 10 TIMES.
002800     05 FILLER                 PIC X(01).
002900     05 OS-STATUS              PIC X(01).
003000        88 OS-ACTIVE           VALUES "A" " ".
003100        88 OS-SUSPENDED        VALUE "S".
003200     05 FILLER                 PIC X(01).
003300     05 OS-OPER-EXPIRY         PIC X(08).
003400     05 FILLER                 PIC X(01).
003500     05 OS-GRANT-EXPIRIES      PIC X(80).
003600     05 OS-EXPIRY-SLOTS REDEFINES OS-GRANT-EXPIRIES.
003700        10 OS-GRANT-EXPIRY     PIC X(08) OCCURS 10 TIMES.
