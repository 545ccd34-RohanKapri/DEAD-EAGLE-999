000100*--------------------------------------------------------------
000200* SAMPCUST - SAMPLE CHAIN-OF-CUSTODY EVENT RECORD LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. ONE ROW PER EVENT IN A
000500*                 SAMPLE'S CUSTODY CHAIN, APPENDED BY SAMP-MAINT
000600*                 AND NEVER REWRITTEN: RECEIVE (INTO THE LAB,
000700*                 FROM THE SOURCE TO THE FIRST CUSTODIAN),
000800*                 TRANSFER (A HAND-OFF FROM ONE CUSTODIAN TO
000900*                 THE NEXT), AND STATUS (A STATUS CHANGE BY THE
001000*                 CURRENT CUSTODIAN). THE STATUS IS THE SAMPLE'S
001100*                 STATUS AFTER THE EVENT, SAME CODES AS
001200*                 SA-STATUS ON SAMPMST.
001300*--------------------------------------------------------------
001400 01  CUSTODY-EVENT-RECORD.
001500     05 CE-SAMPLE-ID           PIC X(10).
001600     05 FILLER                 PIC X(01) VALUE SPACE.
001700     05 CE-EVENT-TS            PIC X(14).
001800     05 FILLER                 PIC X(01) VALUE SPACE.
001900     05 CE-EVENT-TYPE          PIC X(08).
002000        88 CE-RECEIVE          VALUE "RECEIVE".
002100        88 CE-TRANSFER         VALUE "TRANSFER".
002200        88 CE-STATUS-CHANGE    VALUE "STATUS".
002300     05 FILLER                 PIC X(01) VALUE SPACE.
002400     05 CE-FROM-CUSTODIAN      PIC X(12).
002500     05 FILLER                 PIC X(01) VALUE SPACE.
002600     05 CE-TO-CUSTODIAN        PIC X(12).
002700     05 FILLER                 PIC X(01) VALUE SPACE.
002800     05 CE-STATUS              PIC X(01).
002900     05 FILLER                 PIC X(01) VALUE SPACE.
003000     05 CE-NOTE                PIC X(30).
