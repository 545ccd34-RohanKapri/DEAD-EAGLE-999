000100*--------------------------------------------------------------
000200* FXHIST - DATED EXCHANGE-RATE HISTORY RECORD LAYOUT
000300*--------------------------------------------------------------
000400* 2026-10-15 RLM  NEW COPYBOOK. ONE ROW PER RATE ACTUALLY
000500*                 PUT IN FORCE FOR A BUSINESS DATE BY THE FX
000600*                 INTAKE RUN (FX-INTAKE), RETAINED ACROSS RUN
000700*                 CYCLES SO A DISPUTED CARD CAN BE RE-PRICED AT
000800*                 THE RATE THAT WAS IN FORCE ON ITS DATE. THE
000900*                 DATE, CURRENCY, AND RATE SIT IN THE SAME
001000*                 POSITIONS AS ON THE DAILY FXRATES TABLE LUHN
001100*                 LOADS. SOURCE IS FEED FOR A RATE TAKEN FROM
001200*                 THE DAY'S FEED, STALE FOR A PRIOR RATE CARRIED
001300*                 FORWARD. ON A RERUN THE LATER ROW FOR THE SAME
001400*                 DATE AND CURRENCY IS THE ONE IN FORCE.
001500*--------------------------------------------------------------
001600 01  FX-HIST-RECORD.
001700     05 FH-DATE                PIC X(08).
001800     05 FILLER                 PIC X(01) VALUE SPACE.
001900     05 FH-CCY                 PIC X(03).
002000     05 FILLER                 PIC X(01) VALUE SPACE.
002100     05 FH-RATE                PIC 9(03)V9(06).
002200     05 FILLER                 PIC X(01) VALUE SPACE.
002300     05 FH-SOURCE              PIC X(05).
002400        88 FH-FROM-FEED        VALUE "FEED".
002500        88 FH-CARRIED-STALE    VALUE "STALE".
002600     05 FILLER                 PIC X(01) VALUE SPACE.
002700     05 FH-LOADED-TS           PIC X(14).
