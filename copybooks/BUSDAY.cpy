001100*                 BD-DATE-2 INCLUSIVE, RETURNED IN
001200*                 BD-RESULT-COUNT). BD-STATUS "00" = ANSWERED,
001300*                 "NF" = DATE OUTSIDE THE GENERATED CALENDAR.
001310* 2026-10-15 RLM  BUSCAL NOW CARRIES ONE CALENDAR PER REGION.
001320*                 BD-CALENDAR-ID NAMES THE CALENDAR TO COUNT ON;
001330*                 SPACES (OR LOW-VALUES) MEAN THE SHOP CALENDAR.
001340*                 BD-STATUS "NC" = NO SUCH CALENDAR IN BUSCAL.
001400*--------------------------------------------------------------
001500 01  BUS-DAY-CONTROL.
001600     05 BD-REQUEST             PIC X(01).
001900     05 BD-RESULT-DATE         PIC X(08).
002000     05 BD-RESULT-COUNT        PIC S9(05).
002100     05 BD-STATUS              PIC X(02).
002200*    APPENDED - CALLERS THAT NEVER SET IT GET THE SHOP CALENDAR
002300     05 BD-CALENDAR-ID         PIC X(08) VALUE SPACES.
