001300*                 OPERATOR NOT ON FILE, "NS" NO SECURITY FILE
001400*                 PRESENT (CALLERS LOG THE GAP AND PROCEED, SO
001500*                 THE ROLLOUT CANNOT STOP THE NIGHT).
001510* 2026-10-15 RLM  TWO NEW ANSWERS NOW THAT OPERSEC CARRIES
001520*                 SUSPENSIONS AND EXPIRY DATES: "SU" OPERATOR
001530*                 SUSPENDED, "EX" OPERATOR OR GRANT PAST ITS
001540*                 EXPIRY. BOTH ARE REFUSALS, SO A CALLER TESTING
001550*                 OA-AUTHORIZED NEEDS NO CHANGE.
001600*--------------------------------------------------------------
001700 01  OPER-AUTH-CONTROL.
001800     05 OA-OPERATOR            PIC X(08).
002300        88 OA-NOT-GRANTED      VALUE "NA".
002400        88 OA-UNKNOWN-OPER     VALUE "NF".
002500        88 OA-NO-SECURITY      VALUE "NS".
002600        88 OA-SUSPENDED        VALUE "SU".
002700        88 OA-EXPIRED          VALUE "EX".
