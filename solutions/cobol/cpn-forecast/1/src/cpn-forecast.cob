001300*                 FROM THE DAY NUMBER) ON CPNFCST, SO THE
001400*                 PROMOTIONS TEAM CAN PLAN REMINDER PUSHES
001500*                 BEFORE A WAVE OF COUPONS LAPSES.
001510* 2026-10-15 RLM  TAKE THE WIDENED COUPON REGISTER ROW (61
001520*                 BYTES, CAMPAIGN ID).
001530* 2026-10-15 RLM  COUPON REGISTER ROW WIDENED TO 86 BYTES
001540*                 (REDEMPTION VENUE, TIME, AND CHANNEL).
001600*--------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
003900     05 CR-REDEEMED            PIC X(01).
004000     05 FILLER                 PIC X(02).
004100     05 CR-EXPIRY-DATE         PIC X(08).
004110     05 FILLER                 PIC X(02).
004120     05 CR-CAMPAIGN-ID         PIC X(08).
004130     05 FILLER                 PIC X(02).
004140     05 CR-RDM-VENUE           PIC X(04).
004150     05 FILLER                 PIC X(02).
004160     05 CR-RDM-TIMESTAMP       PIC X(14).
004170     05 FILLER                 PIC X(02).
004180     05 CR-RDM-CHANNEL         PIC X(01).
004200 FD  JOB-ACCT-FILE
004300     RECORDING MODE IS F.
004400 01  JOB-ACCT-FILE-RECORD      PIC X(60).
