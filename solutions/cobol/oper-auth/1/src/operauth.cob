001600*                 FLAGGED EXACTLY THIS GAP: PROGRAMS THAT
001700*                 CHANGE PRODUCTION DATA WITHOUT KNOWING WHO
001800*                 RAN THEM.
001805* 2026-10-15 RLM  OPERSEC NOW COMES FROM THE GOVERNED
001810*                 MAINTENANCE RUN (OPERSEC-MAINT) IN THE SHARED
001815*                 OPERSEC LAYOUT: TEN FUNCTION SLOTS, EACH GRANT
001820*                 WITH ITS OWN EXPIRY DATE, AN OPERATOR STATUS
001825*                 AND AN OPERATOR EXPIRY. A SUSPENDED OPERATOR
001830*                 ANSWERS "SU"; AN EXPIRED OPERATOR, OR A GRANT
001835*                 FOUND ONLY PAST ITS EXPIRY, ANSWERS "EX". A
001840*                 RECORD FROM BEFORE THE CHANGE (FREE-TEXT LIST,
001845*                 NO EXPIRIES) IS SPLIT INTO SLOTS AS IT LOADS
001850*                 AND ITS GRANTS STAY OPEN-ENDED. THE FUNCTION
001855*                 MATCH IS NOW ON THE WHOLE SLOT, NOT A
001860*                 SUBSTRING OF THE LIST.
001865* 2026-10-15 RLM  LEGACY OPERSEC ROWS ARE NOW KNOWN BY A BLANK
001870*                 OPERATOR STATUS, NOT BY BLANK EXPIRIES, SO A NEW
001875*                 ROW HOLDING ONLY OPEN-ENDED GRANTS IS NOT
001880*                 RE-SPLIT.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003000 FILE SECTION.
003100 FD  OPER-SEC-FILE
003200     RECORDING MODE IS F.
003210 01  OPER-SEC-FILE-RECORD      PIC X(202).
003900 WORKING-STORAGE SECTION.
003910 COPY OPERSEC.
004000*--------------------------------------------------------------
004100* SECURITY CACHE - LOADED ON THE FIRST CALL OF THE RUN UNIT
004200*--------------------------------------------------------------
004900     05 WS-SEC-COUNT           PIC 9(03) BINARY VALUE ZERO.
005000     05 WS-SEC-ENTRY OCCURS 100 TIMES.
005100        10 WS-SEC-OPERATOR     PIC X(08).
005110        10 WS-SEC-IMAGE        PIC X(202).
005400 77  WS-SEC-SCAN               PIC 9(03) BINARY.
005500 77  WS-SEC-HIT                PIC 9(03) BINARY.
005510 77  WS-SLOT                   PIC 9(02) BINARY.
005520 77  WS-TODAY                  PIC X(08).
005530 77  WS-GRANT-SW               PIC X(01).
005540     88 GRANT-IN-FORCE         VALUE "Y".
005550     88 GRANT-EXPIRED          VALUE "X".
005560     88 GRANT-NOT-FOUND        VALUE "N".
005570 77  WS-LEGACY-LIST            PIC X(80).
005800 LINKAGE SECTION.
005900 COPY OPERAUTH.
006000 PROCEDURE DIVISION USING OPER-AUTH-CONTROL.
007900        MOVE "NF" TO OA-STATUS
008000        GOBACK
008100     END-IF
008110     MOVE WS-SEC-IMAGE(WS-SEC-HIT) TO OPER-SEC-RECORD
008120     MOVE OS-NAME TO OA-NAME
008130*    A SUSPENDED OR EXPIRED OPERATOR HOLDS NOTHING, WHATEVER THE
008140*    GRANT LIST SAYS
008150     IF OS-SUSPENDED
008160        MOVE "SU" TO OA-STATUS
008500        GOBACK
008600     END-IF
008610     IF OS-OPER-EXPIRY NOT = SPACES
008620        AND OS-OPER-EXPIRY NOT > WS-TODAY
008630        MOVE "EX" TO OA-STATUS
008640        GOBACK
009500     END-IF
009510     SET GRANT-NOT-FOUND TO TRUE
009520     PERFORM 2100-CHECK-ONE-SLOT THRU 2100-CHECK-ONE-SLOT-EXIT
009530        VARYING WS-SLOT FROM 1 BY 1
009540        UNTIL WS-SLOT > 10 OR GRANT-IN-FORCE
009550     EVALUATE TRUE
009560        WHEN GRANT-IN-FORCE
009570           MOVE "00" TO OA-STATUS
009580        WHEN GRANT-EXPIRED
009590           MOVE "EX" TO OA-STATUS
009600        WHEN OTHER
009610           MOVE "NA" TO OA-STATUS
009620     END-EVALUATE
010100     GOBACK.
010200*--------------------------------------------------------------
010300* 1000-LOAD-SECURITY
010400*--------------------------------------------------------------
010500 1000-LOAD-SECURITY.
010600     SET SECURITY-LOADED TO TRUE
010610     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
010700     OPEN INPUT OPER-SEC-FILE
010800     IF WS-OPERSEC-STATUS NOT = "00"
010900        GO TO 1000-LOAD-SECURITY-EXIT
011500 1000-LOAD-SECURITY-EXIT.
011600     EXIT.
011700 1100-LOAD-ONE-OPER.
011710     READ OPER-SEC-FILE INTO OPER-SEC-RECORD
011900        AT END
012000           MOVE "10" TO WS-OPERSEC-STATUS
012100           GO TO 1100-LOAD-ONE-OPER-EXIT
012200     END-READ
012300     IF OS-OPERATOR NOT = SPACES AND WS-SEC-COUNT < 100
012400        ADD 1 TO WS-SEC-COUNT
012410        MOVE FUNCTION UPPER-CASE(OS-FUNCTIONS) TO OS-FUNCTIONS
012420        IF OS-STATUS = SPACE
012430           PERFORM 1150-SPLIT-LEGACY-LIST
012440              THRU 1150-SPLIT-LEGACY-LIST-EXIT
012450        END-IF
012500        MOVE OS-OPERATOR TO WS-SEC-OPERATOR(WS-SEC-COUNT)
012510        MOVE OPER-SEC-RECORD TO WS-SEC-IMAGE(WS-SEC-COUNT)
012900     END-IF.
013000 1100-LOAD-ONE-OPER-EXIT.
013100     EXIT.
013105*--------------------------------------------------------------
013110* 1150-SPLIT-LEGACY-LIST - A RECORD WRITTEN BEFORE THE SLOTTED
013115*          LAYOUT CARRIES A FREE-TEXT LIST ("PARTMNT,RESTORE")
013120*          WITH NO EXPIRIES. LAY IT OUT ONE FUNCTION PER SLOT SO
013125*          THE SLOT CHECK READS IT; ITS GRANTS STAY OPEN-ENDED.
013130*--------------------------------------------------------------
013135 1150-SPLIT-LEGACY-LIST.
013140     MOVE OS-FUNCTIONS TO WS-LEGACY-LIST
013145     INSPECT WS-LEGACY-LIST REPLACING ALL "," BY SPACE
013150     MOVE FUNCTION TRIM(WS-LEGACY-LIST LEADING) TO WS-LEGACY-LIST
013155     MOVE SPACES TO OS-FUNCTIONS
013160     UNSTRING WS-LEGACY-LIST DELIMITED BY ALL SPACE
013165        INTO OS-GRANT-FUNC(1) OS-GRANT-FUNC(2) OS-GRANT-FUNC(3)
013170             OS-GRANT-FUNC(4) OS-GRANT-FUNC(5) OS-GRANT-FUNC(6)
013175             OS-GRANT-FUNC(7) OS-GRANT-FUNC(8) OS-GRANT-FUNC(9)
013180             OS-GRANT-FUNC(10)
013185     END-UNSTRING.
013190 1150-SPLIT-LEGACY-LIST-EXIT.
013195     EXIT.
013200*--------------------------------------------------------------
013300* 2000-SCAN-ONE-OPER
013400*--------------------------------------------------------------
013800     END-IF.
013900 2000-SCAN-ONE-OPER-EXIT.
014000     EXIT.
014100*--------------------------------------------------------------
014200* 2100-CHECK-ONE-SLOT - A SLOT NAMING THE FUNCTION (OR "ALL")
014300*          COUNTS ONLY BEFORE ITS EXPIRY DATE
014400*--------------------------------------------------------------
014500 2100-CHECK-ONE-SLOT.
014600     IF OS-GRANT-FUNC(WS-SLOT) NOT = OA-FUNCTION
014700        AND OS-GRANT-FUNC(WS-SLOT) NOT = "ALL"
014800        GO TO 2100-CHECK-ONE-SLOT-EXIT
014900     END-IF
015000     IF OS-GRANT-EXPIRY(WS-SLOT) = SPACES
015100        OR OS-GRANT-EXPIRY(WS-SLOT) > WS-TODAY
015200        SET GRANT-IN-FORCE TO TRUE
015300     ELSE
015400        SET GRANT-EXPIRED TO TRUE
015500     END-IF.
015600 2100-CHECK-ONE-SLOT-EXIT.
015700     EXIT.
