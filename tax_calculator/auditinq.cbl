003060*                  '-'/'+') ARE LISTED WITH THE SIGN AND NOT
003070*                  REPLAYED - THEY DOCUMENT AN ADJUSTMENT, NOT
003080*                  A CALCULATION.
003081*
003082*  2026-10-02  RD  SOCIAL INSURANCE.  RECORDS CUT WITH THE
003083*                  VORSORGEPAUSCHALE (AUD-SOCIAL-INS 'Y') LIST
003084*                  THE HEALTH ADD-ON RATE, PRIVATE-INSURANCE
003085*                  AND CHILDLESS FLAGS AND REPLAY WITH THEM.
003086*                  OLDER RECORDS REPLAY WITHOUT THE DEDUCTION,
003087*                  AS THEY WERE CALCULATED, AND SAY SO.
003088*  2026-10-09  RD  ONE-OFF PAYMENTS.  A RECORD OF TYPE 'S' LISTS
003089*                  THE EXPECTED ANNUAL WAGE IT WAS TAXED ON AND
003090*                  IS REPLAYED BY THE ANNUAL-TABLE METHOD: THE
003091*                  ANNUAL TAX ON THE EXPECTED WAGE PLUS THE
003092*                  PAYMENT LESS THE TAX ON THE EXPECTED WAGE.
003093*
003100*  AUDIT RECORDS CUT BEFORE THE CHURCH RATE, PAY FREQUENCY,
003200*  TAX CLASS AND CHILD-ALLOWANCE COUNTER WERE LOGGED CARRY
003300*  BLANKS THERE; A REPLAY OF SUCH A RECORD TAKES RATE 00,
006900 01  WS-DIFFERENCE-EDIT           PIC +ZZZ,ZZZ,ZZ9.99.
007000 01  WS-AMOUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.99.
007100 01  WS-AMOUNT-EDIT-2             PIC ZZZ,ZZZ,ZZ9.99.
007114 01  WS-OO-EXPECTED-WAGE          PIC 9(9)V99 VALUE ZERO.
007128 01  WS-OO-RETURN-CODE            PIC 9(02) VALUE ZERO.
007142 01  WS-OO-BASE-INCOME-TAX        PIC 9(9)V99 VALUE ZERO.
007156 01  WS-OO-BASE-SOLI              PIC 9(9)V99 VALUE ZERO.
007170 01  WS-OO-BASE-CHURCH            PIC 9(9)V99 VALUE ZERO.
007184 01  WS-OO-DIFF                   PIC S9(9)V99 VALUE ZERO.
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015600         '  TAX CLASS ' AUD-TAX-CLASS
015650         '  CHILD ALLOW ' AUD-CHILD-ALLOW
015660         '  FACTOR ' AUD-FACTOR
015661     IF AUD-SOCIAL-INS = 'Y'
015662         DISPLAY '    SOCIAL INS... HEALTH ADD-ON '
015663             AUD-HEALTH-ADDON
015664             '  PRIVATE ' AUD-PRIVATE-INS
015665             '  CHILDLESS ' AUD-CHILDLESS
015666     END-IF
015667     IF AUD-CORR-SIGN = '-' OR AUD-CORR-SIGN = '+'
015670         DISPLAY '    CORRECTION... ' AUD-CORR-SIGN
015671     END-IF
015672     IF AUD-IS-ONE-OFF
015673         IF AUD-EXPECTED-WAGE NUMERIC
015674             MOVE AUD-EXPECTED-WAGE TO WS-AMOUNT-EDIT
015675         ELSE
015676             MOVE ZERO TO WS-AMOUNT-EDIT
015677         END-IF
015678         DISPLAY '    ONE-OFF PAYMENT - EXPECTED ANNUAL WAGE '
015679             WS-AMOUNT-EDIT
015680     END-IF
015700     MOVE AUD-RESULT TO WS-AMOUNT-EDIT
015800     DISPLAY '    WITHHOLDING.. ' WS-AMOUNT-EDIT.
018578         DISPLAY '    (NO FACTOR LOGGED - REPLAYED AS 0.000)'
018580         MOVE ZERO TO TC-FACTOR-ARG
018582     END-IF
018600     IF AUD-SOCIAL-INS = 'Y'
018604         MOVE 'Y' TO TC-SOCIAL-INS-ARG
018608         IF AUD-HEALTH-ADDON NUMERIC
018612             MOVE AUD-HEALTH-ADDON TO TC-HEALTH-ADDON-ARG
018616         ELSE
018620             MOVE ZERO TO TC-HEALTH-ADDON-ARG
018624         END-IF
018628         MOVE AUD-PRIVATE-INS TO TC-PRIVATE-INS-ARG
018632         MOVE AUD-CHILDLESS TO TC-CHILDLESS-ARG
018636     ELSE
018640         DISPLAY '    (NO SOCIAL INSURANCE LOGGED - REPLAYED '
018644             'WITHOUT VORSORGEPAUSCHALE)'
018648         MOVE SPACE TO TC-SOCIAL-INS-ARG
018652         MOVE ZERO TO TC-HEALTH-ADDON-ARG
018656         MOVE 'N' TO TC-PRIVATE-INS-ARG
018660         MOVE 'N' TO TC-CHILDLESS-ARG
018664     END-IF
018668     IF AUD-IS-ONE-OFF
018672         PERFORM 4100-REPLAY-ONE-OFF THRU 4100-EXIT
018676     ELSE
018680         CALL 'TAXCALC' USING TAXCALC-PARMS
018684     END-IF
018700     IF TC-RETURN-CODE NOT = ZERO
018800         DISPLAY '    REPLAY ENDED WITH RETURN CODE '
018900             TC-RETURN-CODE ' - NO COMPARISON'
020700     EXIT.
020800
020900*****************************************************************
020902*  4100-REPLAY-ONE-OFF - A ONE-OFF PAYMENT IS REPLAYED THE WAY
020904*  TAXBATCH TAXED IT: TWO ANNUAL CALCULATIONS, ON THE LOGGED
020906*  EXPECTED WAGE AND ON THAT WAGE PLUS THE PAYMENT, EACH TAX
020908*  BEING THE DIFFERENCE (NEVER BELOW ZERO).  THE WORSE RETURN
020910*  CODE OF THE TWO CALLS STANDS.
020912*****************************************************************
020914 4100-REPLAY-ONE-OFF.
020916     IF AUD-EXPECTED-WAGE NUMERIC
020918         MOVE AUD-EXPECTED-WAGE TO WS-OO-EXPECTED-WAGE
020920     ELSE
020922         DISPLAY '    (NO EXPECTED WAGE LOGGED - REPLAYED ON '
020924             'ZERO)'
020926         MOVE ZERO TO WS-OO-EXPECTED-WAGE
020928     END-IF
020930     MOVE 'A' TO TC-PAY-FREQ-ARG
020932     MOVE WS-OO-EXPECTED-WAGE TO TC-INCOME-ARG
020934     CALL 'TAXCALC' USING TAXCALC-PARMS
020936     MOVE TC-RETURN-CODE TO WS-OO-RETURN-CODE
020938     MOVE TC-INCOME-TAX TO WS-OO-BASE-INCOME-TAX
020940     MOVE TC-SOLI-TAX TO WS-OO-BASE-SOLI
020942     MOVE TC-CHURCH-TAX TO WS-OO-BASE-CHURCH
020944     COMPUTE TC-INCOME-ARG = WS-OO-EXPECTED-WAGE + AUD-INCOME-ARG
020946     CALL 'TAXCALC' USING TAXCALC-PARMS
020948     IF WS-OO-RETURN-CODE > TC-RETURN-CODE
020950         MOVE WS-OO-RETURN-CODE TO TC-RETURN-CODE
020952     END-IF
020954     COMPUTE WS-OO-DIFF = TC-INCOME-TAX - WS-OO-BASE-INCOME-TAX
020956     IF WS-OO-DIFF < ZERO
020958         MOVE ZERO TO WS-OO-DIFF
020960     END-IF
020962     MOVE WS-OO-DIFF TO TC-INCOME-TAX
020964     COMPUTE WS-OO-DIFF = TC-SOLI-TAX - WS-OO-BASE-SOLI
020966     IF WS-OO-DIFF < ZERO
020968         MOVE ZERO TO WS-OO-DIFF
020970     END-IF
020972     MOVE WS-OO-DIFF TO TC-SOLI-TAX
020974     COMPUTE WS-OO-DIFF = TC-CHURCH-TAX - WS-OO-BASE-CHURCH
020976     IF WS-OO-DIFF < ZERO
020978         MOVE ZERO TO WS-OO-DIFF
020980     END-IF
020982     MOVE WS-OO-DIFF TO TC-CHURCH-TAX
020984     COMPUTE TC-TOTAL-WITHHOLD =
020986         TC-INCOME-TAX + TC-SOLI-TAX + TC-CHURCH-TAX.
020988 4100-EXIT.
020990     EXIT.
020992
020994*****************************************************************
021000*  9000-TERMINATE - CLOSE THE TRAIL AND SUM UP THE SEARCH.
021100*****************************************************************
021200 9000-TERMINATE.
