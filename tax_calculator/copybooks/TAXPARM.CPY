001462*  OLD CALLER) MEANS THE PROCEDURE IS NOT ELECTED.  A NONZERO
001464*  FACTOR WITH A CLASS OTHER THAN 4 ENDS THE CALL WITH RETURN
001466*  CODE 93 RATHER THAN GUESSING.
001467*
001468*  TC-SOCIAL-INS-ARG 'Y' HAS TAXCALC WORK OUT THE EMPLOYEE'S
001469*  SOCIAL-INSURANCE CONTRIBUTIONS FROM THE YEAR'S ROW ON SVTAB
001470*  AND DEDUCT THE VORSORGEPAUSCHALE (PAR. 39B ESTG) FROM THE
001471*  ANNUAL WAGE BEFORE THE BRACKET RULES RUN.  BLANK (OR ANY
001472*  OTHER VALUE, FOR CALLERS BUILT BEFORE THE FIELD EXISTED)
001473*  TAXES THE GROSS AS BEFORE AND RETURNS ZERO CONTRIBUTIONS.
001474*  THE THREE FIELDS BEHIND IT COME FROM EMPMAST:
001475*      TC-HEALTH-ADDON-ARG    THE FUND'S ZUSATZBEITRAG IN
001476*                             PERCENT; 0.000 TAKES THE YEAR'S
001477*                             AVERAGE RATE FROM SVTAB
001478*      TC-PRIVATE-INS-ARG     'Y' - PRIVATELY HEALTH INSURED, NO
001479*                             STATUTORY HEALTH OR CARE SHARE
001480*      TC-CHILDLESS-ARG       'Y' - CHILDLESS CARE SURCHARGE DUE
001481*  THE FOUR CONTRIBUTION OUTPUTS ARE RETURNED PER PERIOD LIKE THE
001482*  TAX FIGURES, BUT ARE NOT PART OF TC-TOTAL-WITHHOLD.
001483*****************************************************************
001500 01  TAXCALC-PARMS.
001600     05  TC-INCOME-ARG            PIC 9(9)V99.
001700     05  TC-MARRIED-ARG           PIC X(01).
002670         88  TC-NO-CHILDREN           VALUE 0.
002680     05  TC-FACTOR-ARG            PIC 9V999.
002690         88  TC-NO-FACTOR             VALUE 0.
002691     05  TC-SOCIAL-INS-ARG        PIC X(01).
002692         88  TC-SOCIAL-INS-APPLIES    VALUE 'Y'.
002693     05  TC-HEALTH-ADDON-ARG      PIC 9V999.
002694         88  TC-HEALTH-ADDON-AVERAGE  VALUE 0.
002695     05  TC-PRIVATE-INS-ARG       PIC X(01).
002696         88  TC-PRIVATE-INSURED       VALUE 'Y'.
002697     05  TC-CHILDLESS-ARG         PIC X(01).
002698         88  TC-CHILDLESS             VALUE 'Y'.
002700     05  TC-INCOME-TAX            PIC 9(9)V99.
002800     05  TC-SOLI-TAX              PIC 9(9)V99.
002900     05  TC-CHURCH-TAX            PIC 9(9)V99.
003000     05  TC-TOTAL-WITHHOLD        PIC 9(9)V99.
003020     05  TC-PENSION-INS           PIC 9(9)V99.
003040     05  TC-HEALTH-INS            PIC 9(9)V99.
003060     05  TC-CARE-INS              PIC 9(9)V99.
003080     05  TC-UNEMPL-INS            PIC 9(9)V99.
003100     05  TC-ZONE-APPLIED          PIC 9(2).
003200     05  TC-RETURN-CODE           PIC 9(2).
003300         88  TC-RC-OK                 VALUE 00.
