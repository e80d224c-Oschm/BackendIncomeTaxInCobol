001532*                  FACTOR 0.000 MEANS NOT ELECTED; A NONZERO
001533*                  FACTOR WITH A CLASS OTHER THAN 4 ENDS WITH
001534*                  RETURN CODE 93 AND ZEROED RESULTS.
001538*  2026-10-02  RD  SOCIAL INSURANCE AND VORSORGEPAUSCHALE
001542*                  (PAR. 39B ESTG).  WITH TC-SOCIAL-INS-ARG 'Y'
001546*                  THE EMPLOYEE SHARES OF PENSION, HEALTH, CARE
001550*                  AND UNEMPLOYMENT INSURANCE ARE WORKED OUT
001554*                  FROM THE YEAR'S ROW ON THE NEW SVTAB MASTER
001558*                  (RATES AND BEITRAGSBEMESSUNGSGRENZEN) AND
001562*                  RETURNED PER PERIOD, AND THE VORSORGEPAUSCHALE
001566*                  BUILT FROM THEM IS DEDUCTED FROM THE ANNUAL
001570*                  WAGE BEFORE THE CLASS ADJUSTMENT AND ZONE
001574*                  SEARCH - SEE 2400-DEDUCT-VORSORGE.  BLANK
001578*                  KEEPS THE OLD GROSS-ONLY CALCULATION.  A YEAR
001582*                  WITH NO SVTAB ROW IS CALCULATED WITHOUT
001586*                  CONTRIBUTIONS, ANNOUNCED ONCE PER RUN UNIT.
001590*****************************************************************
001594 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT BRKTAB-FILE ASSIGN TO "BRKTAB"
001960     SELECT STATTAB-FILE ASSIGN TO "STATTAB"
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS WS-STAT-FILE-STATUS.
001985     SELECT SVTAB-FILE ASSIGN TO "SVTAB"
001990         ORGANIZATION IS LINE SEQUENTIAL
001995         FILE STATUS IS WS-SV-FILE-STATUS.
002000 DATA DIVISION.
002100 FILE SECTION.
002200 FD  BRKTAB-FILE.
002400 COPY BRKTAB.
002420 FD  STATTAB-FILE.
002440 COPY STATTAB.
002460 FD  SVTAB-FILE.
002480 COPY SVTAB.
002500 WORKING-STORAGE SECTION.
002600*****************************************************************
002700*  BRACKET TABLE - LOADED INTO STORAGE ONCE, ON THE FIRST CALL,
003499         88  WS-STAT-YEAR-FOUND       VALUE 'Y'.
003501     05  WS-STAT-WARNED-SW        PIC X(01) VALUE 'N'.
003502         88  WS-STAT-WARNED           VALUE 'Y'.
003509     05  WS-SV-FILE-STATUS        PIC X(02) VALUE '00'.
003516         88  WS-SV-FILE-NOT-FOUND     VALUE '05' '35'.
003523         88  WS-SV-EOF                VALUE '10'.
003530     05  WS-SV-LOADED-SW          PIC X(01) VALUE 'N'.
003537         88  WS-SV-LOADED             VALUE 'Y'.
003544     05  WS-SV-FULL-SW            PIC X(01) VALUE 'N'.
003551         88  WS-SV-FULL               VALUE 'Y'.
003558     05  WS-SV-YEAR-FOUND-SW      PIC X(01) VALUE 'N'.
003565         88  WS-SV-YEAR-FOUND         VALUE 'Y'.
003572     05  WS-SV-WARNED-SW          PIC X(01) VALUE 'N'.
003579         88  WS-SV-WARNED             VALUE 'Y'.
003586
003600 01  WS-BRACKET-COUNT             PIC 9(4) COMP VALUE ZERO.
003700 01  WS-BRK-IDX                   PIC 9(4) COMP VALUE ZERO.
003750 01  WS-FOUND-IDX                 PIC 9(4) COMP VALUE ZERO.
004878         10  WS-STAT-SOLI-RATE    PIC 9V999.
004880         10  WS-STAT-PAR-RELIEF   PIC 9(9)V99.
004882         10  WS-STAT-CHILD-ALW    PIC 9(9)V99.
004886
004890*****************************************************************
004894*  SOCIAL-INSURANCE TABLE - LOADED FROM SVTAB ONCE PER RUN UNIT,
004898*  ONE ENTRY PER ASSESSMENT YEAR, AND RESOLVED PER CALL IN
004902*  1800-RESOLVE-SV-PARAMS.
004906*****************************************************************
004910 01  WS-SV-COUNT                  PIC 9(4) COMP VALUE ZERO.
004914 01  WS-SV-IDX                    PIC 9(4) COMP VALUE ZERO.
004918 01  WS-SV-FOUND-IDX              PIC 9(4) COMP VALUE ZERO.
004922 01  WS-SV-TABLE.
004926     05  WS-SV-ENTRY OCCURS 50 TIMES.
004930         10  WS-SV-YEAR           PIC 9(4).
004934         10  WS-SV-PENSION-RATE   PIC 9(2)V999.
004938         10  WS-SV-HEALTH-RATE    PIC 9(2)V999.
004942         10  WS-SV-HEALTH-VP-RATE PIC 9(2)V999.
004946         10  WS-SV-ADDON-AVG      PIC 9(2)V999.
004950         10  WS-SV-CARE-RATE      PIC 9(2)V999.
004954         10  WS-SV-CARE-CHILDLESS PIC 9(2)V999.
004958         10  WS-SV-UNEMPL-RATE    PIC 9(2)V999.
004962         10  WS-SV-UNEMPL-IN-VP   PIC X(01).
004966         10  WS-SV-BBG-PENSION    PIC 9(9)V99.
004970         10  WS-SV-BBG-HEALTH     PIC 9(9)V99.
004974         10  WS-SV-MIN-VP-RATE    PIC 9(2)V999.
004978         10  WS-SV-MIN-VP-CAP     PIC 9(9)V99.
004982         10  WS-SV-MIN-VP-CAP-3   PIC 9(9)V99.
004986
005000*****************************************************************
005100*  CALCULATION WORK AREAS
005200*****************************************************************
006495*****************************************************************
006550 01  WS-BASIC-ALLOWANCE           PIC 9(9)V99   VALUE ZERO.
006560
006562*****************************************************************
006564*  VORSORGEPAUSCHALE WORK AREAS.  THE CONTRIBUTION BASES ARE
006566*  THE ANNUAL GROSS CAPPED AT THE YEAR'S CEILINGS; THE
006568*  CONTRIBUTIONS THEMSELVES ARE BUILT DIRECTLY IN THE TC-
006570*  OUTPUT FIELDS AS ANNUAL FIGURES AND SPLIT INTO THE PERIOD
006572*  SHARE IN 6000-DERIVE-PERIOD-SHARE.
006574*****************************************************************
006576 01  WS-SV-PENSION-BASE           PIC 9(9)V99   VALUE ZERO.
006578 01  WS-SV-HEALTH-BASE            PIC 9(9)V99   VALUE ZERO.
006580 01  WS-SV-ADDON-RATE             PIC 9(2)V999  VALUE ZERO.
006582 01  WS-VP-HEALTH-CARE            PIC 9(9)V99   VALUE ZERO.
006584 01  WS-VP-MINIMUM                PIC 9(9)V99   VALUE ZERO.
006586 01  WS-VP-MIN-CAP                PIC 9(9)V99   VALUE ZERO.
006588 01  WS-VORSORGE                  PIC 9(9)V99   VALUE ZERO.
006590
006600 LINKAGE SECTION.
006700 COPY TAXPARM.
006800
007000 0000-MAINLINE.
007100     PERFORM 1000-LOAD-BRACKET-TABLE THRU 1000-EXIT
007110     PERFORM 1050-LOAD-STAT-TABLE THRU 1050-EXIT
007155     PERFORM 1070-LOAD-SV-TABLE THRU 1070-EXIT
007200     MOVE 00 TO TC-RETURN-CODE
007220     PERFORM 1500-SET-PERIOD-FACTOR THRU 1500-EXIT
007230     PERFORM 1600-RESOLVE-TAX-CLASS THRU 1600-EXIT
007235     PERFORM 1700-RESOLVE-STAT-PARAMS THRU 1700-EXIT
007237     PERFORM 1800-RESOLVE-SV-PARAMS THRU 1800-EXIT
007240     IF TC-RC-BAD-PAY-FREQ OR TC-RC-BAD-TAX-CLASS
007245         OR TC-RC-BAD-FACTOR
007250         MOVE ZERO TO TC-INCOME-TAX TC-SOLI-TAX TC-CHURCH-TAX
007260         MOVE ZERO TO TC-TOTAL-WITHHOLD TC-ZONE-APPLIED
007263         MOVE ZERO TO TC-PENSION-INS TC-HEALTH-INS
007266         MOVE ZERO TO TC-CARE-INS TC-UNEMPL-INS
007270         GOBACK
007280     END-IF
007300     PERFORM 2000-FIND-BRACKET-ZONE THRU 2000-EXIT
008100         MOVE 90 TO TC-RETURN-CODE
008200         MOVE ZERO TO TC-INCOME-TAX TC-SOLI-TAX TC-CHURCH-TAX
008300         MOVE ZERO TO TC-TOTAL-WITHHOLD TC-ZONE-APPLIED
008333         MOVE ZERO TO TC-PENSION-INS TC-HEALTH-INS
008366         MOVE ZERO TO TC-CARE-INS TC-UNEMPL-INS
008400     END-IF
008500     GOBACK.
008600
012100 1060-EXIT.
012101     EXIT.
012102
012103*****************************************************************
012104*  1070-LOAD-SV-TABLE - READ THE SOCIAL-INSURANCE MASTER ONCE
012105*  PER RUN UNIT, AS 1050-LOAD-STAT-TABLE DOES FOR STATTAB.  A
012106*  MISSING SVTAB IS NOT FATAL - EVERY YEAR IS THEN CALCULATED
012107*  WITHOUT CONTRIBUTIONS.
012108*****************************************************************
012109 1070-LOAD-SV-TABLE.
012110     IF WS-SV-LOADED
012111         GO TO 1070-EXIT
012112     END-IF
012113     MOVE ZERO TO WS-SV-COUNT
012114     OPEN INPUT SVTAB-FILE
012115     IF WS-SV-FILE-NOT-FOUND
012116         DISPLAY 'TAXCALC: NO SOCIAL-INSURANCE TABLE ON FILE - '
012117             'NO VORSORGEPAUSCHALE WILL BE DEDUCTED'
012118     ELSE
012119         PERFORM 1080-READ-SV-RECORD THRU 1080-EXIT
012120             UNTIL WS-SV-EOF OR WS-SV-FULL
012121         CLOSE SVTAB-FILE
012122     END-IF
012123     MOVE 'Y' TO WS-SV-LOADED-SW.
012124 1070-EXIT.
012125     EXIT.
012126
012127 1080-READ-SV-RECORD.
012128     READ SVTAB-FILE
012129         AT END
012130             GO TO 1080-EXIT
012131     END-READ
012132     IF WS-SV-COUNT = 50
012133         DISPLAY 'TAXCALC: SOCIAL-INSURANCE TABLE FULL AT 50 '
012134             'YEARS - REMAINING ROWS ON SVTAB IGNORED'
012135         MOVE 'Y' TO WS-SV-FULL-SW
012136         GO TO 1080-EXIT
012137     END-IF
012138     ADD 1 TO WS-SV-COUNT
012139     MOVE SV-YEAR TO WS-SV-YEAR (WS-SV-COUNT)
012140     MOVE SV-PENSION-RATE TO WS-SV-PENSION-RATE (WS-SV-COUNT)
012141     MOVE SV-HEALTH-RATE TO WS-SV-HEALTH-RATE (WS-SV-COUNT)
012142     MOVE SV-HEALTH-VP-RATE
012143         TO WS-SV-HEALTH-VP-RATE (WS-SV-COUNT)
012144     MOVE SV-HEALTH-ADDON-AVG TO WS-SV-ADDON-AVG (WS-SV-COUNT)
012145     MOVE SV-CARE-RATE TO WS-SV-CARE-RATE (WS-SV-COUNT)
012146     MOVE SV-CARE-CHILDLESS
012147         TO WS-SV-CARE-CHILDLESS (WS-SV-COUNT)
012148     MOVE SV-UNEMPL-RATE TO WS-SV-UNEMPL-RATE (WS-SV-COUNT)
012149     MOVE SV-UNEMPL-IN-VP TO WS-SV-UNEMPL-IN-VP (WS-SV-COUNT)
012150     MOVE SV-BBG-PENSION TO WS-SV-BBG-PENSION (WS-SV-COUNT)
012151     MOVE SV-BBG-HEALTH TO WS-SV-BBG-HEALTH (WS-SV-COUNT)
012152     MOVE SV-MIN-VP-RATE TO WS-SV-MIN-VP-RATE (WS-SV-COUNT)
012153     MOVE SV-MIN-VP-CAP TO WS-SV-MIN-VP-CAP (WS-SV-COUNT)
012154     MOVE SV-MIN-VP-CAP-3 TO WS-SV-MIN-VP-CAP-3 (WS-SV-COUNT).
012155 1080-EXIT.
012156     EXIT.
012157
012158*****************************************************************
012159*  1500-SET-PERIOD-FACTOR - TRANSLATE TC-PAY-FREQ-ARG INTO THE
012160*  NUMBER OF PAY PERIODS PER YEAR.  AN UNRECOGNISED FREQUENCY
012161*  ENDS THE CALL WITH RETURN CODE 91 RATHER THAN GUESSING.
012162*****************************************************************
012163 1500-SET-PERIOD-FACTOR.
012164     EVALUATE TRUE
012165         WHEN TC-FREQ-ANNUAL
012166             MOVE 1 TO WS-PERIODS-PER-YEAR
012167         WHEN TC-FREQ-MONTHLY
012168             MOVE 12 TO WS-PERIODS-PER-YEAR
012169         WHEN TC-FREQ-WEEKLY
012170             MOVE 52 TO WS-PERIODS-PER-YEAR
012175         WHEN OTHER
012180             MOVE 91 TO TC-RETURN-CODE
012278 1710-EXIT.
012279     EXIT.
012280
012282*****************************************************************
012284*  1800-RESOLVE-SV-PARAMS - EDIT THE SOCIAL-INSURANCE ARGUMENTS
012286*  AND PICK THE YEAR'S SVTAB ROW.  WHEN THE CALLER DID NOT ASK
012288*  FOR CONTRIBUTIONS, OR THE YEAR HAS NO ROW, WS-SV-FOUND-IDX
012290*  STAYS ZERO AND 2400-DEDUCT-VORSORGE DEDUCTS NOTHING.  THE
012292*  MISSING ROW IS ANNOUNCED ONCE PER RUN UNIT.
012294*****************************************************************
012296 1800-RESOLVE-SV-PARAMS.
012298     MOVE ZERO TO WS-SV-FOUND-IDX
012300     IF NOT TC-SOCIAL-INS-APPLIES
012302         GO TO 1800-EXIT
012304     END-IF
012306     IF TC-HEALTH-ADDON-ARG NOT NUMERIC
012308         MOVE ZERO TO TC-HEALTH-ADDON-ARG
012310     END-IF
012312     MOVE 'N' TO WS-SV-YEAR-FOUND-SW
012314     PERFORM 1810-TEST-SV-ENTRY THRU 1810-EXIT
012316         VARYING WS-SV-IDX FROM 1 BY 1
012318         UNTIL WS-SV-IDX > WS-SV-COUNT
012320                OR WS-SV-YEAR-FOUND
012322     IF NOT WS-SV-YEAR-FOUND
012324         AND NOT WS-SV-WARNED
012326         DISPLAY 'TAXCALC: YEAR ' TC-YEAR-ARG ' HAS NO '
012328             'SVTAB ROW - NO CONTRIBUTIONS OR VORSORGEPAUSCHALE '
012330             '(FURTHER MISSES NOT ANNOUNCED)'
012332         MOVE 'Y' TO WS-SV-WARNED-SW
012334     END-IF.
012336 1800-EXIT.
012338     EXIT.
012340
012342 1810-TEST-SV-ENTRY.
012344     IF WS-SV-YEAR (WS-SV-IDX) = TC-YEAR-ARG
012346         MOVE 'Y' TO WS-SV-YEAR-FOUND-SW
012348         MOVE WS-SV-IDX TO WS-SV-FOUND-IDX
012350     END-IF.
012352 1810-EXIT.
012354     EXIT.
012356
012358*****************************************************************
012360*  2000-FIND-BRACKET-ZONE - LOCATE THE ZONE FOR TC-YEAR-ARG THAT
012400*  COVERS THE (POSSIBLY SPLIT) INCOME.  UNDER THE SPLITTING
012500*  PROCEDURE OF PARAGRAPH 32A EStG (CLASS 3, OR THE LEGACY
012600*  MARRIED FLAG WITH NO CLASS GIVEN) THE TAXPAYER IS ASSESSED
013000     MOVE 'N' TO WS-ZONE-FOUND-SW
013020     COMPUTE WS-ANNUAL-INCOME =
013040         TC-INCOME-ARG * WS-PERIODS-PER-YEAR
013050     PERFORM 2400-DEDUCT-VORSORGE THRU 2400-EXIT
013060     PERFORM 2500-APPLY-CLASS-ALLOWANCE THRU 2500-EXIT
013100     IF WS-SPLITTING
013200         COMPUTE WS-CALC-INCOME = WS-ANNUAL-INCOME / 2
014750         MOVE WS-BRK-IDX TO WS-FOUND-IDX
014800     END-IF.
014850 2100-EXIT.
014851     EXIT.
014852
014853*****************************************************************
014854*  2400-DEDUCT-VORSORGE - WORK OUT THE EMPLOYEE'S ANNUAL SHARE
014855*  OF EACH CONTRIBUTION AND DEDUCT THE VORSORGEPAUSCHALE FROM
014856*  THE ANNUAL WAGE (NEVER BELOW ZERO).  SVTAB RATES ARE TOTAL
014857*  RATES, SO THE EMPLOYEE SHARE IS HALF; THE CHILDLESS CARE
014858*  SURCHARGE IS THE EMPLOYEE'S ALONE.  PENSION AND UNEMPLOYMENT
014859*  ARE ASSESSED UP TO THE PENSION CEILING, HEALTH AND CARE UP
014860*  TO THE HEALTH CEILING; A PRIVATELY INSURED EMPLOYEE HAS NO
014861*  STATUTORY HEALTH OR CARE SHARE.  THE PAUSCHALE IS THE
014862*  PENSION SHARE PLUS THE HIGHER OF
014863*      THE HEALTH SHARE AT THE REDUCED VP RATE PLUS HALF THE
014864*      ADD-ON, THE CARE SHARE AND (WHERE SVTAB SAYS IT COUNTS)
014865*      THE UNEMPLOYMENT SHARE
014866*  AND THE MINDESTVORSORGEPAUSCHALE (A RATE ON THE WAGE, CAPPED
014867*  HIGHER UNDER THE SPLITTING PROCEDURE).
014868*****************************************************************
014869 2400-DEDUCT-VORSORGE.
014870     MOVE ZERO TO TC-PENSION-INS TC-HEALTH-INS
014871     MOVE ZERO TO TC-CARE-INS TC-UNEMPL-INS
014872     IF WS-SV-FOUND-IDX = ZERO
014873         GO TO 2400-EXIT
014874     END-IF
014875     IF WS-ANNUAL-INCOME > WS-SV-BBG-PENSION (WS-SV-FOUND-IDX)
014876         MOVE WS-SV-BBG-PENSION (WS-SV-FOUND-IDX)
014877             TO WS-SV-PENSION-BASE
014878     ELSE
014879         MOVE WS-ANNUAL-INCOME TO WS-SV-PENSION-BASE
014880     END-IF
014881     IF WS-ANNUAL-INCOME > WS-SV-BBG-HEALTH (WS-SV-FOUND-IDX)
014882         MOVE WS-SV-BBG-HEALTH (WS-SV-FOUND-IDX)
014883             TO WS-SV-HEALTH-BASE
014884     ELSE
014885         MOVE WS-ANNUAL-INCOME TO WS-SV-HEALTH-BASE
014886     END-IF
014887     IF TC-HEALTH-ADDON-AVERAGE
014888         MOVE WS-SV-ADDON-AVG (WS-SV-FOUND-IDX)
014889             TO WS-SV-ADDON-RATE
014890     ELSE
014891         MOVE TC-HEALTH-ADDON-ARG TO WS-SV-ADDON-RATE
014892     END-IF
014893     COMPUTE TC-PENSION-INS ROUNDED =
014894         WS-SV-PENSION-BASE
014895             * WS-SV-PENSION-RATE (WS-SV-FOUND-IDX) / 200
014896     COMPUTE TC-UNEMPL-INS ROUNDED =
014897         WS-SV-PENSION-BASE
014898             * WS-SV-UNEMPL-RATE (WS-SV-FOUND-IDX) / 200
014899     MOVE ZERO TO WS-VP-HEALTH-CARE
014900     IF NOT TC-PRIVATE-INSURED
014901         COMPUTE TC-HEALTH-INS ROUNDED =
014902             WS-SV-HEALTH-BASE
014903                 * (WS-SV-HEALTH-RATE (WS-SV-FOUND-IDX)
014904                    + WS-SV-ADDON-RATE) / 200
014905         COMPUTE TC-CARE-INS ROUNDED =
014906             WS-SV-HEALTH-BASE
014907                 * WS-SV-CARE-RATE (WS-SV-FOUND-IDX) / 200
014908         IF TC-CHILDLESS
014909             COMPUTE TC-CARE-INS ROUNDED = TC-CARE-INS
014910                 + WS-SV-HEALTH-BASE
014911                 * WS-SV-CARE-CHILDLESS (WS-SV-FOUND-IDX) / 100
014912         END-IF
014913         COMPUTE WS-VP-HEALTH-CARE ROUNDED =
014914             WS-SV-HEALTH-BASE
014915                 * (WS-SV-HEALTH-VP-RATE (WS-SV-FOUND-IDX)
014916                    + WS-SV-ADDON-RATE) / 200
014917             + TC-CARE-INS
014918     END-IF
014919     IF WS-SV-UNEMPL-IN-VP (WS-SV-FOUND-IDX) = 'Y'
014920         ADD TC-UNEMPL-INS TO WS-VP-HEALTH-CARE
014921     END-IF
014922     IF WS-SPLITTING
014923         MOVE WS-SV-MIN-VP-CAP-3 (WS-SV-FOUND-IDX)
014924             TO WS-VP-MIN-CAP
014925     ELSE
014926         MOVE WS-SV-MIN-VP-CAP (WS-SV-FOUND-IDX) TO WS-VP-MIN-CAP
014927     END-IF
014928     COMPUTE WS-VP-MINIMUM ROUNDED =
014929         WS-ANNUAL-INCOME
014930             * WS-SV-MIN-VP-RATE (WS-SV-FOUND-IDX) / 100
014931     IF WS-VP-MINIMUM > WS-VP-MIN-CAP
014932         MOVE WS-VP-MIN-CAP TO WS-VP-MINIMUM
014933     END-IF
014934     IF WS-VP-MINIMUM > WS-VP-HEALTH-CARE
014935         MOVE WS-VP-MINIMUM TO WS-VP-HEALTH-CARE
014936     END-IF
014937     COMPUTE WS-VORSORGE = TC-PENSION-INS + WS-VP-HEALTH-CARE
014938     IF WS-ANNUAL-INCOME > WS-VORSORGE
014939         SUBTRACT WS-VORSORGE FROM WS-ANNUAL-INCOME
014940     ELSE
014941         MOVE ZERO TO WS-ANNUAL-INCOME
014942     END-IF.
014943 2400-EXIT.
014944     EXIT.
014945
014946*****************************************************************
014947*  2500-APPLY-CLASS-ALLOWANCE - ADJUST THE ANNUAL INCOME FOR
014948*  THE STEUERKLASSE BEFORE THE ZONE SEARCH.  CLASS 2 DEDUCTS
014949*  THE SINGLE-PARENT RELIEF (NEVER BELOW ZERO); CLASSES 5 AND 6
014950*  ADD THE YEAR'S BASIC ALLOWANCE BACK TO INCOME SO THE ZONE-1
014951*  ALLOWANCE BUILT INTO THE SCHEDULE IS TAKEN AWAY AGAIN.
014952*  CLASSES 0, 1, 3 AND 4 PASS THROUGH UNCHANGED.
014953*****************************************************************
014954 2500-APPLY-CLASS-ALLOWANCE.
014955     EVALUATE TRUE
014956         WHEN TC-CLASS-SINGLE-PARENT
014957             IF WS-ANNUAL-INCOME > WS-EFF-PARENT-RELIEF
014958                 SUBTRACT WS-EFF-PARENT-RELIEF
014959                     FROM WS-ANNUAL-INCOME
014960             ELSE
014961                 MOVE ZERO TO WS-ANNUAL-INCOME
014962             END-IF
014963         WHEN TC-CLASS-NO-ALLOWANCE
014964             PERFORM 2600-FIND-BASIC-ALLOWANCE THRU 2600-EXIT
014965             ADD WS-BASIC-ALLOWANCE TO WS-ANNUAL-INCOME
014966     END-EVALUATE.
014967 2500-EXIT.
014968     EXIT.
014969
014970*****************************************************************
014971*  2600-FIND-BASIC-ALLOWANCE - THE BASIC ALLOWANCE FOR A YEAR
014972*  IS THE UPPER LIMIT OF ITS ZERO ZONE (ZONE TYPE '0') ON
014973*  BRKTAB.  A YEAR WITH NO ZERO ZONE YIELDS ZERO, AND AN
014974*  UNSUPPORTED YEAR FAILS THE ZONE SEARCH WITH RETURN CODE 90
014975*  AS USUAL.
014976*****************************************************************
014977 2600-FIND-BASIC-ALLOWANCE.
014978     MOVE ZERO TO WS-BASIC-ALLOWANCE
014979     PERFORM 2610-TEST-ALLOWANCE-ENTRY THRU 2610-EXIT
014980         VARYING WS-BRK-IDX FROM 1 BY 1
014981         UNTIL WS-BRK-IDX > WS-BRACKET-COUNT
014982                OR WS-BASIC-ALLOWANCE > ZERO.
014983 2600-EXIT.
014984     EXIT.
014985
014986 2610-TEST-ALLOWANCE-ENTRY.
014987     IF WS-BRK-YEAR (WS-BRK-IDX) = TC-YEAR-ARG
014988         AND WS-BRK-ZONE-TYPE (WS-BRK-IDX) = '0'
014989         MOVE WS-BRK-UPPER-LIMIT (WS-BRK-IDX)
014990             TO WS-BASIC-ALLOWANCE
014991     END-IF.
014992 2610-EXIT.
014993     EXIT.
014994
015000*****************************************************************
015100*  3000-COMPUTE-INCOME-TAX - APPLY THE ZONE FORMULA, THEN DOUBLE
015200*  THE RESULT WHEN THE SPLITTING PROCEDURE APPLIES
021400*  6000-DERIVE-PERIOD-SHARE - CONVERT THE ANNUAL RESULTS INTO
021500*  THE PER-PERIOD WITHHOLDING.  EACH COMPONENT IS ROUNDED ON
021600*  ITS OWN AND THE TOTAL IS REBUILT FROM THE ROUNDED PARTS, SO
021700*  THE RETURNED FIGURES ALWAYS ADD UP.  THE CONTRIBUTIONS ARE
021750*  SPLIT THE SAME WAY.
021800*****************************************************************
021900 6000-DERIVE-PERIOD-SHARE.
022000     COMPUTE TC-INCOME-TAX ROUNDED =
022400     COMPUTE TC-CHURCH-TAX ROUNDED =
022500         TC-CHURCH-TAX / WS-PERIODS-PER-YEAR
022600     COMPUTE TC-TOTAL-WITHHOLD =
022700         TC-INCOME-TAX + TC-SOLI-TAX + TC-CHURCH-TAX
022711     COMPUTE TC-PENSION-INS ROUNDED =
022722         TC-PENSION-INS / WS-PERIODS-PER-YEAR
022733     COMPUTE TC-HEALTH-INS ROUNDED =
022744         TC-HEALTH-INS / WS-PERIODS-PER-YEAR
022755     COMPUTE TC-CARE-INS ROUNDED =
022766         TC-CARE-INS / WS-PERIODS-PER-YEAR
022777     COMPUTE TC-UNEMPL-INS ROUNDED =
022788         TC-UNEMPL-INS / WS-PERIODS-PER-YEAR.
022800 6000-EXIT.
022900     EXIT.
