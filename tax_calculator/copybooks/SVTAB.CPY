000100*****************************************************************
000200*  SVTAB.CPY
000300*  SOCIAL-INSURANCE PARAMETER MASTER RECORD - ONE ROW PER
000400*  ASSESSMENT YEAR, ALONGSIDE THE BRKTAB AND STATTAB MASTERS.
000500*  CARRIES THE STATUTORY CONTRIBUTION RATES (TOTAL RATES, IN
000600*  PERCENT - TAXCALC WORKS OUT THE EMPLOYEE SHARE) AND THE
000700*  ANNUAL BEITRAGSBEMESSUNGSGRENZEN FOR PENSION, HEALTH, CARE
000800*  AND UNEMPLOYMENT INSURANCE, PLUS THE FIGURES TAXCALC NEEDS
000900*  TO TURN THE CONTRIBUTIONS INTO THE VORSORGEPAUSCHALE
001000*  (PAR. 39B ABS. 2 SATZ 5 NR. 3 ESTG):
001100*      SV-PENSION-RATE        RENTENVERSICHERUNG, E.G. 18.600
001200*      SV-HEALTH-RATE         KRANKENVERSICHERUNG GENERAL RATE,
001300*                             E.G. 14.600 (THE CONTRIBUTION)
001400*      SV-HEALTH-VP-RATE      REDUCED RATE USED FOR THE
001500*                             VORSORGEPAUSCHALE, E.G. 14.000
001600*      SV-HEALTH-ADDON-AVG    AVERAGE ZUSATZBEITRAG, USED WHEN
001700*                             THE EMPLOYEE'S FUND RATE IS NOT
001800*                             ON EMPMAST
001900*      SV-CARE-RATE           PFLEGEVERSICHERUNG, E.G. 3.400
002000*      SV-CARE-CHILDLESS      KINDERLOSENZUSCHLAG, BORNE BY THE
002100*                             EMPLOYEE ALONE, E.G. 0.600
002200*      SV-UNEMPL-RATE         ARBEITSLOSENVERSICHERUNG, E.G.
002300*                             2.600
002400*      SV-UNEMPL-IN-VP        'Y' WHEN THE UNEMPLOYMENT SHARE
002500*                             COUNTS TOWARDS THE
002600*                             VORSORGEPAUSCHALE FOR THE YEAR
002700*      SV-BBG-PENSION         ANNUAL CEILING FOR PENSION AND
002800*                             UNEMPLOYMENT
002900*      SV-BBG-HEALTH          ANNUAL CEILING FOR HEALTH AND CARE
003000*      SV-MIN-VP-RATE         MINDESTVORSORGEPAUSCHALE RATE ON
003100*                             THE WAGE, E.G. 12.000
003200*      SV-MIN-VP-CAP          ITS ANNUAL CAP, E.G. 1900.00
003300*      SV-MIN-VP-CAP-3        ITS ANNUAL CAP FOR CLASS 3,
003400*                             E.G. 3000.00
003500*  MAINTAINED BY SVMAINT, VERIFIED BY BRKVERIF AND READ BY
003600*  TAXCALC.  A YEAR WITH NO ROW HERE IS CALCULATED WITHOUT
003700*  CONTRIBUTIONS OR VORSORGEPAUSCHALE, AND TAXCALC SAYS SO.
003800*****************************************************************
003900 01  SV-RECORD.
004000     05  SV-YEAR                  PIC 9(4).
004100     05  SV-PENSION-RATE          PIC 9(2)V999.
004200     05  SV-HEALTH-RATE           PIC 9(2)V999.
004300     05  SV-HEALTH-VP-RATE        PIC 9(2)V999.
004400     05  SV-HEALTH-ADDON-AVG      PIC 9(2)V999.
004500     05  SV-CARE-RATE             PIC 9(2)V999.
004600     05  SV-CARE-CHILDLESS        PIC 9(2)V999.
004700     05  SV-UNEMPL-RATE           PIC 9(2)V999.
004800     05  SV-UNEMPL-IN-VP          PIC X(01).
004900         88  SV-UNEMPL-COUNTS         VALUE 'Y'.
005000     05  SV-BBG-PENSION           PIC 9(9)V99.
005100     05  SV-BBG-HEALTH            PIC 9(9)V99.
005200     05  SV-MIN-VP-RATE           PIC 9(2)V999.
005300     05  SV-MIN-VP-CAP            PIC 9(9)V99.
005400     05  SV-MIN-VP-CAP-3          PIC 9(9)V99.
005500     05  FILLER                   PIC X(17).
