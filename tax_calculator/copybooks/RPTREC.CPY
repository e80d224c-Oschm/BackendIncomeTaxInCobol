000760*  READERS THAT TOTAL THE ARCHIVE SUBTRACT '-' ROWS AND ADD
000770*  '+' ROWS; THE RUN DATE OF A CORRECTION ROW IS THE ORIGINAL
000780*  PERIOD BEING CORRECTED, NOT THE DAY THE CORRECTION RAN.
000785*
000790*  RPT-PENSION-INS THROUGH RPT-UNEMPL-INS ARE THE EMPLOYEE'S
000795*  SOCIAL-INSURANCE CONTRIBUTIONS FOR THE PERIOD AS RETURNED BY
000800*  TAXCALC.  THEY ARE NOT PART OF RPT-TOTAL-WITHHOLD.  THE
000805*  THREE FIELDS AFTER THEM ARE THE EMPMAST VALUES THEY WERE
000810*  WORKED OUT WITH.  ROWS WRITTEN BEFORE THE FIELDS EXISTED
000815*  (OR BY THE ON-LINE COMMAND) CARRY ZERO CONTRIBUTIONS.
000820*
000825*  TYPE 'S' IS A ONE-OFF PAYMENT ROW (SONSTIGER BEZUG) FROM
000830*  TAXBATCH: RPT-INCOME-ARG IS THE PAYMENT, THE TAX FIELDS AND
000835*  CONTRIBUTIONS ARE WHAT THE PAYMENT ADDS TO THE ANNUAL-TABLE
000840*  FIGURES ON THE EXPECTED ANNUAL WAGE, AND RPT-PAY-FREQ IS THE
000845*  EMPLOYEE'S REGULAR FREQUENCY.  IT IS ADDED TO TOTALS LIKE AN
000850*  ORIGINAL ROW BUT IS NOT A PAY PERIOD OF ITS OWN.
000855*
000860*  RPT-ESTAB-CODE IS THE BETRIEBSSTAETTE WHOSE LOHNSTEUER-
000865*  ANMELDUNG THE ROW BELONGS TO (SEE ESTREC.CPY), AS RESOLVED
000870*  FROM EMPMAST WHEN THE ROW WAS WRITTEN.  A CORRECTION ROW
000875*  CARRIES THE CODE OF THE ROW IT CORRECTS.  SPACES - ROWS
000880*  WRITTEN BEFORE THE FIELD EXISTED, OR BY THE ON-LINE
000885*  COMMAND - MEAN THE HEAD OFFICE.
000890*****************************************************************
000900 01  RPT-RECORD.
001000     05  RPT-RUN-DATE             PIC X(08).
001100     05  RPT-RUN-TIME             PIC X(08).
002290     05  RPT-FACTOR               PIC 9V999.
002292     05  RPT-REC-TYPE             PIC X(01).
002294         88  RPT-IS-CORRECTION        VALUE 'C'.
002295         88  RPT-IS-ONE-OFF           VALUE 'S'.
002296     05  RPT-CORR-SIGN            PIC X(01).
002297         88  RPT-CORR-REVERSAL        VALUE '-'.
002298         88  RPT-CORR-REPOST          VALUE '+'.
002398     05  RPT-PENSION-INS          PIC 9(9)V99.
002498     05  RPT-HEALTH-INS           PIC 9(9)V99.
002598     05  RPT-CARE-INS             PIC 9(9)V99.
002698     05  RPT-UNEMPL-INS           PIC 9(9)V99.
002798     05  RPT-HEALTH-ADDON         PIC 9V999.
002898     05  RPT-PRIVATE-INS          PIC X(01).
002998     05  RPT-CHILDLESS            PIC X(01).
003098     05  RPT-ESTAB-CODE           PIC X(02).
003198     05  FILLER                   PIC X(01).
