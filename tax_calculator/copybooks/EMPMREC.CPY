000886*  TAXDISB SETTLEMENT DISBURSEMENT EXTRACT.  A BLANK IBAN
000888*  MEANS NO ACCOUNT ON FILE - TAXDISB LISTS AND EXCLUDES THE
000890*  EMPLOYEE RATHER THAN GUESSING.
000894*
000898*  EMPM-HEALTH-ADDON, EMPM-PRIVATE-INS AND EMPM-CHILDLESS FEED
000902*  THE SOCIAL-INSURANCE CALCULATION IN TAXCALC (SEE
000906*  TC-SOCIAL-INS-ARG IN TAXPARM.CPY): THE HEALTH FUND'S
000910*  ZUSATZBEITRAG IN PERCENT (0.000 - USE THE YEAR'S AVERAGE ON
000914*  SVTAB), 'Y' FOR A PRIVATELY HEALTH-INSURED EMPLOYEE, AND 'Y'
000918*  WHEN THE CHILDLESS CARE SURCHARGE IS DUE.
000922*
000926*  EMPM-ESTAB-CODE IS THE BETRIEBSSTAETTE (SEE ESTREC.CPY) WHOSE
000930*  LOHNSTEUER-ANMELDUNG CARRIES THE EMPLOYEE.  SPACES - AS ON
000934*  EVERY VERSION WRITTEN BEFORE THE FIELD EXISTED - MEAN THE
000938*  HEAD OFFICE.
000942*
000946*  EMPM-EXIT-DATE IS THE LAST DAY OF EMPLOYMENT OF A LEAVER
000950*  (YYYYMMDD), KEYED WITH EMPMAINT UPD ON THE VERSION IN FORCE
000954*  FROM THE EXIT; SPACES - AS ON EVERY VERSION WRITTEN BEFORE
000958*  THE FIELD EXISTED - MEAN STILL EMPLOYED.  THE OPEN VERSION'S
000962*  DATE GOVERNS: TAXBATCH AND EMPEDIT REFUSE REGULAR ROSTER ROWS
000966*  FOR PERIODS AFTER IT, AND EMPPURGE REMOVES THE EMPLOYEE ONCE
000970*  THE PAR. 41 ESTG RETENTION PERIOD FOR THE LAST YEAR IS OVER.
000974*  A REHIRE IS AN UPD WITH THE EXIT DATE BLANK AGAIN.
000978*****************************************************************
001000 01  EMPM-RECORD.
001050     05  EMPM-KEY.
001100         10  EMPM-ID              PIC X(11).
001880     05  EMPM-BIC                 PIC X(11).
001890     05  EMPM-VALID-TO            PIC X(08).
001892         88  EMPM-VERSION-OPEN        VALUE '99999999'.
001900     05  EMPM-HEALTH-ADDON        PIC 9V999.
002000     05  EMPM-PRIVATE-INS         PIC X(01).
002100         88  EMPM-PRIVATE-INSURED     VALUE 'Y'.
002200     05  EMPM-CHILDLESS           PIC X(01).
002300         88  EMPM-IS-CHILDLESS        VALUE 'Y'.
002400     05  EMPM-ESTAB-CODE          PIC X(02).
002500     05  EMPM-EXIT-DATE           PIC X(08).
002600         88  EMPM-STILL-EMPLOYED      VALUE SPACES.
