003370*                          TAXDISB DISBURSEMENT EXTRACT, BLANK
003372*                          IF NONE ON FILE
003374*     15  BIC-ARG          PIC X(11) - BLANK FOR SEPA DOMESTIC
003375*     16  HEALTH-ADDON-ARG PIC 9V999 - THE HEALTH FUND'S
003376*                          ZUSATZBEITRAG IN PERCENT, TYPED WITH
003377*                          THE DECIMAL POINT, E.G. 1.700.  0.000
003378*                          USES THE YEAR'S AVERAGE ON SVTAB
003379*     17  PRIVATE-INS-ARG  'Y' PRIVATELY HEALTH INSURED, 'N' OR
003380*                          BLANK STATUTORY
003381*     18  CHILDLESS-ARG    'Y' CHILDLESS CARE SURCHARGE DUE, 'N'
003382*                          OR BLANK NOT DUE
003383*     19  ESTAB-ARG        PIC X(02) - BETRIEBSSTAETTE CODE AS
003384*                          ON ESTMAST, BLANK FOR THE HEAD OFFICE
003385*     20  EXIT-DATE-ARG    PIC X(8), YYYYMMDD - LAST DAY OF
003386*                          EMPLOYMENT OF A LEAVER, BLANK WHILE
003387*                          STILL EMPLOYED (OR ON A REHIRE)
003400*
003500*  ARGUMENTS 3-20 ARE IGNORED FOR DEL, WHICH REMOVES EVERY
003510*  VERSION OF THE EMPLOYEE.  ADD FAILS IF THE EMP-ID IS
003520*  ALREADY ON FILE; UPD AND DEL FAIL IF IT IS NOT.  UPD DOES
003530*  NOT OVERWRITE: IT CLOSES THE OPEN VERSION AT EFF-DATE-ARG
003711*                  THE OPEN VERSION AND WRITES A NEW ONE
003713*                  INSTEAD OF OVERWRITING; DEL REMOVES EVERY
003715*                  VERSION.
003717*  2026-10-02  RD  HEALTH-ADDON-ARG, PRIVATE-INS-ARG AND
003719*                  CHILDLESS-ARG (ARGUMENTS 16-18) ADDED FOR THE
003721*                  SOCIAL-INSURANCE CONTRIBUTIONS AND THE
003723*                  VORSORGEPAUSCHALE WORKED OUT IN TAXCALC.  A
003725*                  PRIVATELY INSURED EMPLOYEE MAY NOT CARRY A
003727*                  FUND ADD-ON RATE.
003729*  2026-10-15  RD  ESTAB-ARG (ARGUMENT 19) ADDED FOR THE
003731*                  BETRIEBSSTAETTE CARRIED ON EMPMREC.  A CODE
003733*                  NOT ON THE ESTMAST TABLE IS REJECTED - IT IS
003735*                  RESOLVED THROUGH THE ESTLKUP SUBPROGRAM.
003737*  2026-10-15  RD  FOUR-EYES APPROVAL.  EMPMAST IS NOW OPENED
003739*                  FOR INPUT ONLY.  ADD, UPD AND DEL ARE EDITED
003741*                  AS BEFORE AND WRITTEN, WITH THE OPEN VERSION AS
003743*                  IT STANDS AND THE VERSION AS PROPOSED, TO THE
003745*                  PENDCHG FILE THROUGH PCHGIO (SEE PCHGREC.CPY).
003747*                  CHGAPPR APPLIES THE CHANGE WHEN A SECOND USER
003749*                  APPROVES IT.  A SECOND CHANGE FOR AN EMPLOYEE
003751*                  WITH ONE ALREADY PENDING IS REFUSED WITH RC 93.
003753*                  DEL NOW NEEDS AN OPEN VERSION, AS UPD DOES.
003755*  2026-10-15  RD  EXIT-DATE-ARG (ARGUMENT 20) ADDED FOR THE
003757*                  LEAVER'S EXIT DATE CARRIED ON EMPMREC.  A
003759*                  LEAVER IS KEYED AS AN UPD WITH THE EXIT DATE,
003761*                  NOT DELETED - TAXCORR, TAXCERT AND TAXRECON
003763*                  STILL NEED THE MASTER.  EMPPURGE REMOVES THE
003765*                  EMPLOYEE ONCE THE RETENTION PERIOD IS OVER.
003767*                  THE EXIT DATE MUST BE A VALID DATE AND MAY
003769*                  NOT COME BEFORE THE FIRST VERSION ON FILE.
003771*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
006524 01  CLI-FACTOR-ARG               PIC 9V999 VALUE ZERO.
006526 01  CLI-IBAN-ARG                 PIC X(22) VALUE SPACES.
006528 01  CLI-BIC-ARG                  PIC X(11) VALUE SPACES.
006529 01  CLI-HEALTH-ADDON-ARG         PIC 9V999 VALUE ZERO.
006530 01  CLI-PRIVATE-INS-ARG          PIC X(01) VALUE SPACE.
006531 01  CLI-CHILDLESS-ARG            PIC X(01) VALUE SPACE.
006532 01  CLI-ESTAB-ARG                PIC X(02) VALUE SPACES.
006533 01  CLI-EXIT-DATE-ARG            PIC X(08) VALUE SPACES.
006534 01  WS-EXIT-DATE-PARTS REDEFINES CLI-EXIT-DATE-ARG.
006535     05  WS-EXIT-YEAR             PIC 9(04).
006536     05  WS-EXIT-MONTH            PIC 9(02).
006537     05  WS-EXIT-DAY              PIC 9(02).
006540 01  WS-CHILD-TENTHS              PIC 9(3) VALUE ZERO.
006560 01  WS-CHILD-HALVES              PIC 9(3) VALUE ZERO.
006580 01  WS-CHILD-REMAINDER           PIC 9(1) VALUE ZERO.
006980 01  WS-YEAR-IDX                  PIC 9(4) COMP VALUE ZERO.
006990 01  WS-YEAR-TABLE.
006995     05  WS-BRK-YEAR-ENTRY        PIC 9(4) OCCURS 50 TIMES.
007003*****************************************************************
007011*  PENDING-CHANGE RECORD AND PCHGIO PARAMETERS - SEE PCHGREC.CPY
007019*  AND PCHPARM.CPY.
007027*****************************************************************
007035 COPY PCHGREC.
007043 COPY PCHPARM.
007051*****************************************************************
007059*  ESTABLISHMENT LOOKUP PARAMETERS - SEE ESTPARM.CPY.
007067*****************************************************************
007075 COPY ESTPARM.
007083 PROCEDURE DIVISION.
007100 0000-MAINLINE.
007200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007300     PERFORM 1500-VALIDATE-ARGS THRU 1500-EXIT
007680     END-IF
007700     IF WS-RETURN-CODE = ZERO
007800         PERFORM 3000-APPLY-MAINTENANCE THRU 3000-EXIT
007812     END-IF
007824     IF WS-RETURN-CODE = ZERO
007836         PERFORM 4000-WRITE-PENDING-CHANGE THRU 4000-EXIT
007850     END-IF
007860     IF WS-MASTER-OPEN
007900         CLOSE EMPMAST-FILE
009770         ACCEPT CLI-FACTOR-ARG FROM ARGUMENT-VALUE
009780         ACCEPT CLI-IBAN-ARG FROM ARGUMENT-VALUE
009790         ACCEPT CLI-BIC-ARG FROM ARGUMENT-VALUE
009791         ACCEPT CLI-HEALTH-ADDON-ARG FROM ARGUMENT-VALUE
009792         ACCEPT CLI-PRIVATE-INS-ARG FROM ARGUMENT-VALUE
009793         ACCEPT CLI-CHILDLESS-ARG FROM ARGUMENT-VALUE
009794         ACCEPT CLI-ESTAB-ARG FROM ARGUMENT-VALUE
009795         ACCEPT CLI-EXIT-DATE-ARG FROM ARGUMENT-VALUE
009800     END-IF.
009900 1000-EXIT.
010000     EXIT.
016119         MOVE 92 TO WS-RETURN-CODE
016120         GO TO 1500-EXIT
016121     END-IF
016123     PERFORM 1650-VALIDATE-SV-FIELDS THRU 1650-EXIT
016130     IF WS-RETURN-CODE = ZERO
016137         PERFORM 1660-VALIDATE-ESTAB THRU 1660-EXIT
016144     END-IF
016151     IF WS-RETURN-CODE = ZERO
016158         PERFORM 1700-VALIDATE-COUPLE-FIELDS THRU 1700-EXIT
016165     END-IF
016172     IF WS-RETURN-CODE = ZERO
016179         PERFORM 1750-VALIDATE-EXIT-DATE THRU 1750-EXIT
016186     END-IF.
016193 1500-EXIT.
016200     EXIT.
016210
016212*****************************************************************
016425     EXIT.
016426
016427*****************************************************************
016500*  1750-VALIDATE-EXIT-DATE - A LEAVER'S EXIT DATE MUST BE A
016600*  CALENDAR DATE, NOT BEFORE THE EMPLOYEE'S FIRST VERSION.
016601*  '00000000' IS TAKEN AS BLANK - STILL EMPLOYED.  FOR UPD THE
016602*  CHECK AGAINST THE VERSIONS ON FILE FOLLOWS IN
016603*  3200-UPDATE-EMPLOYEE.
016604*****************************************************************
016605 1750-VALIDATE-EXIT-DATE.
016606     IF CLI-EXIT-DATE-ARG = '00000000'
016607         MOVE SPACES TO CLI-EXIT-DATE-ARG
016608     END-IF
016609     IF CLI-EXIT-DATE-ARG = SPACES
016610         GO TO 1750-EXIT
016611     END-IF
016612     IF CLI-EXIT-DATE-ARG NOT NUMERIC
016613         DISPLAY 'EMPMAINT: EXIT-DATE-ARG MUST BE YYYYMMDD OR '
016614             'BLANK'
016615         MOVE 92 TO WS-RETURN-CODE
016616         GO TO 1750-EXIT
016617     END-IF
016618     IF WS-EXIT-MONTH < 1 OR WS-EXIT-MONTH > 12
016619         OR WS-EXIT-DAY < 1 OR WS-EXIT-DAY > 31
016620         DISPLAY 'EMPMAINT: EXIT-DATE-ARG ' CLI-EXIT-DATE-ARG
016621             ' IS NOT A CALENDAR DATE'
016622         MOVE 92 TO WS-RETURN-CODE
016623         GO TO 1750-EXIT
016624     END-IF
016625     IF CLI-ACTION-IS-ADD
016626         AND CLI-EXIT-DATE-ARG < CLI-EFF-DATE-ARG
016627         DISPLAY 'EMPMAINT: EXIT-DATE-ARG ' CLI-EXIT-DATE-ARG
016628             ' IS BEFORE EFF-DATE-ARG ' CLI-EFF-DATE-ARG
016629         MOVE 92 TO WS-RETURN-CODE
016630     END-IF.
016631 1750-EXIT.
016632     EXIT.
016633
016634*****************************************************************
016635*  1650-VALIDATE-SV-FIELDS - THE SOCIAL-INSURANCE FLAGS DEFAULT
016636*  TO 'N' WHEN LEFT BLANK AND MUST OTHERWISE BE Y OR N.  A
016637*  PRIVATELY INSURED EMPLOYEE HAS NO STATUTORY FUND, SO A
016638*  NONZERO ADD-ON RATE WITH PRIVATE-INS-ARG Y IS A MISKEY.
016639*****************************************************************
016640 1650-VALIDATE-SV-FIELDS.
016641     IF CLI-PRIVATE-INS-ARG = SPACE
016642         MOVE 'N' TO CLI-PRIVATE-INS-ARG
016643     END-IF
016644     IF CLI-CHILDLESS-ARG = SPACE
016645         MOVE 'N' TO CLI-CHILDLESS-ARG
016646     END-IF
016647     IF CLI-PRIVATE-INS-ARG NOT = 'Y'
016648         AND CLI-PRIVATE-INS-ARG NOT = 'N'
016649         DISPLAY 'EMPMAINT: PRIVATE-INS-ARG MUST BE Y OR N'
016650         MOVE 92 TO WS-RETURN-CODE
016651         GO TO 1650-EXIT
016652     END-IF
016653     IF CLI-CHILDLESS-ARG NOT = 'Y'
016654         AND CLI-CHILDLESS-ARG NOT = 'N'
016655         DISPLAY 'EMPMAINT: CHILDLESS-ARG MUST BE Y OR N'
016656         MOVE 92 TO WS-RETURN-CODE
016657         GO TO 1650-EXIT
016658     END-IF
016659     IF CLI-PRIVATE-INS-ARG = 'Y'
016660         AND CLI-HEALTH-ADDON-ARG NOT = ZERO
016661         DISPLAY 'EMPMAINT: HEALTH-ADDON-ARG MUST BE 0.000 FOR '
016662             'A PRIVATELY INSURED EMPLOYEE'
016663         MOVE 92 TO WS-RETURN-CODE
016664     END-IF.
016665 1650-EXIT.
016666     EXIT.
016667
016668*****************************************************************
016669*  1660-VALIDATE-ESTAB - A NAMED BETRIEBSSTAETTE MUST BE ON THE
016670*  ESTMAST TABLE, OR THE EMPLOYEE'S TAX WOULD BE DECLARED TO NO
016671*  TAX OFFICE.  BLANK IS THE HEAD OFFICE AND NEEDS NO LOOKUP.
016672*****************************************************************
016673 1660-VALIDATE-ESTAB.
016674     IF CLI-ESTAB-ARG = SPACES
016675         GO TO 1660-EXIT
016676     END-IF
016677     MOVE CLI-ESTAB-ARG TO EP-ESTAB-CODE-ARG
016678     CALL 'ESTLKUP' USING ESTLKUP-PARMS
016679     EVALUATE TRUE
016680         WHEN EP-RC-OK
016681             CONTINUE
016682         WHEN EP-RC-NO-MASTER
016683             DISPLAY 'EMPMAINT: NO ESTABLISHMENT TABLE ON FILE - '
016684                 'SET UP ESTMAST WITH ESTMAINT BEFORE KEYING '
016685                 'ESTAB-ARG'
016686             MOVE 92 TO WS-RETURN-CODE
016687         WHEN OTHER
016688             DISPLAY 'EMPMAINT: ESTAB-ARG ' CLI-ESTAB-ARG
016689                 ' IS NOT ON THE ESTABLISHMENT TABLE'
016690             MOVE 92 TO WS-RETURN-CODE
016691     END-EVALUATE.
016692 1660-EXIT.
016693     EXIT.
016694
016695*****************************************************************
016696*  2000-OPEN-MASTER - OPEN EMPMAST TO EDIT THE CHANGE AGAINST.
016697*  ON THE FIRST ADD OF A NEW INSTALLATION THERE IS NO MASTER
016698*  YET - THE ADD IS KEYED WITHOUT ONE AND CHGAPPR STARTS THE
016699*  FILE WHEN IT IS APPROVED.
016700*****************************************************************
016800 2000-OPEN-MASTER.
016900     OPEN INPUT EMPMAST-FILE
017000     IF WS-EMPM-FILE-NOT-FOUND
017100         IF CLI-ACTION-IS-ADD
017200             DISPLAY 'EMPMAINT: NO EMPLOYEE MASTER ON FILE YET '
017300                 '- IT IS STARTED WHEN THE ADD IS APPROVED'
017400             GO TO 2000-EXIT
017700         ELSE
017800             DISPLAY 'EMPMAINT: NO EMPLOYEE MASTER ON FILE'
017900             MOVE 95 TO WS-RETURN-CODE
019126     MOVE 'N' TO WS-CURRENT-FOUND-SW
019128     MOVE 'N' TO WS-SCAN-DONE-SW
019130     MOVE ZERO TO WS-VER-COUNT
019131     IF NOT WS-MASTER-OPEN
019132         GO TO 2600-EXIT
019133     END-IF
019134     MOVE WS-LOOKUP-ID TO EMPM-ID
019135     MOVE '00000000' TO EMPM-VALID-FROM
019136     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
019138         INVALID KEY
019140             GO TO 2600-EXIT
019216     EXIT.
019218
019219*****************************************************************
019220*  3000-APPLY-MAINTENANCE - EDIT THE ONE ACTION NAMED ON THE
019300*  COMMAND LINE AGAINST THE KEYED MASTER AND BUILD THE BEFORE
019350*  AND AFTER IMAGES OF THE PENDING CHANGE.
019400*****************************************************************
019500 3000-APPLY-MAINTENANCE.
019550     MOVE SPACES TO PCH-RECORD
019600     EVALUATE TRUE
019700         WHEN CLI-ACTION-IS-ADD
019800             PERFORM 3100-ADD-EMPLOYEE THRU 3100-EXIT
020795         GO TO 3100-EXIT
020797     END-IF
020800     PERFORM 3500-BUILD-MASTER-RECORD THRU 3500-EXIT
020900     MOVE EMPM-RECORD TO PCH-AFTER-IMAGE
021000     MOVE CLI-EFF-DATE-ARG TO PCH-EFF-DATE
021100     DISPLAY 'EMPMAINT: EMPLOYEE ADD KEYED - ' CLI-EMP-ID-ARG
021200         ' IN FORCE FROM ' CLI-EFF-DATE-ARG
021300     PERFORM 3600-DISPLAY-RECORD-VALUES THRU 3600-EXIT.
021900 3100-EXIT.
022000     EXIT.
022100
022800     IF WS-RETURN-CODE NOT = ZERO
022820         GO TO 3200-EXIT
022840     END-IF
022860     MOVE EMPM-RECORD TO PCH-BEFORE-IMAGE
022880     IF CLI-EXIT-DATE-ARG NOT = SPACES
022900         AND CLI-EXIT-DATE-ARG < WS-VER-FROM (1)
022920         DISPLAY 'EMPMAINT: EXIT-DATE-ARG ' CLI-EXIT-DATE-ARG
022940             ' IS BEFORE THE FIRST VERSION OF '
022960             WS-VER-FROM (1)
022980         MOVE 92 TO WS-RETURN-CODE
023000         GO TO 3200-EXIT
023800     END-IF
023900     PERFORM 3500-BUILD-MASTER-RECORD THRU 3500-EXIT
024000     MOVE EMPM-RECORD TO PCH-AFTER-IMAGE
024050     MOVE CLI-EFF-DATE-ARG TO PCH-EFF-DATE
024100     DISPLAY 'EMPMAINT: EMPLOYEE UPDATE KEYED - ' CLI-EMP-ID-ARG
024200         ' NEW VERSION IN FORCE FROM ' CLI-EFF-DATE-ARG
024250     PERFORM 3600-DISPLAY-RECORD-VALUES THRU 3600-EXIT.
024300 3200-EXIT.
024400     EXIT.
024500
024720         MOVE 94 TO WS-RETURN-CODE
024740         GO TO 3300-EXIT
024760     END-IF
024780     IF NOT WS-CURRENT-FOUND
024800         DISPLAY 'EMPMAINT: ' CLI-EMP-ID-ARG ' HAS NO OPEN '
024820             'VERSION - MASTER DAMAGED, RUN EMPVERIF'
024840         MOVE 95 TO WS-RETURN-CODE
024860         GO TO 3300-EXIT
024920     END-IF
026650     MOVE CLI-EMP-ID-ARG TO EMPM-ID
026660     MOVE WS-CUR-VALID-FROM TO EMPM-VALID-FROM
026670     READ EMPMAST-FILE
026680         INVALID KEY
026690             DISPLAY 'EMPMAINT: OPEN VERSION READ FAILED - '
026692                 'STATUS ' WS-EMPM-FILE-STATUS
026694             MOVE 95 TO WS-RETURN-CODE
026696     END-READ
026698     IF WS-RETURN-CODE NOT = ZERO
026707         GO TO 3300-EXIT
026716     END-IF
026725     MOVE EMPM-RECORD TO PCH-BEFORE-IMAGE
026734     MOVE '00000000' TO PCH-EFF-DATE
026743     DISPLAY 'EMPMAINT: EMPLOYEE DELETE KEYED - ' CLI-EMP-ID-ARG
026752         ' (' WS-VER-COUNT ' VERSION(S) ON FILE)'
026761     PERFORM 3600-DISPLAY-RECORD-VALUES THRU 3600-EXIT.
026770 3300-EXIT.
026779     EXIT.
026788
026800*****************************************************************
026900*  3500-BUILD-MASTER-RECORD - MOVE THE PARSED COMMAND-LINE
027000*  FIELDS INTO THE MASTER RECORD LAYOUT.
028170     MOVE CLI-IBAN-ARG TO EMPM-IBAN
028180     MOVE CLI-BIC-ARG TO EMPM-BIC
028185     MOVE CLI-EFF-DATE-ARG TO EMPM-VALID-FROM
028190     MOVE '99999999' TO EMPM-VALID-TO
028191     MOVE CLI-HEALTH-ADDON-ARG TO EMPM-HEALTH-ADDON
028192     MOVE CLI-PRIVATE-INS-ARG TO EMPM-PRIVATE-INS
028193     MOVE CLI-CHILDLESS-ARG TO EMPM-CHILDLESS
028194     MOVE CLI-ESTAB-ARG TO EMPM-ESTAB-CODE
028195     MOVE CLI-EXIT-DATE-ARG TO EMPM-EXIT-DATE.
028200 3500-EXIT.
028300     EXIT.
028400
029770     DISPLAY '    IBAN......... ' EMPM-IBAN
029780     DISPLAY '    BIC.......... ' EMPM-BIC
029790     DISPLAY '    VALID FROM... ' EMPM-VALID-FROM
029795     DISPLAY '    VALID TO..... ' EMPM-VALID-TO
029810     DISPLAY '    HEALTH ADD-ON ' EMPM-HEALTH-ADDON
029825     DISPLAY '    PRIVATE INS.. ' EMPM-PRIVATE-INS
029840     DISPLAY '    CHILDLESS.... ' EMPM-CHILDLESS
029855     DISPLAY '    ESTABLISHMENT ' EMPM-ESTAB-CODE
029870     DISPLAY '    EXIT DATE.... ' EMPM-EXIT-DATE.
029885 3600-EXIT.
029900     EXIT.

030000*****************************************************************
030100*  4000-WRITE-PENDING-CHANGE - HAND THE CHANGE TO PCHGIO AS A
030200*  PENDING CHANGE.  EMPMAST ITSELF IS NOT TOUCHED - CHGAPPR
030300*  APPLIES THE CHANGE ONCE A SECOND USER APPROVES IT.
030400*****************************************************************
030500 4000-WRITE-PENDING-CHANGE.
030600     MOVE 'EMP ' TO PCH-TABLE
030700     MOVE CLI-ACTION-ARG TO PCH-ACTION
030800     MOVE CLI-EMP-ID-ARG TO PCH-ENTRY-KEY
030900     MOVE 'W' TO PW-FUNCTION
031000     MOVE SPACES TO PW-AS-OF-DATE
031100     MOVE SPACES TO PW-TABLE-ARG
031200     CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD
031300     EVALUATE TRUE
031400         WHEN PW-RC-OK
031500             DISPLAY 'EMPMAINT: CHANGE ' PCH-CHANGE-ID
031600                 ' KEYED BY ' PCH-ENTERED-BY
031700                 ' - PENDING APPROVAL, EMPMAST NOT YET CHANGED'
031800         WHEN PW-RC-NO-USER
031900             DISPLAY 'EMPMAINT: NO SIGNED-ON USER ID - CHANGE '
032000                 'NOT KEYED'
032100         WHEN PW-RC-ALREADY-PENDING
032200             DISPLAY 'EMPMAINT: DECIDE THE PENDING CHANGE WITH '
032300                 'CHGAPPR BEFORE KEYING ANOTHER FOR THIS EMPLOYEE'
032400         WHEN OTHER
032500             DISPLAY 'EMPMAINT: PENDING CHANGE NOT WRITTEN'
032600     END-EVALUATE
032700     MOVE PW-RETURN-CODE TO WS-RETURN-CODE.
032800 4000-EXIT.
032900     EXIT.

