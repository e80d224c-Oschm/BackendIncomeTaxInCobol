001740*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
001741*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
001742*                  RLOGREC.CPY.
001743*  2026-10-02  RD  SOCIAL INSURANCE.  EVERY CALCULATION NOW
001744*                  ASKS TAXCALC FOR THE SOCIAL-INSURANCE
001745*                  CONTRIBUTIONS AND THE VORSORGEPAUSCHALE,
001746*                  PASSING THE HEALTH ADD-ON RATE, PRIVATE-
001747*                  INSURANCE AND CHILDLESS FLAGS FROM THE
001748*                  MASTER VERSION IN FORCE (BLANK FLAGS COUNT
001749*                  AS 'N').  THE FOUR CONTRIBUTIONS ARE WRITTEN
001750*                  AS THEIR OWN COLUMNS ON TAXRPT AND FOLDED
001751*                  INTO TAXYTD; THE FLAGS ARE ECHOED ON TAXRPT
001752*                  AND TAXAUDIT SO AUDITINQ CAN REPLAY THEM.
001753*  2026-10-09  RD  ONE-OFF PAYMENTS.  A ROSTER ROW WITH
001754*                  EMP-REC-TYPE 'S' (SONSTIGER BEZUG) IS TAXED
001755*                  BY THE ANNUAL-TABLE METHOD IN 2800: THE
001756*                  ANNUAL TAX ON THE EXPECTED ANNUAL WAGE FROM
001757*                  TAXYTD PLUS THE PAYMENT, LESS THE ANNUAL TAX
001758*                  ON THE EXPECTED WAGE ALONE.  THE RESULT IS
001759*                  WRITTEN AS A TYPE 'S' TAXRPT ROW (AND AN
001760*                  AUD-REC-TYPE 'S' TAXAUDIT ROW WITH THE
001761*                  EXPECTED WAGE), FOLDED INTO TAXYTD WITHOUT
001762*                  COUNTING A PAY PERIOD, AND CARRIED IN THE
001763*                  PER-ONEOFF- FIELDS OF TAXPER AS WELL AS THE
001764*                  PERIOD TOTALS.  THE CHECKPOINT NOW HOLDS THE
001765*                  ROW TYPE TOO, SINCE AN EMPLOYEE MAY HAVE A
001766*                  REGULAR AND A ONE-OFF ROW ON ONE ROSTER.
001767*  2026-10-15  RD  BETRIEBSSTAETTEN.  THE EMPLOYEE'S
001768*                  ESTABLISHMENT IS TAKEN FROM THE MASTER
001769*                  VERSION IN FORCE (BLANK = THE HEAD OFFICE
001770*                  ON ESTMAST, RESOLVED THROUGH ESTLKUP) AND
001771*                  WRITTEN TO RPT-ESTAB-CODE.  TAXPER IS NOW
001772*                  KEYED ON RUN DATE + ESTABLISHMENT: EVERY ROW
001773*                  IS FOLDED INTO THE COMPANY TOTAL ROW (CODE
001774*                  SPACES) AND INTO ITS ESTABLISHMENT'S ROW.  NO
001775*                  HEAD OFFICE ON ESTMAST ABORTS THE RUN WITH
001776*                  RC 93 LIKE A MISSING EMPMAST; A CODE NOT ON
001777*                  ESTMAST IS CARRIED AS KEYED WITH A WARNING
001778*                  AND RC 04.
001779*  2026-10-15  RD  FOUR-EYES APPROVAL.  MASTER CHANGES NOW WAIT
001780*                  ON PENDCHG UNTIL CHGAPPR APPROVES THEM.  AT
001781*                  START-UP THE RUN ASKS PCHGIO HOW MANY ARE STILL
001782*                  PENDING FOR THE PAY PERIOD (EMPMAST CHANGES
001783*                  EFFECTIVE BY THE PERIOD DATE, BRKTAB, STATTAB
001784*                  AND SVTAB CHANGES FOR ITS YEAR); IF ANY ARE,
001785*                  IT SAYS SO AND ENDS WITH RC 04.  THE RUN ITSELF
001786*                  GOES AHEAD ON THE MASTERS AS THEY STAND.
001787*  2026-10-15  RD  LEAVERS.  THE EXIT DATE ON THE EMPLOYEE'S
001788*                  LATEST MASTER VERSION (EMPM-EXIT-DATE) IS
001789*                  PICKED UP BY THE VERSION SCAN.  A REGULAR
001790*                  ROSTER ROW FOR A PERIOD AFTER THE EXIT - BY
001791*                  MONTH FOR MONTHLY PAY, BY DATE FOR WEEKLY, BY
001792*                  YEAR FOR ANNUAL - IS REPORTED, COUNTED AND NOT
001793*                  CALCULATED, WITH RC 04 (EMPEDIT SHOULD HAVE
001794*                  STOPPED IT).  A ONE-OFF ROW AFTER THE EXIT
001795*                  (SEVERANCE, A LATE BONUS) IS STILL TAXED - IT
001796*                  IS A PAYMENT TO A FORMER EMPLOYEE.
001797*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
003270     SELECT TAXPER-FILE ASSIGN TO "TAXPER"
003272         ORGANIZATION IS INDEXED
003274         ACCESS MODE IS RANDOM
003276         RECORD KEY IS PER-KEY
003278         FILE STATUS IS WS-PER-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
004740*****************************************************************
004750 COPY RUNCTL.
004800*****************************************************************
004809*  ESTABLISHMENT LOOKUP PARAMETERS - SEE ESTPARM.CPY.
004818*****************************************************************
004827 COPY ESTPARM.
004836*****************************************************************
004845*  PENDING-CHANGE CHECK PARAMETERS - SEE PCHPARM.CPY.  PCH-RECORD
004854*  IS PASSED BUT NOT USED BY THE COUNT.
004863*****************************************************************
004872 COPY PCHPARM.
004881 COPY PCHGREC.
004890*****************************************************************
004900*  BATCH-ONLY WORK AREAS
005000*****************************************************************
005100 01  CLI-RESTART-ARG              PIC X(01) VALUE 'N'.
006460         88  WS-EMPM-FOUND            VALUE 'Y'.
006462     05  WS-VSCAN-DONE-SW         PIC X(01) VALUE 'N'.
006464         88  WS-VSCAN-DONE            VALUE 'Y'.
006465     05  WS-LEAVER-ROW-SW         PIC X(01) VALUE 'N'.
006466         88  WS-LEAVER-ROW            VALUE 'Y'.
006467     05  WS-YTD-FILE-STATUS       PIC X(02) VALUE '00'.
006468         88  WS-YTD-FILE-NOT-FOUND    VALUE '05' '35'.
006470     05  WS-PER-FILE-STATUS       PIC X(02) VALUE '00'.
006472         88  WS-PER-FILE-NOT-FOUND    VALUE '05' '35'.
006800 01  WS-RECORDS-PROCESSED         PIC 9(9) COMP VALUE ZERO.
006900 01  WS-RECORDS-SKIPPED           PIC 9(9) COMP VALUE ZERO.
006950 01  WS-RECORDS-NOT-ON-MASTER     PIC 9(9) COMP VALUE ZERO.
006955 01  WS-RECORDS-AFTER-EXIT        PIC 9(9) COMP VALUE ZERO.
006960 01  WS-RPT-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
006970 01  WS-AUD-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
006980 01  WS-WITHHOLD-HASH             PIC 9(13)V99 VALUE ZERO.
007100 01  WS-CKPT-DUE                  PIC 9(9) COMP VALUE ZERO.
007200 01  WS-CKPT-REMAINDER            PIC 9(9) COMP VALUE ZERO.
007300 01  WS-CKPT-LAST-EMP-ID          PIC X(11) VALUE SPACES.
007320 01  WS-CKPT-LAST-REC-TYPE        PIC X(01) VALUE SPACE.
007340 01  WS-ROW-TYPE                  PIC X(01) VALUE SPACE.
007360 01  WS-ONEOFF-PROCESSED          PIC 9(9) COMP VALUE ZERO.
007380 01  WS-ONEOFF-NO-HISTORY         PIC 9(9) COMP VALUE ZERO.
007400 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
007402 01  WS-HEAD-ESTAB-CODE           PIC X(02) VALUE SPACES.
007404 01  WS-PER-ESTAB-CODE            PIC X(02) VALUE SPACES.
007406 01  WS-ESTAB-UNKNOWN             PIC 9(9) COMP VALUE ZERO.
007410*****************************************************************
007420*  THE MASTER VERSION IN FORCE FOR THE PERIOD, SAVED OUT OF
007430*  THE FILE BUFFER BY 2250-FIND-MASTER-RECORD (THE VERSION
007474 01  WS-MV-FACTOR                 PIC 9V999 VALUE ZERO.
007476 01  WS-MV-VALID-FROM             PIC X(08) VALUE SPACES.
007478 01  WS-MV-VALID-TO               PIC X(08) VALUE SPACES.
007482 01  WS-MV-HEALTH-ADDON           PIC 9V999 VALUE ZERO.
007486 01  WS-MV-PRIVATE-INS            PIC X(01) VALUE SPACE.
007490 01  WS-MV-CHILDLESS              PIC X(01) VALUE SPACE.
007494 01  WS-MV-ESTAB-CODE             PIC X(02) VALUE SPACES.
007498 01  WS-MV-EXIT-DATE              PIC X(08) VALUE SPACES.
007502*****************************************************************
007506*  ONE-OFF PAYMENT (SONSTIGER BEZUG) WORK AREAS FOR 2800/2850 -
007510*  THE EXPECTED ANNUAL WAGE AND THE ANNUAL-TABLE FIGURES ON IT
007514*  WITHOUT THE PAYMENT.
007518*****************************************************************
007522 01  WS-OO-EXPECTED-WAGE          PIC 9(9)V99 VALUE ZERO.
007526 01  WS-OO-PRIOR-ONEOFF           PIC 9(11)V99 VALUE ZERO.
007530 01  WS-OO-REGULAR-PAID           PIC S9(11)V99 VALUE ZERO.
007534 01  WS-OO-PROJECTED              PIC S9(11)V99 VALUE ZERO.
007538 01  WS-OO-PERIODS-PER-YEAR       PIC 9(02) VALUE ZERO.
007542 01  WS-OO-RETURN-CODE            PIC 9(02) VALUE ZERO.
007546 01  WS-OO-BASE-INCOME-TAX        PIC 9(9)V99 VALUE ZERO.
007550 01  WS-OO-BASE-SOLI              PIC 9(9)V99 VALUE ZERO.
007554 01  WS-OO-BASE-CHURCH            PIC 9(9)V99 VALUE ZERO.
007558 01  WS-OO-BASE-PENSION           PIC 9(9)V99 VALUE ZERO.
007562 01  WS-OO-BASE-HEALTH            PIC 9(9)V99 VALUE ZERO.
007566 01  WS-OO-BASE-CARE              PIC 9(9)V99 VALUE ZERO.
007570 01  WS-OO-BASE-UNEMPL            PIC 9(9)V99 VALUE ZERO.
007574 01  WS-OO-DIFF                   PIC S9(9)V99 VALUE ZERO.
007578*****************************************************************
007582*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
007586*****************************************************************
007590 COPY RLOGREC.
007594 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007601     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009160         MOVE 93 TO WS-RETURN-CODE
009170     ELSE
009180         MOVE 'Y' TO WS-MASTER-OK-SW
009182     END-IF
009184     PERFORM 1300-RESOLVE-HEAD-OFFICE THRU 1300-EXIT
009186     IF WS-MASTER-OK
009188         PERFORM 1400-CHECK-PENDING-CHANGES THRU 1400-EXIT
009190     END-IF
009200     OPEN EXTEND TAXRPT-FILE
009300     IF WS-RPT-FILE-NOT-FOUND
013200         AT END
013300             GO TO 1110-EXIT
013400     END-READ
013500     MOVE CKPT-LAST-EMP-ID TO WS-CKPT-LAST-EMP-ID
013516     IF CKPT-LAST-REC-TYPE = 'S'
013532         MOVE 'S' TO WS-CKPT-LAST-REC-TYPE
013548     ELSE
013564         MOVE 'R' TO WS-CKPT-LAST-REC-TYPE
013580     END-IF.
013600 1110-EXIT.
013700     EXIT.
013710
013770     EXIT.
013800
013900*****************************************************************
013902*  1300-RESOLVE-HEAD-OFFICE - FIND THE HEAD OFFICE ON ESTMAST,
013904*  WHICH TAKES EVERY EMPLOYEE WITH NO ESTABLISHMENT ON THE
013906*  MASTER.  WITHOUT ONE THE PERIOD COULD NOT BE DECLARED, SO
013908*  THE RUN IS ABORTED THE SAME WAY AS FOR A MISSING EMPMAST.
013910*****************************************************************
013912 1300-RESOLVE-HEAD-OFFICE.
013914     MOVE SPACES TO EP-ESTAB-CODE-ARG
013916     CALL 'ESTLKUP' USING ESTLKUP-PARMS
013918     IF EP-RC-OK
013920         MOVE EP-ESTAB-CODE TO WS-HEAD-ESTAB-CODE
013922         DISPLAY 'TAXBATCH: HEAD OFFICE........ '
013924             WS-HEAD-ESTAB-CODE ' ' EP-ESTAB-NAME
013926         GO TO 1300-EXIT
013928     END-IF
013930     DISPLAY 'TAXBATCH: NO HEAD OFFICE ON THE ESTABLISHMENT '
013932         'TABLE - RUN ABORTED, SET UP ESTMAST WITH ESTMAINT FIRST'
013934     MOVE 93 TO WS-RETURN-CODE
013936     IF WS-MASTER-OK
013938         CLOSE EMPMAST-FILE
013940         MOVE 'N' TO WS-MASTER-OK-SW
013942     END-IF.
013944 1300-EXIT.
013946     EXIT.
013948
013950*****************************************************************
013952*  1400-CHECK-PENDING-CHANGES - WARN WHEN A MASTER CHANGE THAT
013954*  WOULD ALTER THIS PERIOD IS STILL WAITING FOR APPROVAL.  THE
013956*  RUN GOES AHEAD; THE OPERATOR DECIDES WHETHER TO HAVE THE
013958*  CHANGES DECIDED AND RERUN.
013960*****************************************************************
013962 1400-CHECK-PENDING-CHANGES.
013964     MOVE 'C' TO PW-FUNCTION
013966     MOVE CLI-PERIOD-DATE-ARG TO PW-AS-OF-DATE
013968     MOVE SPACES TO PW-TABLE-ARG
013970     CALL 'PCHGIO' USING PCHGIO-PARMS PCH-RECORD
013972     IF PW-PENDING-COUNT > ZERO
013974         DISPLAY 'TAXBATCH: WARNING - ' PW-PENDING-COUNT
013976             ' MASTER CHANGE(S) AWAITING APPROVAL FOR THIS PERIOD'
013978         DISPLAY 'TAXBATCH: THE RUN USES THE MASTERS AS THEY '
013980             'STAND - SEE CHGAPPR LIST'
013982         IF WS-RETURN-CODE < 04
013984             MOVE 04 TO WS-RETURN-CODE
013986         END-IF
013988     END-IF.
013990 1400-EXIT.
013992     EXIT.
013994
013996*****************************************************************
014000*  2000-PROCESS-ROSTER - DRIVE EVERY EMPROST RECORD THROUGH
014100*  TAXCALC (SKIPPING BACK OVER ANY ALREADY COVERED BY THE LAST
014200*  CHECKPOINT) UNTIL THE ROSTER IS EXHAUSTED.
015300             GO TO 2100-EXIT
015400     END-READ
015500     ADD 1 TO WS-RECORDS-READ
015516     IF EMP-ONE-OFF-PAY
015532         MOVE 'S' TO WS-ROW-TYPE
015548     ELSE
015564         MOVE 'R' TO WS-ROW-TYPE
015580     END-IF
015600     IF WS-SKIPPING
015700         PERFORM 2150-CHECK-SKIP-RECORD THRU 2150-EXIT
015800     ELSE
016300
016400*****************************************************************
016500*  2150-CHECK-SKIP-RECORD - BYPASS RECORDS UP TO AND INCLUDING
016600*  THE ONE NAMED IN THE CHECKPOINT (EMP-ID AND ROW TYPE);
016700*  NORMAL PROCESSING RESUMES ON THE NEXT RECORD READ AFTER IT.
016800*****************************************************************
016900 2150-CHECK-SKIP-RECORD.
017000     ADD 1 TO WS-RECORDS-SKIPPED
017100     IF EMP-ID = WS-CKPT-LAST-EMP-ID
017150         AND WS-ROW-TYPE = WS-CKPT-LAST-REC-TYPE
017200         MOVE 'N' TO WS-SKIP-SW
017300     END-IF.
017400 2150-EXIT.
018220     IF NOT WS-EMPM-FOUND
018230         GO TO 2200-EXIT
018240     END-IF
018250     PERFORM 2280-CHECK-LEAVER THRU 2280-EXIT
018260     IF WS-LEAVER-ROW
018270         GO TO 2200-EXIT
018280     END-IF
018290     PERFORM 2270-RESOLVE-ESTABLISHMENT THRU 2270-EXIT
018300     MOVE EMP-INCOME-ARG TO TC-INCOME-ARG
018400     MOVE WS-MV-MARRIED TO TC-MARRIED-ARG
018500     IF EMP-YEAR-ARG NUMERIC
018760     MOVE WS-MV-TAX-CLASS TO TC-TAX-CLASS-ARG
018796     MOVE WS-MV-CHILD-ALLOW TO TC-CHILD-ALLOW-ARG
018802     MOVE WS-MV-FACTOR TO TC-FACTOR-ARG
018803     MOVE 'Y' TO TC-SOCIAL-INS-ARG
018813     MOVE WS-MV-HEALTH-ADDON TO TC-HEALTH-ADDON-ARG
018823     MOVE WS-MV-PRIVATE-INS TO TC-PRIVATE-INS-ARG
018833     MOVE WS-MV-CHILDLESS TO TC-CHILDLESS-ARG
018843     IF EMP-ONE-OFF-PAY
018853         PERFORM 2800-CALC-ONE-OFF-PAYMENT THRU 2800-EXIT
018863     ELSE
018873         CALL 'TAXCALC' USING TAXCALC-PARMS
018883     END-IF
018900     IF TC-RETURN-CODE > WS-RETURN-CODE
019000         MOVE TC-RETURN-CODE TO WS-RETURN-CODE
019100     END-IF
019340     PERFORM 2700-UPDATE-PERIOD-TOTALS THRU 2700-EXIT
019400     ADD 1 TO WS-RECORDS-PROCESSED
019500     MOVE EMP-ID TO WS-CKPT-LAST-EMP-ID
019550     MOVE WS-ROW-TYPE TO WS-CKPT-LAST-REC-TYPE
019600     DIVIDE WS-RECORDS-PROCESSED BY WS-CHECKPOINT-INTERVAL
019700         GIVING WS-CKPT-DUE REMAINDER WS-CKPT-REMAINDER
019800     IF WS-CKPT-REMAINDER = ZERO
020342*  DATE, PROVIDED ITS EMPM-VALID-TO (EXCLUSIVE) IS STILL
020344*  AHEAD OF THE PERIOD.  AN ID WITH NO VERSION IN FORCE IS
020350*  REPORTED AND COUNTED, NEVER CALCULATED WITH WHATEVER
020355*  HAPPENS TO BE IN THE ROSTER RECORD.  THE SCAN RUNS ON TO
020357*  THE LATEST VERSION FOR ITS EXIT DATE.
020360*****************************************************************
020365 2250-FIND-MASTER-RECORD.
020370     MOVE 'N' TO WS-EMPM-FOUND-SW
020372     MOVE 'N' TO WS-VSCAN-DONE-SW
020373     MOVE SPACES TO WS-MV-EXIT-DATE
020375     MOVE EMP-ID TO EMPM-ID
020376     MOVE '00000000' TO EMPM-VALID-FROM
020377     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
020416             GO TO 2260-EXIT
020418     END-READ
020420     IF EMPM-ID NOT = EMP-ID
020424         MOVE 'Y' TO WS-VSCAN-DONE-SW
020425         GO TO 2260-EXIT
020426     END-IF
020427     MOVE EMPM-EXIT-DATE TO WS-MV-EXIT-DATE
020428     IF EMPM-VALID-FROM > CLI-PERIOD-DATE-ARG
020429         GO TO 2260-EXIT
020430     END-IF
020431     MOVE 'Y' TO WS-EMPM-FOUND-SW
020432     MOVE EMPM-MARRIED-ARG TO WS-MV-MARRIED
020434     IF EMPM-TAX-CLASS-ARG NUMERIC
020436         MOVE EMPM-TAX-CLASS-ARG TO WS-MV-TAX-CLASS
020484         MOVE ZERO TO WS-MV-FACTOR
020486     END-IF
020488     MOVE EMPM-VALID-FROM TO WS-MV-VALID-FROM
020490     MOVE EMPM-VALID-TO TO WS-MV-VALID-TO
020491     IF EMPM-HEALTH-ADDON NUMERIC
020492         MOVE EMPM-HEALTH-ADDON TO WS-MV-HEALTH-ADDON
020493     ELSE
020494         MOVE ZERO TO WS-MV-HEALTH-ADDON
020495     END-IF
020496     IF EMPM-PRIVATE-INSURED
020497         MOVE 'Y' TO WS-MV-PRIVATE-INS
020498     ELSE
020499         MOVE 'N' TO WS-MV-PRIVATE-INS
020500     END-IF
020501     IF EMPM-IS-CHILDLESS
020502         MOVE 'Y' TO WS-MV-CHILDLESS
020503     ELSE
020504         MOVE 'N' TO WS-MV-CHILDLESS
020505     END-IF
020506     MOVE EMPM-ESTAB-CODE TO WS-MV-ESTAB-CODE.
020507 2260-EXIT.
020508     EXIT.
020509
020510*****************************************************************
020511*  2270-RESOLVE-ESTABLISHMENT - A BLANK ESTABLISHMENT ON THE
020512*  MASTER VERSION IS THE HEAD OFFICE.  A CODE NOT ON ESTMAST
020513*  IS STILL CARRIED AS KEYED - THE ROW IS TAXED THE SAME
020514*  EITHER WAY - BUT IS REPORTED SO THE TABLE CAN BE PUT RIGHT
020515*  BEFORE TAXANMLD FILES THE PERIOD.
020516*****************************************************************
020517 2270-RESOLVE-ESTABLISHMENT.
020518     IF WS-MV-ESTAB-CODE = SPACES
020519         MOVE WS-HEAD-ESTAB-CODE TO WS-MV-ESTAB-CODE
020520         GO TO 2270-EXIT
020521     END-IF
020522     MOVE WS-MV-ESTAB-CODE TO EP-ESTAB-CODE-ARG
020523     CALL 'ESTLKUP' USING ESTLKUP-PARMS
020524     IF NOT EP-RC-OK
020525         DISPLAY 'TAXBATCH: EMPLOYEE ' EMP-ID ' ESTABLISHMENT '
020526             WS-MV-ESTAB-CODE ' IS NOT ON ESTMAST - CARRIED AS '
020527             'KEYED'
020528         ADD 1 TO WS-ESTAB-UNKNOWN
020529         IF WS-RETURN-CODE < 04
020530             MOVE 04 TO WS-RETURN-CODE
020531         END-IF
020532     END-IF.
020533 2270-EXIT.
020534     EXIT.
020535
020536*****************************************************************
020537*  2280-CHECK-LEAVER - A REGULAR ROW FOR A PERIOD AFTER THE
020538*  LEAVER'S EXIT IS NOT CALCULATED.  THE EXIT MONTH (MONTHLY
020539*  PAY) OR YEAR (ANNUAL PAY) IS STILL PAID IN FULL; WEEKLY PAY
020540*  STOPS AT THE EXIT DATE ITSELF.  ONE-OFF ROWS PASS.
020541*****************************************************************
020542 2280-CHECK-LEAVER.
020543     MOVE 'N' TO WS-LEAVER-ROW-SW
020544     IF WS-MV-EXIT-DATE = SPACES
020545         GO TO 2280-EXIT
020546     END-IF
020547     IF EMP-ONE-OFF-PAY
020548         DISPLAY 'TAXBATCH: ONE-OFF PAYMENT TO ' EMP-ID
020549             ' WHO LEFT ON ' WS-MV-EXIT-DATE
020550         GO TO 2280-EXIT
020551     END-IF
020552     EVALUATE WS-MV-PAY-FREQ
020553         WHEN 'M'
020554             IF CLI-PERIOD-DATE-ARG (1:6) > WS-MV-EXIT-DATE (1:6)
020555                 MOVE 'Y' TO WS-LEAVER-ROW-SW
020556             END-IF
020557         WHEN 'W'
020558             IF CLI-PERIOD-DATE-ARG > WS-MV-EXIT-DATE
020559                 MOVE 'Y' TO WS-LEAVER-ROW-SW
020560             END-IF
020561         WHEN OTHER
020562             IF CLI-PERIOD-DATE-ARG (1:4) > WS-MV-EXIT-DATE (1:4)
020563                 MOVE 'Y' TO WS-LEAVER-ROW-SW
020564             END-IF
020565     END-EVALUATE
020566     IF WS-LEAVER-ROW
020567         DISPLAY 'TAXBATCH: EMPLOYEE ' EMP-ID ' LEFT ON '
020568             WS-MV-EXIT-DATE ' - ROW FOR ' CLI-PERIOD-DATE-ARG
020569             ' NOT CALCULATED'
020570         ADD 1 TO WS-RECORDS-AFTER-EXIT
020571         IF WS-RETURN-CODE < 04
020572             MOVE 04 TO WS-RETURN-CODE
020573         END-IF
020574     END-IF.
020575 2280-EXIT.
020576     EXIT.
020577
020578 2300-WRITE-REPORT-RECORD.
020579     MOVE SPACES TO RPT-RECORD
020600     MOVE WS-RUN-DATE TO RPT-RUN-DATE
020700     MOVE WS-RUN-TIME TO RPT-RUN-TIME
020800     MOVE EMP-ID TO RPT-TAXPAYER-ID
021400     MOVE TC-SOLI-TAX TO RPT-SOLI-TAX
021500     MOVE TC-CHURCH-TAX TO RPT-CHURCH-TAX
021600     MOVE TC-TOTAL-WITHHOLD TO RPT-TOTAL-WITHHOLD
021612     MOVE TC-PENSION-INS TO RPT-PENSION-INS
021624     MOVE TC-HEALTH-INS TO RPT-HEALTH-INS
021636     MOVE TC-CARE-INS TO RPT-CARE-INS
021648     MOVE TC-UNEMPL-INS TO RPT-UNEMPL-INS
021660     MOVE TC-HEALTH-ADDON-ARG TO RPT-HEALTH-ADDON
021672     MOVE TC-PRIVATE-INS-ARG TO RPT-PRIVATE-INS
021684     MOVE TC-CHILDLESS-ARG TO RPT-CHILDLESS
021700     MOVE TC-RETURN-CODE TO RPT-RETURN-CODE
021750     MOVE TC-PAY-FREQ-ARG TO RPT-PAY-FREQ
021770     MOVE TC-TAX-CLASS-ARG TO RPT-TAX-CLASS
021790     MOVE TC-CHURCH-RATE-ARG TO RPT-CHURCH-RATE
021795     MOVE TC-CHILD-ALLOW-ARG TO RPT-CHILD-ALLOW
021796     MOVE TC-FACTOR-ARG TO RPT-FACTOR
021800     MOVE WS-MV-ESTAB-CODE TO RPT-ESTAB-CODE
021804     IF EMP-ONE-OFF-PAY
021808         MOVE 'S' TO RPT-REC-TYPE
021812     END-IF
021816     WRITE RPT-RECORD
021820     IF WS-RPT-FILE-STATUS NOT = '00'
021840         DISPLAY 'TAXBATCH: TAXRPT WRITE FAILED - STATUS '
021860             WS-RPT-FILE-STATUS
023370     MOVE TC-CHURCH-RATE-ARG TO AUD-CHURCH-RATE
023380     MOVE TC-CHILD-ALLOW-ARG TO AUD-CHILD-ALLOW
023390     MOVE TC-FACTOR-ARG TO AUD-FACTOR
023391     MOVE TC-SOCIAL-INS-ARG TO AUD-SOCIAL-INS
023392     MOVE TC-HEALTH-ADDON-ARG TO AUD-HEALTH-ADDON
023393     MOVE TC-PRIVATE-INS-ARG TO AUD-PRIVATE-INS
023394     MOVE TC-CHILDLESS-ARG TO AUD-CHILDLESS
023395     IF EMP-ONE-OFF-PAY
023396         MOVE 'S' TO AUD-REC-TYPE
023397         MOVE WS-OO-EXPECTED-WAGE TO AUD-EXPECTED-WAGE
023398     END-IF
023400     WRITE AUDIT-RECORD
023420     IF WS-AUD-FILE-STATUS NOT = '00'
023440         DISPLAY 'TAXBATCH: TAXAUDIT WRITE FAILED - STATUS '
024300 2500-WRITE-CHECKPOINT.
024400     MOVE SPACES TO CKPT-RECORD
024500     MOVE WS-CKPT-LAST-EMP-ID TO CKPT-LAST-EMP-ID
024550     MOVE WS-CKPT-LAST-REC-TYPE TO CKPT-LAST-REC-TYPE
024600     MOVE WS-RECORDS-PROCESSED TO CKPT-RECORDS-DONE
024700     MOVE WS-RUN-DATE TO CKPT-RUN-DATE
024800     MOVE WS-RUN-TIME TO CKPT-RUN-TIME
025692     MOVE ZERO TO YTD-INCOME-TAX
025694     MOVE ZERO TO YTD-SOLI-TAX
025696     MOVE ZERO TO YTD-CHURCH-TAX
025698     MOVE ZERO TO YTD-WITHHOLD
025699     MOVE ZERO TO YTD-PENSION-INS
025700     MOVE ZERO TO YTD-HEALTH-INS
025701     MOVE ZERO TO YTD-CARE-INS
025702     MOVE ZERO TO YTD-UNEMPL-INS
025703     MOVE ZERO TO YTD-ONEOFF-INCOME.
025704 2650-EXIT.
025705     EXIT.
025706
025707 2660-FOLD-INTO-YTD.
025708     IF YTD-ONEOFF-INCOME NOT NUMERIC
025709         MOVE ZERO TO YTD-ONEOFF-INCOME
025710     END-IF
025711     IF EMP-ONE-OFF-PAY
025712         ADD TC-INCOME-ARG TO YTD-ONEOFF-INCOME
025713     ELSE
025714         ADD 1 TO YTD-PERIOD-COUNT
025715     END-IF
025716     ADD TC-INCOME-ARG TO YTD-INCOME
025717     ADD TC-INCOME-TAX TO YTD-INCOME-TAX
025718     ADD TC-SOLI-TAX TO YTD-SOLI-TAX
025719     ADD TC-CHURCH-TAX TO YTD-CHURCH-TAX
025720     ADD TC-TOTAL-WITHHOLD TO YTD-WITHHOLD
025721     MOVE TC-MARRIED-ARG TO YTD-MARRIED
025722     MOVE TC-TAX-CLASS-ARG TO YTD-TAX-CLASS
025724     MOVE TC-CHURCH-ARG TO YTD-CHURCH
025726     MOVE TC-CHURCH-RATE-ARG TO YTD-CHURCH-RATE
025728     MOVE TC-CHILD-ALLOW-ARG TO YTD-CHILD-ALLOW
025730     MOVE TC-FACTOR-ARG TO YTD-FACTOR
025731     IF YTD-PENSION-INS NOT NUMERIC
025732         OR YTD-HEALTH-INS NOT NUMERIC
025733         OR YTD-CARE-INS NOT NUMERIC
025734         OR YTD-UNEMPL-INS NOT NUMERIC
025735         MOVE ZERO TO YTD-PENSION-INS
025736         MOVE ZERO TO YTD-HEALTH-INS
025737         MOVE ZERO TO YTD-CARE-INS
025738         MOVE ZERO TO YTD-UNEMPL-INS
025739     END-IF
025740     ADD TC-PENSION-INS TO YTD-PENSION-INS
025741     ADD TC-HEALTH-INS TO YTD-HEALTH-INS
025742     ADD TC-CARE-INS TO YTD-CARE-INS
025743     ADD TC-UNEMPL-INS TO YTD-UNEMPL-INS
025744     MOVE TC-HEALTH-ADDON-ARG TO YTD-HEALTH-ADDON
025745     MOVE TC-PRIVATE-INS-ARG TO YTD-PRIVATE-INS
025746     MOVE TC-CHILDLESS-ARG TO YTD-CHILDLESS
025747     MOVE WS-RUN-DATE TO YTD-LAST-RUN-DATE.
025748 2660-EXIT.
025749     EXIT.
025750
025751*****************************************************************
025752*  2700-UPDATE-PERIOD-TOTALS - FOLD THE ROW INTO THE RUN-DATE
025753*  TOTALS TAXANMLD EXTRACTS FROM - ONCE INTO THE COMPANY TOTAL
025754*  ROW AND ONCE INTO THE ROW OF THE EMPLOYEE'S ESTABLISHMENT,
025755*  SO THE ESTABLISHMENT ROWS ALWAYS ADD BACK TO THE COMPANY
025756*  ROW.  ERROR ROWS ONLY BUMP THE ERROR COUNT.
025757*****************************************************************
025758 2700-UPDATE-PERIOD-TOTALS.
025759     MOVE SPACES TO WS-PER-ESTAB-CODE
025760     PERFORM 2710-UPDATE-ONE-PERIOD-ROW THRU 2710-EXIT
025761     MOVE WS-MV-ESTAB-CODE TO WS-PER-ESTAB-CODE
025762     PERFORM 2710-UPDATE-ONE-PERIOD-ROW THRU 2710-EXIT.
025763 2700-EXIT.
025764     EXIT.
025765
025766 2710-UPDATE-ONE-PERIOD-ROW.
025767     MOVE WS-RUN-DATE TO PER-RUN-DATE
025768     MOVE WS-PER-ESTAB-CODE TO PER-ESTAB-CODE
025769     READ TAXPER-FILE
025770         INVALID KEY
025771             PERFORM 2750-INIT-PER-RECORD THRU 2750-EXIT
025772             PERFORM 2760-FOLD-INTO-PERIOD THRU 2760-EXIT
025773             WRITE PER-RECORD
025774                 INVALID KEY
025775                     DISPLAY 'TAXBATCH: TAXPER WRITE FAILED '
025776                         '- STATUS ' WS-PER-FILE-STATUS
025777                     MOVE 95 TO WS-RETURN-CODE
025778             END-WRITE
025779         NOT INVALID KEY
025780             PERFORM 2760-FOLD-INTO-PERIOD THRU 2760-EXIT
025781             REWRITE PER-RECORD
025782                 INVALID KEY
025783                     DISPLAY 'TAXBATCH: TAXPER REWRITE FAILED '
025784                         '- STATUS ' WS-PER-FILE-STATUS
025786                     MOVE 95 TO WS-RETURN-CODE
025788             END-REWRITE
025790     END-READ.
025792 2710-EXIT.
025794     EXIT.
025796
025798 2750-INIT-PER-RECORD.
025800     MOVE SPACES TO PER-RECORD
025802     MOVE WS-RUN-DATE TO PER-RUN-DATE
025803     MOVE WS-PER-ESTAB-CODE TO PER-ESTAB-CODE
025804     MOVE ZERO TO PER-EMPLOYEE-COUNT
025806     MOVE ZERO TO PER-INCOME-TAX
025808     MOVE ZERO TO PER-SOLI-TAX
025812     MOVE ZERO TO PER-CHURCH-TAX-9
025814     MOVE ZERO TO PER-CHURCH-TAX-ODD
025816     MOVE ZERO TO PER-ODD-COUNT
025818     MOVE ZERO TO PER-ERROR-COUNT
025819     MOVE ZERO TO PER-ONEOFF-COUNT
025820     MOVE ZERO TO PER-ONEOFF-INCOME-TAX
025821     MOVE ZERO TO PER-ONEOFF-SOLI-TAX
025822     MOVE ZERO TO PER-ONEOFF-CHURCH-TAX.
025823 2750-EXIT.
025824     EXIT.
025825
025826 2760-FOLD-INTO-PERIOD.
025828     IF TC-RETURN-CODE NOT = ZERO
025830         ADD 1 TO PER-ERROR-COUNT
025832         GO TO 2760-EXIT
025834     END-IF
025836     IF PER-ONEOFF-COUNT NOT NUMERIC
025837         OR PER-ONEOFF-INCOME-TAX NOT NUMERIC
025838         OR PER-ONEOFF-SOLI-TAX NOT NUMERIC
025839         OR PER-ONEOFF-CHURCH-TAX NOT NUMERIC
025840         MOVE ZERO TO PER-ONEOFF-COUNT
025841         MOVE ZERO TO PER-ONEOFF-INCOME-TAX
025842         MOVE ZERO TO PER-ONEOFF-SOLI-TAX
025843         MOVE ZERO TO PER-ONEOFF-CHURCH-TAX
025844     END-IF
025845     IF EMP-ONE-OFF-PAY
025846         ADD 1 TO PER-ONEOFF-COUNT
025847         ADD TC-INCOME-TAX TO PER-ONEOFF-INCOME-TAX
025848         ADD TC-SOLI-TAX TO PER-ONEOFF-SOLI-TAX
025849         ADD TC-CHURCH-TAX TO PER-ONEOFF-CHURCH-TAX
025850     ELSE
025851         ADD 1 TO PER-EMPLOYEE-COUNT
025852     END-IF
025853     ADD TC-INCOME-TAX TO PER-INCOME-TAX
025854     ADD TC-SOLI-TAX TO PER-SOLI-TAX
025855     IF TC-CHURCH-TAX = ZERO
025856         GO TO 2760-EXIT
025857     END-IF
025858     EVALUATE TRUE
025859         WHEN TC-CHURCH-RATE-ARG = 08
025860             ADD TC-CHURCH-TAX TO PER-CHURCH-TAX-8
025861         WHEN TC-CHURCH-RATE-ARG = 09
025862             ADD TC-CHURCH-TAX TO PER-CHURCH-TAX-9
025863         WHEN OTHER
025864             ADD TC-CHURCH-TAX TO PER-CHURCH-TAX-ODD
025865             ADD 1 TO PER-ODD-COUNT
025866     END-EVALUATE.
025867 2760-EXIT.
025868     EXIT.
025869
025870*****************************************************************
025871*  2800-CALC-ONE-OFF-PAYMENT - SONSTIGER BEZUG BY THE ANNUAL-
025872*  TABLE METHOD (PAR. 39B ABS. 3 ESTG): THE ANNUAL TAX ON THE
025873*  EXPECTED ANNUAL WAGE PLUS THE PAYMENT, LESS THE ANNUAL TAX
025874*  ON THE EXPECTED ANNUAL WAGE ALONE.  BOTH CALLS RUN AT ANNUAL
025875*  FREQUENCY WITH THE STANDING DATA ALREADY SET UP BY 2200.
025876*  THE DIFFERENCES (NEVER BELOW ZERO) ARE LEFT IN THE TC-
025877*  RESULT FIELDS FOR THE REPORT, AUDIT AND ACCUMULATOR
025878*  PARAGRAPHS, WITH TC-INCOME-ARG AND TC-PAY-FREQ-ARG PUT BACK
025879*  TO THE PAYMENT AND THE EMPLOYEE'S REGULAR FREQUENCY.  THE
025880*  WORSE RETURN CODE OF THE TWO CALLS STANDS.
025881*****************************************************************
025882 2800-CALC-ONE-OFF-PAYMENT.
025883     PERFORM 2850-EXPECTED-ANNUAL-WAGE THRU 2850-EXIT
025884     MOVE 'A' TO TC-PAY-FREQ-ARG
025885     MOVE WS-OO-EXPECTED-WAGE TO TC-INCOME-ARG
025886     CALL 'TAXCALC' USING TAXCALC-PARMS
025887     MOVE TC-RETURN-CODE TO WS-OO-RETURN-CODE
025888     MOVE TC-INCOME-TAX TO WS-OO-BASE-INCOME-TAX
025889     MOVE TC-SOLI-TAX TO WS-OO-BASE-SOLI
025890     MOVE TC-CHURCH-TAX TO WS-OO-BASE-CHURCH
025891     MOVE TC-PENSION-INS TO WS-OO-BASE-PENSION
025892     MOVE TC-HEALTH-INS TO WS-OO-BASE-HEALTH
025893     MOVE TC-CARE-INS TO WS-OO-BASE-CARE
025894     MOVE TC-UNEMPL-INS TO WS-OO-BASE-UNEMPL
025895     COMPUTE TC-INCOME-ARG = WS-OO-EXPECTED-WAGE + EMP-INCOME-ARG
025896     CALL 'TAXCALC' USING TAXCALC-PARMS
025897     IF WS-OO-RETURN-CODE > TC-RETURN-CODE
025898         MOVE WS-OO-RETURN-CODE TO TC-RETURN-CODE
025899     END-IF
025900     COMPUTE WS-OO-DIFF = TC-INCOME-TAX - WS-OO-BASE-INCOME-TAX
025901     IF WS-OO-DIFF < ZERO
025902         MOVE ZERO TO WS-OO-DIFF
025903     END-IF
025904     MOVE WS-OO-DIFF TO TC-INCOME-TAX
025905     COMPUTE WS-OO-DIFF = TC-SOLI-TAX - WS-OO-BASE-SOLI
025906     IF WS-OO-DIFF < ZERO
025907         MOVE ZERO TO WS-OO-DIFF
025908     END-IF
025909     MOVE WS-OO-DIFF TO TC-SOLI-TAX
025910     COMPUTE WS-OO-DIFF = TC-CHURCH-TAX - WS-OO-BASE-CHURCH
025911     IF WS-OO-DIFF < ZERO
025912         MOVE ZERO TO WS-OO-DIFF
025913     END-IF
025914     MOVE WS-OO-DIFF TO TC-CHURCH-TAX
025915     COMPUTE WS-OO-DIFF = TC-PENSION-INS - WS-OO-BASE-PENSION
025916     IF WS-OO-DIFF < ZERO
025917         MOVE ZERO TO WS-OO-DIFF
025918     END-IF
025919     MOVE WS-OO-DIFF TO TC-PENSION-INS
025920     COMPUTE WS-OO-DIFF = TC-HEALTH-INS - WS-OO-BASE-HEALTH
025921     IF WS-OO-DIFF < ZERO
025922         MOVE ZERO TO WS-OO-DIFF
025923     END-IF
025924     MOVE WS-OO-DIFF TO TC-HEALTH-INS
025925     COMPUTE WS-OO-DIFF = TC-CARE-INS - WS-OO-BASE-CARE
025926     IF WS-OO-DIFF < ZERO
025927         MOVE ZERO TO WS-OO-DIFF
025928     END-IF
025929     MOVE WS-OO-DIFF TO TC-CARE-INS
025930     COMPUTE WS-OO-DIFF = TC-UNEMPL-INS - WS-OO-BASE-UNEMPL
025931     IF WS-OO-DIFF < ZERO
025932         MOVE ZERO TO WS-OO-DIFF
025933     END-IF
025934     MOVE WS-OO-DIFF TO TC-UNEMPL-INS
025935     COMPUTE TC-TOTAL-WITHHOLD =
025936         TC-INCOME-TAX + TC-SOLI-TAX + TC-CHURCH-TAX
025937     MOVE EMP-INCOME-ARG TO TC-INCOME-ARG
025938     MOVE WS-MV-PAY-FREQ TO TC-PAY-FREQ-ARG
025939     ADD 1 TO WS-ONEOFF-PROCESSED.
025940 2800-EXIT.
025941     EXIT.
025942
025943*****************************************************************
025944*  2850-EXPECTED-ANNUAL-WAGE - THE VORAUSSICHTLICHER
025945*  JAHRESARBEITSLOHN FROM THE EMPLOYEE'S TAXYTD ROW FOR THE
025946*  YEAR: THE REGULAR WAGE PAID SO FAR, PROJECTED OVER THE FULL
025947*  YEAR AT THE AVERAGE PER PERIOD (NEVER LESS THAN WHAT HAS
025948*  ALREADY BEEN PAID), PLUS ANY ONE-OFF PAYMENTS ALREADY MADE
025949*  IN THE YEAR.  AN EMPLOYEE WITH NO ROW YET (A FIRST PAYMENT
025950*  OF THE YEAR) IS TAXED ON AN EXPECTED WAGE OF ZERO, COUNTED
025951*  AND LISTED SO PAYROLL CAN CHECK THE ROSTER ORDER.
025952*****************************************************************
025953 2850-EXPECTED-ANNUAL-WAGE.
025954     MOVE ZERO TO WS-OO-EXPECTED-WAGE
025955     MOVE EMP-ID TO YTD-EMP-ID
025956     MOVE TC-YEAR-ARG TO YTD-YEAR
025957     READ TAXYTD-FILE
025958         INVALID KEY
025959             DISPLAY 'TAXBATCH: EMPLOYEE ' EMP-ID ' HAS NO '
025960                 'TAXYTD ROW FOR ' TC-YEAR-ARG ' - ONE-OFF '
025961                 'PAYMENT TAXED ON AN EXPECTED WAGE OF ZERO'
025962             ADD 1 TO WS-ONEOFF-NO-HISTORY
025963             GO TO 2850-EXIT
025964     END-READ
025965     IF YTD-ONEOFF-INCOME NUMERIC
025966         MOVE YTD-ONEOFF-INCOME TO WS-OO-PRIOR-ONEOFF
025967     ELSE
025968         MOVE ZERO TO WS-OO-PRIOR-ONEOFF
025969     END-IF
025970     COMPUTE WS-OO-REGULAR-PAID = YTD-INCOME - WS-OO-PRIOR-ONEOFF
025971     IF WS-OO-REGULAR-PAID < ZERO
025972         MOVE ZERO TO WS-OO-REGULAR-PAID
025973     END-IF
025974     MOVE WS-OO-REGULAR-PAID TO WS-OO-PROJECTED
025975     IF YTD-PERIOD-COUNT > ZERO
025976         EVALUATE WS-MV-PAY-FREQ
025977             WHEN 'M'
025978                 MOVE 12 TO WS-OO-PERIODS-PER-YEAR
025979             WHEN 'W'
025980                 MOVE 52 TO WS-OO-PERIODS-PER-YEAR
025981             WHEN OTHER
025982                 MOVE 1 TO WS-OO-PERIODS-PER-YEAR
025983         END-EVALUATE
025984         COMPUTE WS-OO-PROJECTED ROUNDED =
025985             WS-OO-REGULAR-PAID * WS-OO-PERIODS-PER-YEAR
025986             / YTD-PERIOD-COUNT
025987         IF WS-OO-PROJECTED < WS-OO-REGULAR-PAID
025988             MOVE WS-OO-REGULAR-PAID TO WS-OO-PROJECTED
025989         END-IF
025990     END-IF
025991     COMPUTE WS-OO-EXPECTED-WAGE =
025992         WS-OO-PROJECTED + WS-OO-PRIOR-ONEOFF.
025993 2850-EXIT.
025994     EXIT.
025995
025996*****************************************************************
025997*  9000-TERMINATE - FORCE A FINAL CHECKPOINT (COVERING ANY
026000*  RECORDS SINCE THE LAST INTERVAL BOUNDARY), CLOSE THE FILES
026100*  AND DISPLAY THE RUN SUMMARY.
026200*****************************************************************
027150     DISPLAY 'TAXBATCH: RECORDS PROCESSED.. '
027180         WS-RECORDS-PROCESSED
027200     DISPLAY 'TAXBATCH: NOT ON MASTER...... '
027250         WS-RECORDS-NOT-ON-MASTER
027253     DISPLAY 'TAXBATCH: AFTER EXIT DATE.... '
027256         WS-RECORDS-AFTER-EXIT
027259     DISPLAY 'TAXBATCH: ONE-OFF PAYMENTS... '
027262         WS-ONEOFF-PROCESSED
027265     IF WS-ONEOFF-NO-HISTORY > ZERO
027268         DISPLAY 'TAXBATCH: ONE-OFF WITHOUT YTD '
027271             WS-ONEOFF-NO-HISTORY
027274     END-IF
027277     IF WS-ESTAB-UNKNOWN > ZERO
027280         DISPLAY 'TAXBATCH: UNKNOWN ESTABLISHMT '
027283             WS-ESTAB-UNKNOWN
027286     END-IF.
027300 9000-EXIT.
027400     EXIT.
027410
027742     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
027752     MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
027762     MOVE WS-RPT-ROWS-WRITTEN TO RLOG-RECORDS-WRITTEN
027772     COMPUTE RLOG-RECORDS-REJECTED =
027777         WS-RECORDS-NOT-ON-MASTER + WS-RECORDS-AFTER-EXIT
027782     CALL 'RUNLOGW' USING RLOG-RECORD.
027792 9900-EXIT.
027802     EXIT.
