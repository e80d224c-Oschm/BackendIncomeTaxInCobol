004302*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
004303*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
004304*                  RLOGREC.CPY.
004306*  2026-10-02  RD  SOCIAL INSURANCE.  THE RECOMPUTATION PASSES
004308*                  THE HEALTH ADD-ON RATE, PRIVATE-INSURANCE
004310*                  AND CHILDLESS FLAGS OF THE OPEN VERSION SO
004312*                  TAXCALC DEDUCTS THE VORSORGEPAUSCHALE.  THE
004314*                  FOUR CONTRIBUTIONS ARE NETTED PER PERIOD
004316*                  LIKE THE TAXES (ROWS WRITTEN BEFORE THE
004318*                  COLUMNS EXISTED COUNT AS ZERO), CARRIED ON
004320*                  THE REVERSAL AND RE-POST ROWS, AND THEIR
004322*                  DELTAS APPLIED TO TAXYTD.  A PERIOD WHOSE
004324*                  CONTRIBUTIONS ALONE CHANGE IS CORRECTED TOO.
004326*  2026-10-09  RD  ONE-OFF PAYMENTS.  A TAXRPT ROW OF TYPE 'S'
004328*                  WAS TAXED BY THE ANNUAL-TABLE METHOD ON AN
004330*                  EXPECTED WAGE THAT IS NOT HELD ON TAXRPT, SO
004332*                  IT IS NOT RECOMPUTED HERE.  EACH ONE IN THE
004334*                  CORRECTION WINDOW IS LISTED, COUNTED AND
004336*                  ENDS THE RUN WITH RC 04 FOR A MANUAL REVIEW.
004338*                  THE AMENDED EXTRACT CARRIES ZERO ONE-OFF
004340*                  FIGURES.
004342*  2026-10-15  RD  ANMELDUNG PER BETRIEBSSTAETTE.  EACH PERIOD
004344*                  KEEPS THE ESTABLISHMENT ITS ORIGINAL TAXRPT
004346*                  ROW WAS WITHHELD UNDER (BLANK ON OLDER ROWS
004348*                  MEANS THE HEAD OFFICE ON ESTMAST - NO HEAD
004350*                  OFFICE ENDS THE RUN WITH RC 93).  THE
004352*                  REVERSAL AND RE-POST ROWS CARRY IT, AND EACH
004354*                  AMENDED DECLARATION ROW CARRIES THE CODE,
004356*                  TAX OFFICE AND STEUERNUMMER SO IT IS FILED
004358*                  WITH THE RIGHT FINANZAMT.  A CODE NO LONGER
004360*                  ON ESTMAST IS WRITTEN WITHOUT AND ENDS WITH
004362*                  RC 04.
004364*  2026-10-15  RD  GENERAL-LEDGER POSTING.  THE RUN STAMP (RUN
004366*                  DATE AND TIME ON THE CTL-HDR ROW) IS SHOWN
004368*                  ON SYSOUT - IT IS THE SOURCE ID GLPOST
004370*                  POSTS THIS CORRECTION UNDER.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
010200 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
010300 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
010400 01  WS-PERIODS-SKIPPED           PIC 9(9) COMP VALUE ZERO.
010450 01  WS-ONEOFF-ROWS-SKIPPED       PIC 9(9) COMP VALUE ZERO.
010500 01  WS-PERIODS-UNCHANGED         PIC 9(9) COMP VALUE ZERO.
010600 01  WS-PERIODS-CORRECTED         PIC 9(9) COMP VALUE ZERO.
010700 01  WS-RPT-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
011000 01  WS-SIGN-FACTOR               PIC S9 VALUE +1.
011100 01  WS-NEW-CHURCH-8              PIC 9(9)V99 VALUE ZERO.
011200 01  WS-NEW-CHURCH-9              PIC 9(9)V99 VALUE ZERO.
011212 01  WS-AMD-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
011224 01  WS-ESTAB-UNKNOWN             PIC 9(9) COMP VALUE ZERO.
011236 01  WS-HEAD-ESTAB-CODE           PIC X(02) VALUE SPACES.
011248*****************************************************************
011260*  ESTABLISHMENT LOOKUP PARAMETERS - SEE ESTPARM.CPY.
011272*****************************************************************
011284 COPY ESTPARM.
011300*****************************************************************
011400*  THE EMPLOYEE'S PERIODS FROM THE EFFECTIVE DATE ONWARDS.
011500*  THE NET- FIELDS CARRY THE STANDING FIGURES AFTER ANY PRIOR
014200         10  WS-PD-NEW-SOLI       PIC 9(9)V99.
014300         10  WS-PD-NEW-CHURCH     PIC 9(9)V99.
014400         10  WS-PD-NEW-WITHHOLD   PIC 9(9)V99.
014408         10  WS-PD-NET-PENSION    PIC S9(9)V99.
014416         10  WS-PD-NET-HEALTH     PIC S9(9)V99.
014424         10  WS-PD-NET-CARE       PIC S9(9)V99.
014432         10  WS-PD-NET-UNEMPL     PIC S9(9)V99.
014440         10  WS-PD-NEW-PENSION    PIC 9(9)V99.
014448         10  WS-PD-NEW-HEALTH     PIC 9(9)V99.
014456         10  WS-PD-NEW-CARE       PIC 9(9)V99.
014464         10  WS-PD-NEW-UNEMPL     PIC 9(9)V99.
014472         10  WS-PD-OLD-ADDON      PIC 9V999.
014480         10  WS-PD-OLD-PRIVATE    PIC X(01).
014488         10  WS-PD-OLD-CHILDLESS  PIC X(01).
014500         10  WS-PD-NEW-ZONE       PIC 9(02).
014550         10  WS-PD-ESTAB          PIC X(02).
014600*****************************************************************
014700*  THE CORRECTED STANDING DATA, FETCHED ONCE FROM EMPMAST.
014800*****************************************************************
015200 01  WS-NEW-RATE                  PIC 9(02) VALUE ZERO.
015300 01  WS-NEW-CHILD                 PIC 9(2)V9 VALUE ZERO.
015400 01  WS-NEW-FACTOR                PIC 9V999 VALUE ZERO.
015412 01  WS-NEW-ADDON                 PIC 9V999 VALUE ZERO.
015424 01  WS-NEW-PRIVATE               PIC X(01) VALUE 'N'.
015436 01  WS-NEW-CHILDLESS             PIC X(01) VALUE 'N'.
015448*****************************************************************
015460*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
015472*****************************************************************
015484 COPY RLOGREC.
015500 PROCEDURE DIVISION.
015600 0000-MAINLINE.
015601     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
020550             'CORRECT WITH'
020600         MOVE 93 TO WS-RETURN-CODE
020700     END-IF
022400     CLOSE EMPMAST-FILE
022425     IF WS-RETURN-CODE = ZERO
022450         PERFORM 1200-RESOLVE-HEAD-OFFICE THRU 1200-EXIT
022475     END-IF.
022500 1000-EXIT.
022505     EXIT.
022510
022515*****************************************************************
022520*  1200-RESOLVE-HEAD-OFFICE - OLDER TAXRPT ROWS CARRY NO
022525*  ESTABLISHMENT; THEY WERE WITHHELD UNDER THE HEAD OFFICE.
022530*****************************************************************
022535 1200-RESOLVE-HEAD-OFFICE.
022540     MOVE SPACES TO EP-ESTAB-CODE-ARG
022545     CALL 'ESTLKUP' USING ESTLKUP-PARMS
022550     IF NOT EP-RC-OK
022555         DISPLAY 'TAXCORR: NO HEAD OFFICE ON ESTMAST - SET ONE '
022560             'UP WITH ESTMAINT, RUN ABORTED'
022565         MOVE 93 TO WS-RETURN-CODE
022570         GO TO 1200-EXIT
022575     END-IF
022580     MOVE EP-ESTAB-CODE TO WS-HEAD-ESTAB-CODE.
022585 1200-EXIT.
022600     EXIT.
022610
022612*****************************************************************
022700     END-IF
022702     IF EMPM-FACTOR NUMERIC
022704         MOVE EMPM-FACTOR TO WS-NEW-FACTOR
022710     END-IF
022716     IF EMPM-HEALTH-ADDON NUMERIC
022722         MOVE EMPM-HEALTH-ADDON TO WS-NEW-ADDON
022728     END-IF
022734     IF EMPM-PRIVATE-INSURED
022740         MOVE 'Y' TO WS-NEW-PRIVATE
022746     END-IF
022752     IF EMPM-IS-CHILDLESS
022758         MOVE 'Y' TO WS-NEW-CHILDLESS
022764     END-IF.
022770 1110-EXIT.
022776     EXIT.
022782
022800*****************************************************************
022900*  2000-COLLECT-PERIODS - ONE READ PASS OVER TAXRPT, FOLDING
023000*  THE EMPLOYEE'S ROWS FROM THE EFFECTIVE DATE ONWARDS INTO
026500     IF RPT-TAXPAYER-ID NOT = CLI-EMP-ID-ARG
026600         OR RPT-RUN-DATE < CLI-EFF-DATE-ARG
026700         OR RPT-RETURN-CODE NOT = ZERO
026714         GO TO 2100-EXIT
026728     END-IF
026742     IF RPT-IS-ONE-OFF
026756         DISPLAY 'TAXCORR: ONE-OFF PAYMENT ON ' RPT-RUN-DATE
026770             ' NOT RECOMPUTED - REVIEW MANUALLY'
026784         ADD 1 TO WS-ONEOFF-ROWS-SKIPPED
026800         GO TO 2100-EXIT
026900     END-IF
027000     PERFORM 2200-FIND-PERIOD-ENTRY THRU 2200-EXIT
035700     IF RPT-FACTOR NUMERIC
035800         MOVE RPT-FACTOR TO WS-PD-OLD-FACTOR (WS-FOUND-IDX)
035900     END-IF
036000     MOVE RPT-ZONE-APPLIED TO WS-PD-OLD-ZONE (WS-FOUND-IDX)
036014     IF RPT-ESTAB-CODE = SPACES
036028         MOVE WS-HEAD-ESTAB-CODE TO WS-PD-ESTAB (WS-FOUND-IDX)
036042     ELSE
036056         MOVE RPT-ESTAB-CODE TO WS-PD-ESTAB (WS-FOUND-IDX)
036070     END-IF
036084     PERFORM 2450-FOLD-SV-COLUMNS THRU 2450-EXIT.
036100 2400-EXIT.
036102     EXIT.
036104
036106*****************************************************************
036108*  2450-FOLD-SV-COLUMNS - THE SOCIAL-INSURANCE COLUMNS OF THE
036110*  ROW.  ROWS WRITTEN BEFORE THE COLUMNS EXISTED CARRY SPACES
036112*  THERE AND ADD NOTHING; THEIR FLAGS STAND AS 'N'.
036114*****************************************************************
036116 2450-FOLD-SV-COLUMNS.
036118     IF RPT-PENSION-INS NUMERIC
036120         COMPUTE WS-PD-NET-PENSION (WS-FOUND-IDX) =
036122             WS-PD-NET-PENSION (WS-FOUND-IDX)
036124             + RPT-PENSION-INS * WS-SIGN-FACTOR
036126     END-IF
036128     IF RPT-HEALTH-INS NUMERIC
036130         COMPUTE WS-PD-NET-HEALTH (WS-FOUND-IDX) =
036132             WS-PD-NET-HEALTH (WS-FOUND-IDX)
036134             + RPT-HEALTH-INS * WS-SIGN-FACTOR
036136     END-IF
036138     IF RPT-CARE-INS NUMERIC
036140         COMPUTE WS-PD-NET-CARE (WS-FOUND-IDX) =
036142             WS-PD-NET-CARE (WS-FOUND-IDX)
036144             + RPT-CARE-INS * WS-SIGN-FACTOR
036146     END-IF
036148     IF RPT-UNEMPL-INS NUMERIC
036150         COMPUTE WS-PD-NET-UNEMPL (WS-FOUND-IDX) =
036152             WS-PD-NET-UNEMPL (WS-FOUND-IDX)
036154             + RPT-UNEMPL-INS * WS-SIGN-FACTOR
036156     END-IF
036158     IF RPT-HEALTH-ADDON NUMERIC
036160         MOVE RPT-HEALTH-ADDON TO WS-PD-OLD-ADDON (WS-FOUND-IDX)
036162     END-IF
036164     IF RPT-PRIVATE-INS = 'Y'
036166         MOVE 'Y' TO WS-PD-OLD-PRIVATE (WS-FOUND-IDX)
036168     ELSE
036170         MOVE 'N' TO WS-PD-OLD-PRIVATE (WS-FOUND-IDX)
036172     END-IF
036174     IF RPT-CHILDLESS = 'Y'
036176         MOVE 'Y' TO WS-PD-OLD-CHILDLESS (WS-FOUND-IDX)
036178     ELSE
036180         MOVE 'N' TO WS-PD-OLD-CHILDLESS (WS-FOUND-IDX)
036182     END-IF.
036184 2450-EXIT.
036200     EXIT.
036300
036400*****************************************************************
038800     MOVE WS-NEW-CLASS TO TC-TAX-CLASS-ARG
038900     MOVE WS-NEW-CHILD TO TC-CHILD-ALLOW-ARG
039000     MOVE WS-NEW-FACTOR TO TC-FACTOR-ARG
039020     MOVE 'Y' TO TC-SOCIAL-INS-ARG
039040     MOVE WS-NEW-ADDON TO TC-HEALTH-ADDON-ARG
039060     MOVE WS-NEW-PRIVATE TO TC-PRIVATE-INS-ARG
039080     MOVE WS-NEW-CHILDLESS TO TC-CHILDLESS-ARG
039100     CALL 'TAXCALC' USING TAXCALC-PARMS
039200     IF TC-RETURN-CODE NOT = ZERO
039300         DISPLAY 'TAXCORR: PERIOD '
040200     MOVE TC-CHURCH-TAX TO WS-PD-NEW-CHURCH (WS-PD-IDX)
040300     MOVE TC-TOTAL-WITHHOLD TO WS-PD-NEW-WITHHOLD (WS-PD-IDX)
040400     MOVE TC-ZONE-APPLIED TO WS-PD-NEW-ZONE (WS-PD-IDX)
040420     MOVE TC-PENSION-INS TO WS-PD-NEW-PENSION (WS-PD-IDX)
040440     MOVE TC-HEALTH-INS TO WS-PD-NEW-HEALTH (WS-PD-IDX)
040460     MOVE TC-CARE-INS TO WS-PD-NEW-CARE (WS-PD-IDX)
040480     MOVE TC-UNEMPL-INS TO WS-PD-NEW-UNEMPL (WS-PD-IDX)
040500     IF TC-INCOME-TAX = WS-PD-NET-INC-TAX (WS-PD-IDX)
040600         AND TC-SOLI-TAX = WS-PD-NET-SOLI (WS-PD-IDX)
040700         AND TC-TOTAL-WITHHOLD = WS-PD-NET-WITHHOLD (WS-PD-IDX)
040720         AND TC-PENSION-INS = WS-PD-NET-PENSION (WS-PD-IDX)
040740         AND TC-HEALTH-INS = WS-PD-NET-HEALTH (WS-PD-IDX)
040760         AND TC-CARE-INS = WS-PD-NET-CARE (WS-PD-IDX)
040780         AND TC-UNEMPL-INS = WS-PD-NET-UNEMPL (WS-PD-IDX)
040800         ADD 1 TO WS-PERIODS-UNCHANGED
040900         GO TO 3100-EXIT
041000     END-IF
048500     MOVE WS-PD-OLD-RATE (WS-PD-IDX) TO RPT-CHURCH-RATE
048600     MOVE WS-PD-OLD-CHILD (WS-PD-IDX) TO RPT-CHILD-ALLOW
048700     MOVE WS-PD-OLD-FACTOR (WS-PD-IDX) TO RPT-FACTOR
048711     MOVE WS-PD-NET-PENSION (WS-PD-IDX) TO RPT-PENSION-INS
048722     MOVE WS-PD-NET-HEALTH (WS-PD-IDX) TO RPT-HEALTH-INS
048733     MOVE WS-PD-NET-CARE (WS-PD-IDX) TO RPT-CARE-INS
048744     MOVE WS-PD-NET-UNEMPL (WS-PD-IDX) TO RPT-UNEMPL-INS
048755     MOVE WS-PD-OLD-ADDON (WS-PD-IDX) TO RPT-HEALTH-ADDON
048766     MOVE WS-PD-OLD-PRIVATE (WS-PD-IDX) TO RPT-PRIVATE-INS
048777     MOVE WS-PD-OLD-CHILDLESS (WS-PD-IDX) TO RPT-CHILDLESS
048788     MOVE WS-PD-ESTAB (WS-PD-IDX) TO RPT-ESTAB-CODE
048800     MOVE 'C' TO RPT-REC-TYPE
048900     MOVE '-' TO RPT-CORR-SIGN
049000     WRITE RPT-RECORD
052100     MOVE WS-NEW-RATE TO RPT-CHURCH-RATE
052200     MOVE WS-NEW-CHILD TO RPT-CHILD-ALLOW
052300     MOVE WS-NEW-FACTOR TO RPT-FACTOR
052311     MOVE WS-PD-NEW-PENSION (WS-PD-IDX) TO RPT-PENSION-INS
052322     MOVE WS-PD-NEW-HEALTH (WS-PD-IDX) TO RPT-HEALTH-INS
052333     MOVE WS-PD-NEW-CARE (WS-PD-IDX) TO RPT-CARE-INS
052344     MOVE WS-PD-NEW-UNEMPL (WS-PD-IDX) TO RPT-UNEMPL-INS
052355     MOVE WS-NEW-ADDON TO RPT-HEALTH-ADDON
052366     MOVE WS-NEW-PRIVATE TO RPT-PRIVATE-INS
052377     MOVE WS-NEW-CHILDLESS TO RPT-CHILDLESS
052388     MOVE WS-PD-ESTAB (WS-PD-IDX) TO RPT-ESTAB-CODE
052400     MOVE 'C' TO RPT-REC-TYPE
052500     MOVE '+' TO RPT-CORR-SIGN
052600     WRITE RPT-RECORD
055300     MOVE WS-PD-OLD-RATE (WS-PD-IDX) TO AUD-CHURCH-RATE
055400     MOVE WS-PD-OLD-CHILD (WS-PD-IDX) TO AUD-CHILD-ALLOW
055500     MOVE WS-PD-OLD-FACTOR (WS-PD-IDX) TO AUD-FACTOR
055520     MOVE 'Y' TO AUD-SOCIAL-INS
055540     MOVE WS-PD-OLD-ADDON (WS-PD-IDX) TO AUD-HEALTH-ADDON
055560     MOVE WS-PD-OLD-PRIVATE (WS-PD-IDX) TO AUD-PRIVATE-INS
055580     MOVE WS-PD-OLD-CHILDLESS (WS-PD-IDX) TO AUD-CHILDLESS
055600     MOVE '-' TO AUD-CORR-SIGN
055700     WRITE AUDIT-RECORD
055800     IF WS-AUD-FILE-STATUS NOT = '00'
058200     MOVE WS-NEW-RATE TO AUD-CHURCH-RATE
058300     MOVE WS-NEW-CHILD TO AUD-CHILD-ALLOW
058400     MOVE WS-NEW-FACTOR TO AUD-FACTOR
058420     MOVE 'Y' TO AUD-SOCIAL-INS
058440     MOVE WS-NEW-ADDON TO AUD-HEALTH-ADDON
058460     MOVE WS-NEW-PRIVATE TO AUD-PRIVATE-INS
058480     MOVE WS-NEW-CHILDLESS TO AUD-CHILDLESS
058500     MOVE '+' TO AUD-CORR-SIGN
058600     WRITE AUDIT-RECORD
058700     IF WS-AUD-FILE-STATUS NOT = '00'
061400*  ANMELDUNG FIGURES, TWO ROWS PER CHANGED DECLARATION PERIOD
061500*  IN THE ANMLDREC LAYOUT: 'R' TAKES THE STANDING AMOUNTS OUT
061600*  OF THE FILED DECLARATION, 'A' PUTS THE RECOMPUTED ONES IN.
061650*  BOTH CARRY THE PERIOD'S ESTABLISHMENT AND ITS TAX OFFICE.
061700*****************************************************************
061800 5000-WRITE-AMENDED-EXTRACT.
061900     OPEN OUTPUT AMDANMLD-FILE
062800     IF WS-PD-CHANGED-SW (WS-PD-IDX) NOT = 'Y'
062900         GO TO 5100-EXIT
063000     END-IF
063010     MOVE WS-PD-ESTAB (WS-PD-IDX) TO EP-ESTAB-CODE-ARG
063020     CALL 'ESTLKUP' USING ESTLKUP-PARMS
063030     IF NOT EP-RC-OK
063040         DISPLAY 'TAXCORR: ESTABLISHMENT ' EP-ESTAB-CODE
063050             ' OF PERIOD ' WS-PD-RUN-DATE (WS-PD-IDX)
063060             ' IS NOT ON ESTMAST - AMENDMENT WRITTEN WITHOUT '
063070             'TAX OFFICE'
063080         ADD 1 TO WS-ESTAB-UNKNOWN
063090     END-IF
063100     MOVE SPACES TO ANM-RECORD
063200     MOVE WS-PD-RUN-DATE (WS-PD-IDX) TO ANM-PERIOD-RUN-DATE
063300     MOVE WS-RUN-DATE TO ANM-EXTRACT-DATE
064100         TO ANM-CHURCH-TAX-9-TOTAL
064200     MOVE WS-PD-NET-WITHHOLD (WS-PD-IDX)
064300         TO ANM-TOTAL-REMITTANCE
064312     MOVE ZERO TO ANM-ONEOFF-COUNT
064324     MOVE ZERO TO ANM-ONEOFF-INCOME-TAX
064336     MOVE ZERO TO ANM-ONEOFF-SOLI-TAX
064348     MOVE ZERO TO ANM-ONEOFF-CHURCH-TAX
064360     MOVE WS-PD-ESTAB (WS-PD-IDX) TO ANM-ESTAB-CODE
064372     MOVE EP-TAX-OFFICE TO ANM-TAX-OFFICE
064384     MOVE EP-STEUERNUMMER TO ANM-STEUERNUMMER
064400     MOVE 'R' TO ANM-AMEND-IND
064500     WRITE ANM-RECORD
064600     IF WS-AMD-FILE-STATUS NOT = '00'
064900         MOVE 98 TO WS-RETURN-CODE
065000         GO TO 5100-EXIT
065100     END-IF
065150     ADD 1 TO WS-AMD-ROWS-WRITTEN
065200     MOVE ZERO TO WS-NEW-CHURCH-8
065300     MOVE ZERO TO WS-NEW-CHURCH-9
065400     IF WS-NEW-RATE = 09
066700     MOVE WS-NEW-CHURCH-9 TO ANM-CHURCH-TAX-9-TOTAL
066800     MOVE WS-PD-NEW-WITHHOLD (WS-PD-IDX)
066900         TO ANM-TOTAL-REMITTANCE
066912     MOVE ZERO TO ANM-ONEOFF-COUNT
066924     MOVE ZERO TO ANM-ONEOFF-INCOME-TAX
066936     MOVE ZERO TO ANM-ONEOFF-SOLI-TAX
066948     MOVE ZERO TO ANM-ONEOFF-CHURCH-TAX
066960     MOVE WS-PD-ESTAB (WS-PD-IDX) TO ANM-ESTAB-CODE
066972     MOVE EP-TAX-OFFICE TO ANM-TAX-OFFICE
066984     MOVE EP-STEUERNUMMER TO ANM-STEUERNUMMER
067000     MOVE 'A' TO ANM-AMEND-IND
067100     WRITE ANM-RECORD
067200     IF WS-AMD-FILE-STATUS NOT = '00'
067300         DISPLAY 'TAXCORR: AMDANMLD WRITE FAILED - STATUS '
067400             WS-AMD-FILE-STATUS
067500         MOVE 98 TO WS-RETURN-CODE
067533     ELSE
067566         ADD 1 TO WS-AMD-ROWS-WRITTEN
067600     END-IF.
067700 5100-EXIT.
067800     EXIT.
068010     SUBTRACT WS-PD-NET-WITHHOLD (WS-PD-IDX)
068012         FROM YTD-WITHHOLD
068014     ADD WS-PD-NEW-WITHHOLD (WS-PD-IDX) TO YTD-WITHHOLD
068016     IF YTD-PENSION-INS NOT NUMERIC
068018         OR YTD-HEALTH-INS NOT NUMERIC
068020         OR YTD-CARE-INS NOT NUMERIC
068022         OR YTD-UNEMPL-INS NOT NUMERIC
068024         MOVE ZERO TO YTD-PENSION-INS
068026         MOVE ZERO TO YTD-HEALTH-INS
068028         MOVE ZERO TO YTD-CARE-INS
068030         MOVE ZERO TO YTD-UNEMPL-INS
068032     END-IF
068034     COMPUTE YTD-PENSION-INS = YTD-PENSION-INS
068036         - WS-PD-NET-PENSION (WS-PD-IDX)
068038         + WS-PD-NEW-PENSION (WS-PD-IDX)
068040     COMPUTE YTD-HEALTH-INS = YTD-HEALTH-INS
068042         - WS-PD-NET-HEALTH (WS-PD-IDX)
068044         + WS-PD-NEW-HEALTH (WS-PD-IDX)
068046     COMPUTE YTD-CARE-INS = YTD-CARE-INS
068048         - WS-PD-NET-CARE (WS-PD-IDX)
068050         + WS-PD-NEW-CARE (WS-PD-IDX)
068052     COMPUTE YTD-UNEMPL-INS = YTD-UNEMPL-INS
068054         - WS-PD-NET-UNEMPL (WS-PD-IDX)
068056         + WS-PD-NEW-UNEMPL (WS-PD-IDX)
068058     MOVE WS-NEW-ADDON TO YTD-HEALTH-ADDON
068060     MOVE WS-NEW-PRIVATE TO YTD-PRIVATE-INS
068062     MOVE WS-NEW-CHILDLESS TO YTD-CHILDLESS
068064     MOVE WS-NEW-MARRIED TO YTD-MARRIED
068066     MOVE WS-NEW-CLASS TO YTD-TAX-CLASS
068068     MOVE WS-NEW-CHURCH TO YTD-CHURCH
068070     MOVE WS-NEW-RATE TO YTD-CHURCH-RATE
068072     MOVE WS-NEW-CHILD TO YTD-CHILD-ALLOW
068074     MOVE WS-NEW-FACTOR TO YTD-FACTOR
068076     MOVE WS-RUN-DATE TO YTD-LAST-RUN-DATE
068078     REWRITE YTD-RECORD
068080         INVALID KEY
068082             DISPLAY 'TAXCORR: TAXYTD REWRITE FAILED - '
068084                 'STATUS ' WS-YTD-FILE-STATUS
068086             MOVE 95 TO WS-RETURN-CODE
068088     END-REWRITE.
068090 6100-EXIT.
068092     EXIT.
068094
068096*****************************************************************
068100*  9000-TERMINATE - THE RUN SUMMARY THE PAYROLL OFFICE FILES
068200*  WITH THE AMENDMENT.
068300*****************************************************************
068400 9000-TERMINATE.
068500     DISPLAY 'TAXCORR: EMPLOYEE............ ' CLI-EMP-ID-ARG
068533     DISPLAY 'TAXCORR: RUN STAMP........... ' WS-RUN-DATE
068566         WS-RUN-TIME
068600     DISPLAY 'TAXCORR: EFFECTIVE FROM...... ' CLI-EFF-DATE-ARG
068700     DISPLAY 'TAXCORR: TAXRPT ROWS READ.... ' WS-ROWS-READ
068800     DISPLAY 'TAXCORR: PERIODS COLLECTED... ' WS-PD-COUNT
069400         WS-PERIODS-SKIPPED
069500     DISPLAY 'TAXCORR: CORRECTION ROWS..... '
069600         WS-RPT-ROWS-WRITTEN
069700     DISPLAY 'TAXCORR: ONE-OFF ROWS SKIPPED '
069709         WS-ONEOFF-ROWS-SKIPPED
069718     DISPLAY 'TAXCORR: AMENDMENT ROWS...... '
069727         WS-AMD-ROWS-WRITTEN
069736     IF WS-ESTAB-UNKNOWN > ZERO
069745         DISPLAY 'TAXCORR: NOT ON ESTMAST...... '
069754             WS-ESTAB-UNKNOWN
069763     END-IF
069772     IF (WS-PERIODS-SKIPPED > ZERO
069781         OR WS-ONEOFF-ROWS-SKIPPED > ZERO
069790         OR WS-ESTAB-UNKNOWN > ZERO)
069800         AND WS-RETURN-CODE = ZERO
069900         MOVE 04 TO WS-RETURN-CODE
070000     END-IF.
