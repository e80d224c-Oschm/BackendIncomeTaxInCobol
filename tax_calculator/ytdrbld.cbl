003711*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003712*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003713*                  RLOGREC.CPY.
003716*  2026-10-02  RD  SOCIAL-INSURANCE COLUMNS.  THE FOUR
003719*                  CONTRIBUTION COLUMNS ON TAXRPT ARE FOLDED
003722*                  INTO TAXYTD LIKE THE TAX AMOUNTS (REVERSALS
003725*                  SUBTRACT) AND THE THREE EMPMAST VALUES ARE
003728*                  CARRIED AS STANDING DATA.  ROWS WRITTEN
003731*                  BEFORE THE COLUMNS EXISTED COUNT AS ZERO.
003734*  2026-10-09  RD  ONE-OFF PAYMENTS.  TYPE-S ROWS (SONSTIGE
003737*                  BEZUEGE) FOLD INTO THE TAXYTD AMOUNTS AND
003740*                  YTD-ONEOFF-INCOME WITHOUT COUNTING A PERIOD,
003743*                  AND INTO THE TAXPER TOTALS AND PER-ONEOFF-
003746*                  FIELDS WITHOUT COUNTING AN EMPLOYEE, AS
003749*                  TAXBATCH DOES.
003752*  2026-10-15  RD  BETRIEBSSTAETTEN.  TAXPER IS KEYED ON RUN
003755*                  DATE + ESTABLISHMENT: EVERY ORIGINAL ROW IS
003758*                  FOLDED INTO THE COMPANY TOTAL ROW (CODE
003761*                  SPACES) AND INTO THE ROW OF ITS
003764*                  RPT-ESTAB-CODE, AS TAXBATCH DOES.  ARCHIVE
003767*                  ROWS FROM BEFORE THE FIELD EXISTED CARRY
003770*                  SPACES AND GO TO THE HEAD OFFICE ON ESTMAST
003773*                  (VIA ESTLKUP); WITH NO HEAD OFFICE ON FILE
003776*                  THE REBUILD ENDS WITH RC 93 BEFORE EITHER
003779*                  MASTER IS CUT.  RUN THIS ONCE AFTER THE KEY
003782*                  CHANGE TO CONVERT AN EXISTING TAXPER.
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
005000     SELECT TAXPER-FILE ASSIGN TO "TAXPER"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS PER-KEY
005400         FILE STATUS IS WS-PER-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
006500*  RUN-CONTROL LAYOUT FOR THE BRACKET VERIFICATION.
006600*****************************************************************
006700 COPY RUNCTL.
006720*****************************************************************
006740*  ESTABLISHMENT LOOKUP PARAMETERS - SEE ESTPARM.CPY.
006760*****************************************************************
006780 COPY ESTPARM.
006800 01  WS-SWITCHES.
006900     05  WS-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
007000         88  WS-RPT-FILE-NOT-FOUND    VALUE '05' '35'.
008200 01  WS-ROWS-IN-ERROR             PIC 9(9) COMP VALUE ZERO.
008300 01  WS-YTD-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
008400 01  WS-PER-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
008425 01  WS-HEAD-ESTAB-CODE           PIC X(02) VALUE SPACES.
008450 01  WS-ROW-ESTAB-CODE            PIC X(02) VALUE SPACES.
008475 01  WS-PER-ESTAB-CODE            PIC X(02) VALUE SPACES.
008500*****************************************************************
008600*  THE BRACKET UNDER VERIFICATION IN PASS 1.
008700*****************************************************************
009301     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
009400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009500     PERFORM 1000-VERIFY-ARCHIVE THRU 1000-EXIT
009525     IF WS-RETURN-CODE = ZERO
009550         PERFORM 2000-RESOLVE-HEAD-OFFICE THRU 2000-EXIT
009575     END-IF
009600     IF WS-RETURN-CODE = ZERO
009700         PERFORM 3000-REBUILD-MASTERS THRU 3000-EXIT
009800     END-IF
019200     EXIT.
019300
019400*****************************************************************
019405*  2000-RESOLVE-HEAD-OFFICE - FIND THE HEAD OFFICE ON ESTMAST,
019410*  WHICH TAKES EVERY ARCHIVE ROW WITH NO ESTABLISHMENT CODE.
019415*  WITHOUT ONE NOTHING IS CUT - THE OLD MASTERS STAY AS THEY
019420*  ARE.
019425*****************************************************************
019430 2000-RESOLVE-HEAD-OFFICE.
019435     MOVE SPACES TO EP-ESTAB-CODE-ARG
019440     CALL 'ESTLKUP' USING ESTLKUP-PARMS
019445     IF EP-RC-OK
019450         MOVE EP-ESTAB-CODE TO WS-HEAD-ESTAB-CODE
019455     ELSE
019460         DISPLAY 'YTDRBLD: NO HEAD OFFICE ON THE ESTABLISHMENT '
019465             'TABLE - NOTHING REBUILT, SET UP ESTMAST FIRST'
019470         MOVE 93 TO WS-RETURN-CODE
019475     END-IF.
019480 2000-EXIT.
019485     EXIT.
019490
019495*****************************************************************
019500*  3000-REBUILD-MASTERS - PASS 2: CUT TAXYTD AND TAXPER FRESH
019600*  AND FOLD EVERY ARCHIVE ROW IN.
019700*****************************************************************
022050         OR RPT-RUN-DATE = 'CTL-CFW '
022100         GO TO 3100-EXIT
022200     END-IF
022216     IF RPT-ESTAB-CODE = SPACES
022232         MOVE WS-HEAD-ESTAB-CODE TO WS-ROW-ESTAB-CODE
022248     ELSE
022264         MOVE RPT-ESTAB-CODE TO WS-ROW-ESTAB-CODE
022280     END-IF
022300     IF RPT-RETURN-CODE NOT = ZERO
022400         ADD 1 TO WS-ROWS-IN-ERROR
022500         PERFORM 3400-COUNT-PERIOD-ERROR THRU 3400-EXIT
022600         GO TO 3100-EXIT
022700     END-IF
022800     ADD 1 TO WS-ROWS-FOLDED
022850     PERFORM 3150-DEFAULT-SV-COLUMNS THRU 3150-EXIT
022900     PERFORM 3200-FOLD-INTO-YTD THRU 3200-EXIT
023000     IF NOT RPT-IS-CORRECTION
023100         PERFORM 3300-FOLD-INTO-PERIOD THRU 3300-EXIT
023400     EXIT.
023500
023600*****************************************************************
023603*  3150-DEFAULT-SV-COLUMNS - A ROW WRITTEN BEFORE TAXRPT CARRIED
023606*  THE SOCIAL-INSURANCE COLUMNS HAS SPACES THERE; TREAT THEM AS
023609*  ZERO CONTRIBUTIONS AND 'N' FLAGS.
023612*****************************************************************
023615 3150-DEFAULT-SV-COLUMNS.
023618     IF RPT-PENSION-INS NOT NUMERIC
023621         MOVE ZERO TO RPT-PENSION-INS
023624     END-IF
023627     IF RPT-HEALTH-INS NOT NUMERIC
023630         MOVE ZERO TO RPT-HEALTH-INS
023633     END-IF
023636     IF RPT-CARE-INS NOT NUMERIC
023639         MOVE ZERO TO RPT-CARE-INS
023642     END-IF
023645     IF RPT-UNEMPL-INS NOT NUMERIC
023648         MOVE ZERO TO RPT-UNEMPL-INS
023651     END-IF
023654     IF RPT-HEALTH-ADDON NOT NUMERIC
023657         MOVE ZERO TO RPT-HEALTH-ADDON
023660     END-IF
023663     IF RPT-PRIVATE-INS NOT = 'Y'
023666         MOVE 'N' TO RPT-PRIVATE-INS
023669     END-IF
023672     IF RPT-CHILDLESS NOT = 'Y'
023675         MOVE 'N' TO RPT-CHILDLESS
023678     END-IF.
023681 3150-EXIT.
023684     EXIT.
023687
023690*****************************************************************
023700*  3200-FOLD-INTO-YTD - ORIGINALS AND RE-POSTS ADD, REVERSALS
023800*  SUBTRACT.  THE PERIOD COUNT MOVES ON ORIGINAL ROWS ONLY -
023900*  A REVERSAL/RE-POST PAIR CORRECTS AMOUNTS, NOT PERIODS, AND
023950*  A ONE-OFF PAYMENT ROW IS NOT A PERIOD OF ITS OWN.
024000*****************************************************************
024100 3200-FOLD-INTO-YTD.
024200     MOVE RPT-TAXPAYER-ID TO YTD-EMP-ID
027300     MOVE ZERO TO YTD-INCOME-TAX
027400     MOVE ZERO TO YTD-SOLI-TAX
027500     MOVE ZERO TO YTD-CHURCH-TAX
027600     MOVE ZERO TO YTD-WITHHOLD
027616     MOVE ZERO TO YTD-PENSION-INS
027632     MOVE ZERO TO YTD-HEALTH-INS
027648     MOVE ZERO TO YTD-CARE-INS
027664     MOVE ZERO TO YTD-UNEMPL-INS
027680     MOVE ZERO TO YTD-ONEOFF-INCOME.
027700 3250-EXIT.
027800     EXIT.
027900
028400         SUBTRACT RPT-SOLI-TAX FROM YTD-SOLI-TAX
028500         SUBTRACT RPT-CHURCH-TAX FROM YTD-CHURCH-TAX
028600         SUBTRACT RPT-TOTAL-WITHHOLD FROM YTD-WITHHOLD
028620         SUBTRACT RPT-PENSION-INS FROM YTD-PENSION-INS
028640         SUBTRACT RPT-HEALTH-INS FROM YTD-HEALTH-INS
028660         SUBTRACT RPT-CARE-INS FROM YTD-CARE-INS
028680         SUBTRACT RPT-UNEMPL-INS FROM YTD-UNEMPL-INS
028700         GO TO 3260-EXIT
028800     END-IF
028825     IF RPT-IS-ONE-OFF
028850         ADD RPT-INCOME-ARG TO YTD-ONEOFF-INCOME
028875     END-IF
028900     IF NOT RPT-IS-CORRECTION
028950         AND NOT RPT-IS-ONE-OFF
029000         ADD 1 TO YTD-PERIOD-COUNT
029100     END-IF
029200     ADD RPT-INCOME-ARG TO YTD-INCOME
029400     ADD RPT-SOLI-TAX TO YTD-SOLI-TAX
029500     ADD RPT-CHURCH-TAX TO YTD-CHURCH-TAX
029600     ADD RPT-TOTAL-WITHHOLD TO YTD-WITHHOLD
029612     ADD RPT-PENSION-INS TO YTD-PENSION-INS
029624     ADD RPT-HEALTH-INS TO YTD-HEALTH-INS
029636     ADD RPT-CARE-INS TO YTD-CARE-INS
029648     ADD RPT-UNEMPL-INS TO YTD-UNEMPL-INS
029660     MOVE RPT-HEALTH-ADDON TO YTD-HEALTH-ADDON
029672     MOVE RPT-PRIVATE-INS TO YTD-PRIVATE-INS
029684     MOVE RPT-CHILDLESS TO YTD-CHILDLESS
029700     MOVE RPT-MARRIED-ARG TO YTD-MARRIED
029800     IF RPT-TAX-CLASS NUMERIC
029900         MOVE RPT-TAX-CLASS TO YTD-TAX-CLASS
032300*****************************************************************
032400*  3300-FOLD-INTO-PERIOD - TAXPER IS REBUILT FROM ORIGINAL
032500*  ROWS ONLY, MIRRORING WHAT TAXBATCH WROTE WHEN THE PERIOD
032600*  RAN: ONCE INTO THE COMPANY TOTAL ROW, ONCE INTO THE ROW'S
032650*  ESTABLISHMENT.
032700*****************************************************************
032800 3300-FOLD-INTO-PERIOD.
032811     MOVE SPACES TO WS-PER-ESTAB-CODE
032822     PERFORM 3310-FOLD-ONE-PERIOD-ROW THRU 3310-EXIT
032833     MOVE WS-ROW-ESTAB-CODE TO WS-PER-ESTAB-CODE
032844     PERFORM 3310-FOLD-ONE-PERIOD-ROW THRU 3310-EXIT.
032855 3300-EXIT.
032866     EXIT.
032877
032888 3310-FOLD-ONE-PERIOD-ROW.
032900     MOVE RPT-RUN-DATE TO PER-RUN-DATE
032950     MOVE WS-PER-ESTAB-CODE TO PER-ESTAB-CODE
033000     READ TAXPER-FILE
033100         INVALID KEY
033200             PERFORM 3350-INIT-PER-RECORD THRU 3350-EXIT
034700                     MOVE 95 TO WS-RETURN-CODE
034800             END-REWRITE
034900     END-READ.
035000 3310-EXIT.
035100     EXIT.
035200
035300 3350-INIT-PER-RECORD.
035400     MOVE SPACES TO PER-RECORD
035500     MOVE RPT-RUN-DATE TO PER-RUN-DATE
035550     MOVE WS-PER-ESTAB-CODE TO PER-ESTAB-CODE
035600     MOVE ZERO TO PER-EMPLOYEE-COUNT
035700     MOVE ZERO TO PER-INCOME-TAX
035800     MOVE ZERO TO PER-SOLI-TAX
036000     MOVE ZERO TO PER-CHURCH-TAX-9
036100     MOVE ZERO TO PER-CHURCH-TAX-ODD
036200     MOVE ZERO TO PER-ODD-COUNT
036300     MOVE ZERO TO PER-ERROR-COUNT
036320     MOVE ZERO TO PER-ONEOFF-COUNT
036340     MOVE ZERO TO PER-ONEOFF-INCOME-TAX
036360     MOVE ZERO TO PER-ONEOFF-SOLI-TAX
036380     MOVE ZERO TO PER-ONEOFF-CHURCH-TAX.
036400 3350-EXIT.
036500     EXIT.
036600
036700 3360-APPLY-ROW-TO-PERIOD.
036800     IF RPT-IS-ONE-OFF
036812         ADD 1 TO PER-ONEOFF-COUNT
036824         ADD RPT-INCOME-TAX TO PER-ONEOFF-INCOME-TAX
036836         ADD RPT-SOLI-TAX TO PER-ONEOFF-SOLI-TAX
036848         ADD RPT-CHURCH-TAX TO PER-ONEOFF-CHURCH-TAX
036860     ELSE
036872         ADD 1 TO PER-EMPLOYEE-COUNT
036884     END-IF
036900     ADD RPT-INCOME-TAX TO PER-INCOME-TAX
037000     ADD RPT-SOLI-TAX TO PER-SOLI-TAX
037100     IF RPT-CHURCH-TAX = ZERO
038500
038600*****************************************************************
038700*  3400-COUNT-PERIOD-ERROR - AN ERROR ROW BUMPS ITS PERIOD'S
038800*  ERROR COUNT AND NOTHING ELSE, AS IN TAXBATCH - ON THE
038850*  COMPANY ROW AND ON THE ESTABLISHMENT ROW.
038900*****************************************************************
039000 3400-COUNT-PERIOD-ERROR.
039100     IF RPT-IS-CORRECTION
039200         GO TO 3400-EXIT
039300     END-IF
039311     MOVE SPACES TO WS-PER-ESTAB-CODE
039322     PERFORM 3410-COUNT-ONE-PERIOD-ROW THRU 3410-EXIT
039333     MOVE WS-ROW-ESTAB-CODE TO WS-PER-ESTAB-CODE
039344     PERFORM 3410-COUNT-ONE-PERIOD-ROW THRU 3410-EXIT.
039355 3400-EXIT.
039366     EXIT.
039377
039388 3410-COUNT-ONE-PERIOD-ROW.
039400     MOVE RPT-RUN-DATE TO PER-RUN-DATE
039450     MOVE WS-PER-ESTAB-CODE TO PER-ESTAB-CODE
039500     READ TAXPER-FILE
039600         INVALID KEY
039700             PERFORM 3350-INIT-PER-RECORD THRU 3350-EXIT
041200                     MOVE 95 TO WS-RETURN-CODE
041300             END-REWRITE
041400     END-READ.
041500 3410-EXIT.
041600     EXIT.
041700
041800 8000-COUNT-FINDING.
