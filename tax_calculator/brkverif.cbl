003096*                  THE RETURN CODE AND COUNTS) ARE APPENDED TO
003097*                  THE COMMON RUNLOG FILE VIA RUNLOGW - SEE
003098*                  RLOGREC.CPY.
003106*  2026-10-02  RD  SVTAB COVERAGE.  THE SOCIAL-INSURANCE
003114*                  PARAMETER MASTER (SVTAB.CPY, MAINTAINED BY
003122*                  SVMAINT) IS CHECKED THE SAME WAY AS STATTAB:
003130*                  EVERY YEAR ON BRKTAB MUST CARRY AN SVTAB ROW
003138*                  WITH NONZERO PENSION AND HEALTH RATES AND
003146*                  BOTH BEITRAGSBEMESSUNGSGRENZEN, AND AN SVTAB
003154*                  YEAR WITH NO BRACKETS IS A FINDING.  A
003162*                  MISSING SVTAB FILE IS REPORTED ONCE - TAXCALC
003170*                  WOULD CALCULATE EVERY YEAR WITHOUT THE
003178*                  VORSORGEPAUSCHALE.
003180*  2026-10-15  RD  THE STATTAB AND SVTAB ROW CHECKS NOW TEST THE
003182*                  ROW THE YEAR SEARCH MATCHED (WS-STAT-FOUND-IDX,
003184*                  WS-SV-FOUND-IDX), NOT THE ONE AFTER IT.
003186*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003710     SELECT STATTAB-FILE ASSIGN TO "STATTAB"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS WS-STAT-FILE-STATUS.
003747     SELECT SVTAB-FILE ASSIGN TO "SVTAB"
003764         ORGANIZATION IS LINE SEQUENTIAL
003781         FILE STATUS IS WS-SV-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BRKTAB-FILE.
004100 COPY BRKTAB.
004110 FD  STATTAB-FILE.
004120 COPY STATTAB.
004146 FD  SVTAB-FILE.
004172 COPY SVTAB.
004200 WORKING-STORAGE SECTION.
004300 01  WS-SWITCHES.
004400     05  WS-BRK-FILE-STATUS       PIC X(02) VALUE '00'.
004850         88  WS-STAT-FULL             VALUE 'Y'.
004860     05  WS-STAT-ON-FILE-SW       PIC X(01) VALUE 'N'.
004870         88  WS-STAT-ON-FILE          VALUE 'Y'.
004880     05  WS-STAT-FOUND-IDX        PIC 9(4) COMP VALUE ZERO.
004890         88  WS-STAT-YEAR-FOUND       VALUE 1 THRU 50.
004892     05  WS-BRK-YEAR-FOUND-SW     PIC X(01) VALUE 'N'.
004894         88  WS-BRK-YEAR-FOUND        VALUE 'Y'.
004903     05  WS-SV-FILE-STATUS        PIC X(02) VALUE '00'.
004912         88  WS-SV-FILE-NOT-FOUND     VALUE '05' '35'.
004921         88  WS-SV-EOF                VALUE '10'.
004930     05  WS-SV-FULL-SW            PIC X(01) VALUE 'N'.
004939         88  WS-SV-FULL               VALUE 'Y'.
004948     05  WS-SV-ON-FILE-SW         PIC X(01) VALUE 'N'.
004957         88  WS-SV-ON-FILE            VALUE 'Y'.
004966     05  WS-SV-FOUND-IDX          PIC 9(4) COMP VALUE ZERO.
004975         88  WS-SV-YEAR-FOUND         VALUE 1 THRU 50.
004984 01  WS-BRACKET-COUNT             PIC 9(4) COMP VALUE ZERO.
005000 01  WS-BRK-IDX                   PIC 9(4) COMP VALUE ZERO.
005100 01  WS-FINDING-COUNT             PIC 9(4) COMP VALUE ZERO.
005200 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
005280         10  WS-STAT-SOLI-RATE    PIC 9V999.
005282         10  WS-STAT-PAR-RELIEF   PIC 9(9)V99.
005290
005300*****************************************************************
005306*  SOCIAL-INSURANCE PARAMETER TABLE, LOADED FROM SVTAB FOR THE
005312*  COVERAGE CHECKS IN 3500-VERIFY-SV-COVERAGE.
005318*****************************************************************
005324 01  WS-SV-COUNT                  PIC 9(4) COMP VALUE ZERO.
005330 01  WS-SV-IDX                    PIC 9(4) COMP VALUE ZERO.
005336 01  WS-SV-TABLE.
005342     05  WS-SV-ENTRY OCCURS 50 TIMES.
005348         10  WS-SV-YEAR           PIC 9(4).
005354         10  WS-SV-PENSION-RATE   PIC 9(2)V999.
005360         10  WS-SV-HEALTH-RATE    PIC 9(2)V999.
005366         10  WS-SV-BBG-PENSION    PIC 9(9)V99.
005372         10  WS-SV-BBG-HEALTH     PIC 9(9)V99.
005378
005400 01  WS-BRACKET-TABLE.
005500     05  WS-BRACKET-ENTRY OCCURS 200 TIMES.
005600         10  WS-BRK-YEAR          PIC 9(4).
008550         PERFORM 1200-LOAD-STAT-TABLE THRU 1200-EXIT
008600         PERFORM 2000-VERIFY-TABLE THRU 2000-EXIT
008650         PERFORM 3000-VERIFY-STAT-COVERAGE THRU 3000-EXIT
008666         PERFORM 1300-LOAD-SV-TABLE THRU 1300-EXIT
008682         PERFORM 3500-VERIFY-SV-COVERAGE THRU 3500-EXIT
008700     END-IF
008800     PERFORM 9000-TERMINATE THRU 9000-EXIT
008899     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
026025         GO TO 3100-EXIT
026026     END-IF
026027     MOVE WS-BRK-YEAR (WS-BRK-IDX) TO WS-CHK-YEAR
026028     MOVE ZERO TO WS-STAT-FOUND-IDX
026029     PERFORM 3200-TEST-STAT-YEAR THRU 3200-EXIT
026030         VARYING WS-CHK-IDX FROM 1 BY 1
026031         UNTIL WS-CHK-IDX > WS-STAT-COUNT
026036         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026037         GO TO 3100-EXIT
026038     END-IF
026039     IF WS-STAT-EXEMPT-SGL (WS-STAT-FOUND-IDX) = ZERO
026040         OR WS-STAT-SOLI-RATE (WS-STAT-FOUND-IDX) = ZERO
026041         DISPLAY 'BRKVERIF: YEAR ' WS-CHK-YEAR ' STATTAB ROW '
026042             'CARRIES A ZERO FREIGRENZE OR SOLI RATE'
026043         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026044     END-IF
026045     IF WS-STAT-EXEMPT-MAR (WS-STAT-FOUND-IDX) <
026046         WS-STAT-EXEMPT-SGL (WS-STAT-FOUND-IDX)
026047         DISPLAY 'BRKVERIF: YEAR ' WS-CHK-YEAR ' MARRIED '
026048             'FREIGRENZE BELOW THE SINGLE FIGURE'
026049         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026053
026054 3200-TEST-STAT-YEAR.
026055     IF WS-STAT-YEAR (WS-CHK-IDX) = WS-CHK-YEAR
026056         MOVE WS-CHK-IDX TO WS-STAT-FOUND-IDX
026057     END-IF.
026058 3200-EXIT.
026059     EXIT.
026082     EXIT.
026083
026100*****************************************************************
026101*  1300-LOAD-SV-TABLE - READ THE SOCIAL-INSURANCE PARAMETER
026102*  MASTER INTO STORAGE FOR THE COVERAGE CHECKS.  A MISSING
026103*  FILE IS REPORTED AS ONE FINDING, AS FOR STATTAB.
026104*****************************************************************
026105 1300-LOAD-SV-TABLE.
026106     MOVE ZERO TO WS-SV-COUNT
026107     OPEN INPUT SVTAB-FILE
026108     IF WS-SV-FILE-NOT-FOUND
026109         DISPLAY 'BRKVERIF: NO SOCIAL-INSURANCE TABLE ON FILE - '
026110             'TAXCALC WOULD DEDUCT NO VORSORGEPAUSCHALE'
026111         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026112         GO TO 1300-EXIT
026113     END-IF
026114     MOVE 'Y' TO WS-SV-ON-FILE-SW
026115     PERFORM 1310-READ-SV-RECORD THRU 1310-EXIT
026116         UNTIL WS-SV-EOF OR WS-SV-FULL
026117     CLOSE SVTAB-FILE.
026118 1300-EXIT.
026119     EXIT.
026120
026121 1310-READ-SV-RECORD.
026122     READ SVTAB-FILE
026123         AT END
026124             GO TO 1310-EXIT
026125     END-READ
026126     IF WS-SV-COUNT = 50
026127         DISPLAY 'BRKVERIF: SOCIAL-INSURANCE TABLE FULL AT 50 '
026128             'YEARS - REMAINING ROWS ON SVTAB NOT VERIFIED'
026129         MOVE 'Y' TO WS-SV-FULL-SW
026130         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026131         GO TO 1310-EXIT
026132     END-IF
026133     ADD 1 TO WS-SV-COUNT
026134     MOVE SV-YEAR TO WS-SV-YEAR (WS-SV-COUNT)
026135     MOVE SV-PENSION-RATE TO WS-SV-PENSION-RATE (WS-SV-COUNT)
026136     MOVE SV-HEALTH-RATE TO WS-SV-HEALTH-RATE (WS-SV-COUNT)
026137     MOVE SV-BBG-PENSION TO WS-SV-BBG-PENSION (WS-SV-COUNT)
026138     MOVE SV-BBG-HEALTH TO WS-SV-BBG-HEALTH (WS-SV-COUNT).
026139 1310-EXIT.
026140     EXIT.
026141
026142*****************************************************************
026143*  3500-VERIFY-SV-COVERAGE - EVERY YEAR ON BRKTAB MUST CARRY
026144*  AN SVTAB ROW WITH USABLE RATES AND CEILINGS, AND EVERY SVTAB
026145*  YEAR MUST HAVE BRACKETS.  SKIPPED WHEN SVTAB WAS NOT ON
026146*  FILE AT ALL (ALREADY COUNTED AS ONE FINDING).
026147*****************************************************************
026148 3500-VERIFY-SV-COVERAGE.
026149     IF NOT WS-SV-ON-FILE
026150         GO TO 3500-EXIT
026151     END-IF
026152     PERFORM 3600-CHECK-SV-BRACKET-YEAR THRU 3600-EXIT
026153         VARYING WS-BRK-IDX FROM 1 BY 1
026154         UNTIL WS-BRK-IDX > WS-BRACKET-COUNT
026155     PERFORM 3700-CHECK-ONE-SV-YEAR THRU 3700-EXIT
026156         VARYING WS-SV-IDX FROM 1 BY 1
026157         UNTIL WS-SV-IDX > WS-SV-COUNT.
026158 3500-EXIT.
026159     EXIT.
026160
026161 3600-CHECK-SV-BRACKET-YEAR.
026162     IF WS-BRK-IDX > 1
026163         AND WS-BRK-YEAR (WS-BRK-IDX) =
026164             WS-BRK-YEAR (WS-BRK-IDX - 1)
026165         GO TO 3600-EXIT
026166     END-IF
026167     MOVE WS-BRK-YEAR (WS-BRK-IDX) TO WS-CHK-YEAR
026168     MOVE ZERO TO WS-SV-FOUND-IDX
026169     PERFORM 3610-TEST-SV-YEAR THRU 3610-EXIT
026170         VARYING WS-CHK-IDX FROM 1 BY 1
026171         UNTIL WS-CHK-IDX > WS-SV-COUNT
026172                OR WS-SV-YEAR-FOUND
026173     IF NOT WS-SV-YEAR-FOUND
026174         DISPLAY 'BRKVERIF: YEAR ' WS-CHK-YEAR ' HAS BRACKETS '
026175             'BUT NO SVTAB ROW'
026176         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026177         GO TO 3600-EXIT
026178     END-IF
026179     IF WS-SV-PENSION-RATE (WS-SV-FOUND-IDX) = ZERO
026180         OR WS-SV-HEALTH-RATE (WS-SV-FOUND-IDX) = ZERO
026181         DISPLAY 'BRKVERIF: YEAR ' WS-CHK-YEAR ' SVTAB ROW '
026182             'CARRIES A ZERO PENSION OR HEALTH RATE'
026183         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026184     END-IF
026185     IF WS-SV-BBG-PENSION (WS-SV-FOUND-IDX) = ZERO
026186         OR WS-SV-BBG-HEALTH (WS-SV-FOUND-IDX) = ZERO
026187         DISPLAY 'BRKVERIF: YEAR ' WS-CHK-YEAR ' SVTAB ROW '
026188             'CARRIES A ZERO BEITRAGSBEMESSUNGSGRENZE'
026189         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026190     END-IF.
026191 3600-EXIT.
026192     EXIT.
026193
026194 3610-TEST-SV-YEAR.
026195     IF WS-SV-YEAR (WS-CHK-IDX) = WS-CHK-YEAR
026196         MOVE WS-CHK-IDX TO WS-SV-FOUND-IDX
026197     END-IF.
026198 3610-EXIT.
026199     EXIT.
026200
026201 3700-CHECK-ONE-SV-YEAR.
026202     MOVE WS-SV-YEAR (WS-SV-IDX) TO WS-CHK-YEAR
026203     MOVE 'N' TO WS-BRK-YEAR-FOUND-SW
026204     PERFORM 3400-TEST-BRACKET-YEAR THRU 3400-EXIT
026205         VARYING WS-CHK-IDX FROM 1 BY 1
026206         UNTIL WS-CHK-IDX > WS-BRACKET-COUNT
026207                OR WS-BRK-YEAR-FOUND
026208     IF NOT WS-BRK-YEAR-FOUND
026209         DISPLAY 'BRKVERIF: SVTAB YEAR ' WS-CHK-YEAR
026210             ' HAS NO BRACKETS ON BRKTAB - LIKELY A TYPOED '
026211             'YEAR'
026212         PERFORM 8000-COUNT-FINDING THRU 8000-EXIT
026213     END-IF.
026214 3700-EXIT.
026215     EXIT.
026216
026217*****************************************************************
026218*  7000-EVALUATE-ZONE-TAX - THE ZONE FORMULAS OF TAXCALC
026300*  3000-COMPUTE-INCOME-TAX, APPLIED TO WS-EVAL-INCOME WITH THE
026400*  ENTRY AT WS-EVAL-IDX.  AN UNKNOWN ZONE TYPE IS ITSELF A
026500*  FINDING.
030600 9000-TERMINATE.
030700     DISPLAY 'BRKVERIF: ZONES VERIFIED..... ' WS-BRACKET-COUNT
030750     DISPLAY 'BRKVERIF: STAT YEARS ON FILE. ' WS-STAT-COUNT
030775     DISPLAY 'BRKVERIF: SV YEARS ON FILE... ' WS-SV-COUNT
030800     DISPLAY 'BRKVERIF: FINDINGS........... ' WS-FINDING-COUNT
030900     IF WS-FINDING-COUNT = ZERO
031000         AND WS-RETURN-CODE = ZERO
