000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TAXSIM.
000300 AUTHOR.        R DEUTSCHER.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RD  INITIAL VERSION.  TARIFF-CHANGE SIMULATION.
001100*                  SHOWS HOW EVERY EMPLOYEE'S INCOME TAX, SOLI
001200*                  AND CHURCH TAX WOULD MOVE UNDER A DRAFT
001300*                  YEAR'S BRACKETS AND STATUTORY PARAMETERS,
001400*                  WITHOUT LOADING THE DRAFT INTO THE LIVE
001500*                  BRKTAB/STATTAB/SVTAB OR RUNNING TAXBATCH.
001600*                  TAXCALC READS ITS TABLES ONCE PER RUN UNIT
001700*                  FROM THE BRKTAB, STATTAB AND SVTAB DDS, SO
001750*                  THE SIMULATION RUNS AS TWO STEPS OF THIS
001800*                  PROGRAM:
001900*                    - CURR   WITH THE LIVE TABLES.  EACH CASE
002000*                      IS TAKEN FROM THE ROSTER (PERIOD GROSS,
002100*                      WITH THE EMPMAST VERSION IN FORCE ON THE
002200*                      AS-OF DATE) OR FROM TAXYTD (THE YEAR'S
002300*                      ANNUAL INCOME AND THE MASTER DATA HELD
002400*                      THERE), CALCULATED UNDER THE CURRENT
002500*                      YEAR AND WRITTEN TO THE SIMWORK WORK
002600*                      FILE (SIMREC.CPY) INSIDE A CTL-HDR/
002700*                      CTL-TRL BRACKET.
002800*                    - DRAFT  WITH BRKTAB, STATTAB AND SVTAB
002900*                      POINTED AT THE DRAFT DATASETS.  A DRAFT
002920*                      SVTAB WITH NO ROW FOR THE DRAFT YEAR IS
002940*                      FLAGGED ON SIMLIST (RC 04) - THE DRAFT
002960*                      FIGURES ARE THEN WITHOUT SOCIAL
002980*                      INSURANCE.  EACH SIMWORK CASE IS
003000*                      CALCULATED AGAIN UNDER THE DRAFT
003100*                      YEAR AND THE SIMLIST LISTING PRINTED -
003200*                      OLD, NEW AND DIFFERENCE PER EMPLOYEE FOR
003300*                      INCOME TAX, SOLI AND CHURCH TAX, THEN
003400*                      TOTALS BY TAX CLASS AND FOR THE COMPANY.
003500*                  NOTHING LIVE IS WRITTEN BY EITHER STEP
003600*                  EXCEPT THE RUNLOG START AND END RECORDS.
003700*                  ONE-OFF ROSTER ROWS (TYPE 'S') AND ROWS
003800*                  WITH NO MASTER VERSION ARE LEFT OUT AND
003900*                  COUNTED (RC 04); A CASE TAXCALC CANNOT
004000*                  CALCULATE IN EITHER YEAR IS LISTED APART
004100*                  (RC 04).
004200*
004300*  ARGUMENT-VALUE SEQUENCE (THE SAME FOR BOTH STEPS):
004400*      1  PASS-ARG        'CURR' OR 'DRAFT'
004500*      2  SOURCE-ARG      'R' - THE ROSTER ON EMPROST
004600*                         'Y' - THE TAXYTD ROWS OF THE
004700*                               CURRENT YEAR
004800*      3  CURR-YEAR-ARG   YYYY - THE CURRENT YEAR.  REQUIRED
004900*                         FOR 'Y'; FOR 'R' BLANK TAKES EACH
005000*                         ROW'S OWN YEAR, AS TAXBATCH DOES
005100*      4  DRAFT-YEAR-ARG  YYYY - THE YEAR ON THE DRAFT TABLES
005200*      5  AS-OF-DATE-ARG  YYYYMMDD - PICKS THE EMPMAST VERSION
005300*                         FOR 'R' (DEFAULT TODAY)
005400*
005500*  FOR EXAMPLE:
005600*
005700*      TAXSIM CURR Y 2026 2027
005800*      TAXSIM DRAFT Y 2026 2027
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT EMP-FILE ASSIGN TO "EMPROST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-EMP-FILE-STATUS.
006600     SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS EMPM-KEY
007000         FILE STATUS IS WS-EMPM-FILE-STATUS.
007100     SELECT TAXYTD-FILE ASSIGN TO "TAXYTD"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS YTD-KEY
007500         FILE STATUS IS WS-YTD-FILE-STATUS.
007600     SELECT SIMWORK-FILE ASSIGN TO "SIMWORK"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SIM-FILE-STATUS.
007900     SELECT SIMLIST-FILE ASSIGN TO "SIMLIST"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-LST-FILE-STATUS.
008125     SELECT SVTAB-FILE ASSIGN TO "SVTAB"
008150         ORGANIZATION IS LINE SEQUENTIAL
008175         FILE STATUS IS WS-SV-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  EMP-FILE.
008500 COPY EMPREC.
008600 FD  EMPMAST-FILE.
008700 COPY EMPMREC.
008800 FD  TAXYTD-FILE.
008900 COPY YTDREC.
009000 FD  SIMWORK-FILE.
009100 COPY SIMREC.
009200 FD  SIMLIST-FILE.
009300 01  PRINT-RECORD                 PIC X(132).
009333 FD  SVTAB-FILE.
009366 COPY SVTAB.
009400 WORKING-STORAGE SECTION.
009500*****************************************************************
009600*  RUN-CONTROL HEADER/TRAILER LAYOUT SHARED WITH THE OTHER
009700*  BRACKETED FILES.
009800*****************************************************************
009900 COPY RUNCTL.
010000*****************************************************************
010100*  TAXCALC CALLING PARAMETERS.
010200*****************************************************************
010300 COPY TAXPARM.
010400*****************************************************************
010500*  COMMAND-LINE ARGUMENTS
010600*****************************************************************
010700 01  CLI-PASS-ARG                 PIC X(05) VALUE SPACES.
010800     88  CLI-PASS-CURRENT             VALUE 'CURR'.
010900     88  CLI-PASS-DRAFT               VALUE 'DRAFT'.
011000 01  CLI-SOURCE-ARG               PIC X(01) VALUE SPACE.
011100     88  CLI-SOURCE-ROSTER            VALUE 'R'.
011200     88  CLI-SOURCE-YTD               VALUE 'Y'.
011300 01  CLI-CURR-YEAR-ARG            PIC X(04) VALUE SPACES.
011400 01  CLI-CURR-YEAR                REDEFINES CLI-CURR-YEAR-ARG
011500                                  PIC 9(04).
011600 01  CLI-DRAFT-YEAR-ARG           PIC X(04) VALUE SPACES.
011700 01  CLI-DRAFT-YEAR               REDEFINES CLI-DRAFT-YEAR-ARG
011800                                  PIC 9(04).
011900 01  CLI-AS-OF-DATE-ARG           PIC X(08) VALUE SPACES.
012000*****************************************************************
012100*  SWITCHES AND COUNTERS
012200*****************************************************************
012300 01  WS-SWITCHES.
012400     05  WS-EMP-FILE-STATUS       PIC X(02) VALUE '00'.
012500         88  WS-EMP-FILE-NOT-FOUND    VALUE '05' '35'.
012600         88  WS-EMP-EOF               VALUE '10'.
012700     05  WS-EMPM-FILE-STATUS      PIC X(02) VALUE '00'.
012800         88  WS-EMPM-FILE-NOT-FOUND   VALUE '05' '35'.
012900     05  WS-YTD-FILE-STATUS       PIC X(02) VALUE '00'.
013000         88  WS-YTD-FILE-NOT-FOUND    VALUE '05' '35'.
013100         88  WS-YTD-EOF               VALUE '10'.
013200     05  WS-SIM-FILE-STATUS       PIC X(02) VALUE '00'.
013300         88  WS-SIM-FILE-NOT-FOUND    VALUE '05' '35'.
013400         88  WS-SIM-EOF               VALUE '10'.
013500     05  WS-LST-FILE-STATUS       PIC X(02) VALUE '00'.
013516     05  WS-SV-FILE-STATUS        PIC X(02) VALUE '00'.
013532         88  WS-SV-FILE-NOT-FOUND     VALUE '05' '35'.
013548         88  WS-SV-EOF                VALUE '10'.
013564     05  WS-DRAFT-SV-SW           PIC X(01) VALUE 'N'.
013580         88  WS-DRAFT-SV-FOUND        VALUE 'Y'.
013600     05  WS-EMPM-FOUND-SW         PIC X(01) VALUE 'N'.
013700         88  WS-EMPM-FOUND            VALUE 'Y'.
013800     05  WS-VSCAN-DONE-SW         PIC X(01) VALUE 'N'.
013900         88  WS-VSCAN-DONE            VALUE 'Y'.
014000     05  WS-HDR-FOUND-SW          PIC X(01) VALUE 'N'.
014100         88  WS-HDR-FOUND             VALUE 'Y'.
014200     05  WS-TRL-FOUND-SW          PIC X(01) VALUE 'N'.
014300         88  WS-TRL-FOUND             VALUE 'Y'.
014400     05  WS-EXC-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
014500         88  WS-EXC-TABLE-FULL        VALUE 'Y'.
014600     05  WS-LIST-OPEN-SW          PIC X(01) VALUE 'N'.
014700         88  WS-LIST-OPEN             VALUE 'Y'.
014800 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
014900 01  WS-RUN-TIME                  PIC X(08) VALUE SPACES.
015000 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
015100 01  WS-CALC-YEAR                 PIC 9(04) VALUE ZERO.
015200 01  WS-MV-YEAR-DFLT              PIC 9(04) VALUE ZERO.
015300 01  WS-MV-VALID-TO               PIC X(08) VALUE SPACES.
015400 01  WS-ROWS-READ                 PIC 9(9) COMP VALUE ZERO.
015500 01  WS-SIM-ROWS-WRITTEN          PIC 9(9) COMP VALUE ZERO.
015600 01  WS-ONEOFF-SKIPPED            PIC 9(9) COMP VALUE ZERO.
015700 01  WS-NOT-ON-MASTER             PIC 9(9) COMP VALUE ZERO.
015800 01  WS-ROWS-COMPARED             PIC 9(9) COMP VALUE ZERO.
015900 01  WS-ROWS-NOT-COMPARED         PIC 9(9) COMP VALUE ZERO.
016000 01  WS-DETAIL-COUNT              PIC 9(9) COMP VALUE ZERO.
016100 01  WS-WITHHOLD-HASH             PIC 9(13)V99 VALUE ZERO.
016200 01  WS-TRL-DETAIL-COUNT          PIC 9(09) VALUE ZERO.
016300 01  WS-TRL-WITHHOLD-HASH         PIC 9(13)V99 VALUE ZERO.
016400 01  WS-PAGE-NUMBER               PIC 9(4) COMP VALUE ZERO.
016500 01  WS-LINE-COUNT                PIC 9(4) COMP VALUE ZERO.
016600 01  WS-LINES-PER-PAGE            PIC 9(4) COMP VALUE 55.
016700*****************************************************************
016800*  OLD/NEW FIGURES FOR THE CASE IN HAND.
016900*****************************************************************
017000 01  WS-NEW-INCOME-TAX            PIC 9(9)V99 VALUE ZERO.
017100 01  WS-NEW-SOLI-TAX              PIC 9(9)V99 VALUE ZERO.
017200 01  WS-NEW-CHURCH-TAX            PIC 9(9)V99 VALUE ZERO.
017300 01  WS-NEW-WITHHOLD              PIC 9(9)V99 VALUE ZERO.
017400 01  WS-DIFF                      PIC S9(11)V99 VALUE ZERO.
017500*****************************************************************
017600*  TOTALS BY TAX CLASS - ENTRY 1 IS CLASS 0 (NOT GIVEN), ENTRY
017700*  N+1 CLASS N - AND FOR THE COMPANY (ENTRY 8).
017800*****************************************************************
017900 01  WS-CL-IDX                    PIC 9(4) COMP VALUE ZERO.
018000 01  WS-CLASS-TABLE.
018100     05  WS-CL-ENTRY OCCURS 8 TIMES.
018200         10  WS-CL-COUNT          PIC 9(9) COMP.
018300         10  WS-CL-OLD-INCOME-TAX PIC 9(11)V99.
018400         10  WS-CL-NEW-INCOME-TAX PIC 9(11)V99.
018500         10  WS-CL-OLD-SOLI-TAX   PIC 9(11)V99.
018600         10  WS-CL-NEW-SOLI-TAX   PIC 9(11)V99.
018700         10  WS-CL-OLD-CHURCH-TAX PIC 9(11)V99.
018800         10  WS-CL-NEW-CHURCH-TAX PIC 9(11)V99.
018900         10  WS-CL-OLD-WITHHOLD   PIC 9(11)V99.
019000         10  WS-CL-NEW-WITHHOLD   PIC 9(11)V99.
019100*****************************************************************
019200*  CASES THAT COULD NOT BE COMPARED, HELD BACK FOR THEIR OWN
019300*  SECTION AT THE END OF THE LISTING.
019400*****************************************************************
019500 01  WS-EXC-COUNT                 PIC 9(4) COMP VALUE ZERO.
019600 01  WS-EXC-IDX                   PIC 9(4) COMP VALUE ZERO.
019700 01  WS-EXC-WHICH-HOLD            PIC X(07) VALUE SPACES.
019800 01  WS-EXCEPTION-TABLE.
019900     05  WS-EXC-ENTRY OCCURS 200 TIMES.
020000         10  WS-EXC-EMP-ID        PIC X(11).
020100         10  WS-EXC-WHICH         PIC X(07).
020200         10  WS-EXC-YEAR          PIC 9(04).
020300         10  WS-EXC-RC            PIC 9(02).
020400*****************************************************************
020500*  PRINT LINE LAYOUTS.
020600*****************************************************************
020700 01  WS-HEADING-1.
020800     05  FILLER                   PIC X(20)
020900         VALUE 'PAYROLL SYSTEMS     '.
021000     05  FILLER                   PIC X(30)
021100         VALUE 'TARIFF SIMULATION - DRAFT YEAR'.
021200     05  FILLER                   PIC X(01) VALUE SPACE.
021300     05  WS-HD1-DRAFT-YEAR        PIC 9(04).
021400     05  FILLER                   PIC X(13) VALUE '      PRINTED'.
021500     05  FILLER                   PIC X(01) VALUE SPACE.
021600     05  WS-HD1-DATE              PIC X(08).
021700     05  FILLER                   PIC X(46) VALUE SPACES.
021800     05  FILLER                   PIC X(05) VALUE 'PAGE '.
021900     05  WS-HD1-PAGE              PIC ZZZ9.
022000 01  WS-HEADING-2.
022100     05  FILLER                   PIC X(28) VALUE SPACES.
022200     05  FILLER                   PIC X(33)
022300         VALUE '---------- INCOME TAX -----------'.
022400     05  FILLER                   PIC X(02) VALUE SPACES.
022500     05  FILLER                   PIC X(33)
022600         VALUE '------------- SOLI --------------'.
022700     05  FILLER                   PIC X(02) VALUE SPACES.
022800     05  FILLER                   PIC X(33)
022900         VALUE '---------- CHURCH TAX -----------'.
023000 01  WS-HEADING-3.
023100     05  FILLER                   PIC X(11) VALUE 'EMPLOYEE-ID'.
023200     05  FILLER                   PIC X(01) VALUE SPACES.
023300     05  FILLER                   PIC X(01) VALUE 'C'.
023400     05  FILLER                   PIC X(01) VALUE SPACES.
023500     05  FILLER                   PIC X(01) VALUE 'F'.
023600     05  FILLER                   PIC X(07) VALUE SPACES.
023700     05  FILLER                   PIC X(06) VALUE 'INCOME'.
023800     05  WS-HD3-BLOCK OCCURS 3 TIMES.
023900         10  FILLER               PIC X(10) VALUE '       OLD'.
024000         10  FILLER               PIC X(01) VALUE SPACES.
024100         10  FILLER               PIC X(10) VALUE '       NEW'.
024200         10  FILLER               PIC X(01) VALUE SPACES.
024300         10  FILLER               PIC X(11) VALUE '       DIFF'.
024400         10  FILLER               PIC X(02) VALUE SPACES.
024500 01  WS-DETAIL-LINE.
024600     05  WS-DTL-EMP-ID            PIC X(11).
024700     05  FILLER                   PIC X(01) VALUE SPACES.
024800     05  WS-DTL-TAX-CLASS         PIC 9(01).
024900     05  FILLER                   PIC X(01) VALUE SPACES.
025000     05  WS-DTL-PAY-FREQ          PIC X(01).
025100     05  FILLER                   PIC X(01) VALUE SPACES.
025200     05  WS-DTL-INCOME            PIC ZZZZZZZZ9.99.
025300     05  WS-DTL-BLOCK OCCURS 3 TIMES.
025400         10  WS-DTL-OLD           PIC ZZZZZZ9.99.
025500         10  FILLER               PIC X(01).
025600         10  WS-DTL-NEW           PIC ZZZZZZ9.99.
025700         10  FILLER               PIC X(01).
025800         10  WS-DTL-DIFF          PIC -ZZZZZ9.99.
025900         10  FILLER               PIC X(03).
026000 01  WS-CLASS-LINE.
026100     05  WS-CLS-LABEL             PIC X(20).
026200     05  FILLER                   PIC X(10) VALUE 'EMPLOYEES '.
026300     05  WS-CLS-COUNT             PIC ZZZ,ZZ9.
026400 01  WS-TOTAL-LINE.
026500     05  FILLER                   PIC X(04) VALUE SPACES.
026600     05  WS-TOT-LABEL             PIC X(16).
026700     05  FILLER                   PIC X(04) VALUE 'OLD '.
026800     05  WS-TOT-OLD               PIC Z,ZZZ,ZZZ,ZZ9.99.
026900     05  FILLER                   PIC X(06) VALUE '  NEW '.
027000     05  WS-TOT-NEW               PIC Z,ZZZ,ZZZ,ZZ9.99.
027100     05  FILLER                   PIC X(07) VALUE '  DIFF '.
027200     05  WS-TOT-DIFF              PIC -Z,ZZZ,ZZZ,ZZ9.99.
027300 01  WS-EXCEPTION-LINE.
027400     05  FILLER                   PIC X(02) VALUE SPACES.
027500     05  WS-EXL-EMP-ID            PIC X(11).
027600     05  FILLER                   PIC X(02) VALUE SPACES.
027700     05  WS-EXL-WHICH             PIC X(07).
027800     05  FILLER                   PIC X(06) VALUE ' YEAR '.
027900     05  WS-EXL-YEAR              PIC 9(04).
028000     05  FILLER                   PIC X(14)
028100         VALUE '  RETURN CODE '.
028200     05  WS-EXL-RC                PIC 9(02).
028300 01  WS-SECTION-LINE              PIC X(132) VALUE SPACES.
028400 01  WS-CONTROL-LINE.
028500     05  FILLER                   PIC X(27)
028600         VALUE 'CONTROL TOTALS - ROWS READ '.
028700     05  WS-CTL-ROWS-READ         PIC ZZZ,ZZ9.
028800     05  FILLER                   PIC X(11) VALUE ', COMPARED '.
028900     05  WS-CTL-ROWS-COMPARED     PIC ZZZ,ZZ9.
029000     05  FILLER                   PIC X(15)
029100         VALUE ', NOT COMPARED '.
029200     05  WS-CTL-ROWS-NOT-COMPARED PIC ZZZ,ZZ9.
029300*****************************************************************
029400*  COMMON RUN-LOG RECORD - START/END ROWS APPENDED VIA RUNLOGW.
029500*****************************************************************
029600 COPY RLOGREC.
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 9800-LOG-RUN-START THRU 9800-EXIT
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030100     IF WS-RETURN-CODE = ZERO
030200         IF CLI-PASS-CURRENT
030300             PERFORM 2000-CURRENT-PASS THRU 2000-EXIT
030400         ELSE
030500             PERFORM 3000-DRAFT-PASS THRU 3000-EXIT
030600         END-IF
030700     END-IF
030800     PERFORM 9000-TERMINATE THRU 9000-EXIT
030900     PERFORM 9900-LOG-RUN-END THRU 9900-EXIT
031000     STOP RUN RETURNING WS-RETURN-CODE.
031100
031200*****************************************************************
031300*  1000-INITIALIZE - READ AND CHECK THE ARGUMENTS.
031400*****************************************************************
031500 1000-INITIALIZE.
031600     ACCEPT CLI-PASS-ARG FROM ARGUMENT-VALUE
031700     ACCEPT CLI-SOURCE-ARG FROM ARGUMENT-VALUE
031800     ACCEPT CLI-CURR-YEAR-ARG FROM ARGUMENT-VALUE
031900     ACCEPT CLI-DRAFT-YEAR-ARG FROM ARGUMENT-VALUE
032000     ACCEPT CLI-AS-OF-DATE-ARG FROM ARGUMENT-VALUE
032100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032200     ACCEPT WS-RUN-TIME FROM TIME
032300     IF NOT CLI-PASS-CURRENT AND NOT CLI-PASS-DRAFT
032400         DISPLAY 'TAXSIM: PASS-ARG MUST BE CURR OR DRAFT'
032500         MOVE 92 TO WS-RETURN-CODE
032600         GO TO 1000-EXIT
032700     END-IF
032800     IF NOT CLI-SOURCE-ROSTER AND NOT CLI-SOURCE-YTD
032900         DISPLAY 'TAXSIM: SOURCE-ARG MUST BE R (ROSTER) OR Y '
033000             '(TAXYTD)'
033100         MOVE 92 TO WS-RETURN-CODE
033200         GO TO 1000-EXIT
033300     END-IF
033400     IF (CLI-SOURCE-YTD OR CLI-CURR-YEAR-ARG NOT = SPACES)
033500         AND (CLI-CURR-YEAR-ARG NOT NUMERIC
033600              OR CLI-CURR-YEAR = ZERO)
033700         DISPLAY 'TAXSIM: CURR-YEAR-ARG MUST BE A YEAR (YYYY)'
033800         MOVE 92 TO WS-RETURN-CODE
033900         GO TO 1000-EXIT
034000     END-IF
034100     IF CLI-DRAFT-YEAR-ARG NOT NUMERIC
034200         OR CLI-DRAFT-YEAR = ZERO
034300         DISPLAY 'TAXSIM: DRAFT-YEAR-ARG MUST BE A YEAR (YYYY)'
034400         MOVE 92 TO WS-RETURN-CODE
034500         GO TO 1000-EXIT
034600     END-IF
034700     IF CLI-AS-OF-DATE-ARG = SPACES
034800         MOVE WS-RUN-DATE TO CLI-AS-OF-DATE-ARG
034900     END-IF
035000     IF CLI-AS-OF-DATE-ARG NOT NUMERIC
035100         DISPLAY 'TAXSIM: AS-OF-DATE-ARG MUST BE A DATE '
035200             '(YYYYMMDD)'
035300         MOVE 92 TO WS-RETURN-CODE
035400     END-IF.
035500 1000-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900*  2000-CURRENT-PASS - CALCULATE EVERY CASE UNDER THE CURRENT
036000*  YEAR ON THE LIVE TABLES AND HAND IT ON THROUGH SIMWORK.
036100*****************************************************************
036200 2000-CURRENT-PASS.
036300     OPEN OUTPUT SIMWORK-FILE
036400     IF WS-SIM-FILE-STATUS NOT = '00'
036500         DISPLAY 'TAXSIM: SIMWORK OPEN FAILED - STATUS '
036600             WS-SIM-FILE-STATUS
036700         MOVE 95 TO WS-RETURN-CODE
036800         GO TO 2000-EXIT
036900     END-IF
037000     MOVE SPACES TO CTL-RECORD
037100     MOVE 'CTL-HDR ' TO CTL-RECORD-TAG
037200     MOVE WS-RUN-DATE TO CTL-RUN-DATE
037300     MOVE WS-RUN-TIME TO CTL-RUN-TIME
037400     MOVE 'SIMWORK ' TO CTL-FILE-ID
037500     MOVE ZERO TO CTL-DETAIL-COUNT
037600     MOVE ZERO TO CTL-WITHHOLD-HASH
037700     WRITE SIM-RECORD FROM CTL-RECORD
037800     IF CLI-SOURCE-ROSTER
037900         PERFORM 2100-SIMULATE-ROSTER THRU 2100-EXIT
038000     ELSE
038100         PERFORM 2200-SIMULATE-YTD THRU 2200-EXIT
038200     END-IF
038300     MOVE SPACES TO CTL-RECORD
038400     MOVE 'CTL-TRL ' TO CTL-RECORD-TAG
038500     MOVE WS-RUN-DATE TO CTL-RUN-DATE
038600     MOVE WS-RUN-TIME TO CTL-RUN-TIME
038700     MOVE 'SIMWORK ' TO CTL-FILE-ID
038800     MOVE WS-SIM-ROWS-WRITTEN TO CTL-DETAIL-COUNT
038900     MOVE WS-WITHHOLD-HASH TO CTL-WITHHOLD-HASH
039000     WRITE SIM-RECORD FROM CTL-RECORD
039100     CLOSE SIMWORK-FILE
039200     IF WS-RETURN-CODE > 90
039300         GO TO 2000-EXIT
039400     END-IF
039500     IF WS-SIM-ROWS-WRITTEN = ZERO
039600         DISPLAY 'TAXSIM: NO CASE TO SIMULATE'
039700         MOVE 91 TO WS-RETURN-CODE
039800         GO TO 2000-EXIT
039900     END-IF
040000     IF WS-ONEOFF-SKIPPED > ZERO
040100         OR WS-NOT-ON-MASTER > ZERO
040200         OR WS-ROWS-NOT-COMPARED > ZERO
040300         MOVE 04 TO WS-RETURN-CODE
040400     END-IF.
040500 2000-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*  2100-SIMULATE-ROSTER - ONE CASE PER REGULAR ROSTER ROW,
041000*  WITH THE STANDING DATA OF THE EMPMAST VERSION IN FORCE ON
041100*  THE AS-OF DATE, AS TAXBATCH WOULD PAY IT.
041200*****************************************************************
041300 2100-SIMULATE-ROSTER.
041400     OPEN INPUT EMP-FILE
041500     IF WS-EMP-FILE-NOT-FOUND
041600         DISPLAY 'TAXSIM: NO EMPROST ROSTER ON FILE - NOTHING '
041700             'TO SIMULATE'
041800         MOVE 91 TO WS-RETURN-CODE
041900         GO TO 2100-EXIT
042000     END-IF
042100     OPEN INPUT EMPMAST-FILE
042200     IF WS-EMPM-FILE-NOT-FOUND
042300         DISPLAY 'TAXSIM: NO EMPLOYEE MASTER ON FILE - RUN '
042400             'ABORTED'
042500         MOVE 93 TO WS-RETURN-CODE
042600         CLOSE EMP-FILE
042700         GO TO 2100-EXIT
042800     END-IF
042900     PERFORM 2110-SIMULATE-ROSTER-ROW THRU 2110-EXIT
043000         UNTIL WS-EMP-EOF
043100                OR WS-RETURN-CODE > 90
043200     CLOSE EMP-FILE
043300     CLOSE EMPMAST-FILE.
043400 2100-EXIT.
043500     EXIT.
043600
043700 2110-SIMULATE-ROSTER-ROW.
043800     READ EMP-FILE
043900         AT END
044000             GO TO 2110-EXIT
044100     END-READ
044200     ADD 1 TO WS-ROWS-READ
044300     IF EMP-ONE-OFF-PAY
044400         DISPLAY 'TAXSIM: EMPLOYEE ' EMP-ID ' ONE-OFF PAYMENT '
044500             'ROW LEFT OUT OF THE SIMULATION'
044600         ADD 1 TO WS-ONEOFF-SKIPPED
044700         GO TO 2110-EXIT
044800     END-IF
044900     MOVE SPACES TO SIM-RECORD
045000     MOVE WS-RUN-DATE TO SIM-RUN-DATE
045100     MOVE EMP-ID TO SIM-EMP-ID
045200     MOVE 'R' TO SIM-SOURCE
045300     PERFORM 2120-FIND-MASTER-VERSION THRU 2120-EXIT
045400     IF NOT WS-EMPM-FOUND
045500         DISPLAY 'TAXSIM: EMPLOYEE ' EMP-ID ' HAS NO MASTER '
045600             'VERSION IN FORCE FOR ' CLI-AS-OF-DATE-ARG
045700             ' - LEFT OUT OF THE SIMULATION'
045800         ADD 1 TO WS-NOT-ON-MASTER
045900         GO TO 2110-EXIT
046000     END-IF
046100     MOVE EMP-INCOME-ARG TO SIM-INCOME
046200     EVALUATE TRUE
046300         WHEN CLI-CURR-YEAR-ARG NOT = SPACES
046400             MOVE CLI-CURR-YEAR TO SIM-CURR-YEAR
046500         WHEN EMP-YEAR-ARG NUMERIC AND EMP-YEAR-ARG > ZERO
046600             MOVE EMP-YEAR-ARG TO SIM-CURR-YEAR
046700         WHEN OTHER
046800             MOVE WS-MV-YEAR-DFLT TO SIM-CURR-YEAR
046900     END-EVALUATE
047000     PERFORM 2900-CALC-AND-WRITE THRU 2900-EXIT.
047100 2110-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500*  2120-FIND-MASTER-VERSION - THE LAST VERSION STARTING ON OR
047600*  BEFORE THE AS-OF DATE, PROVIDED IT HAS NOT BEEN CLOSED BY
047700*  THEN - THE SAME RULE AS TAXBATCH.  ITS STANDING DATA GOES
047800*  STRAIGHT INTO THE SIMWORK ROW.
047900*****************************************************************
048000 2120-FIND-MASTER-VERSION.
048100     MOVE 'N' TO WS-EMPM-FOUND-SW
048200     MOVE 'N' TO WS-VSCAN-DONE-SW
048300     MOVE EMP-ID TO EMPM-ID
048400     MOVE '00000000' TO EMPM-VALID-FROM
048500     START EMPMAST-FILE KEY IS NOT LESS THAN EMPM-KEY
048600         INVALID KEY
048700             MOVE 'Y' TO WS-VSCAN-DONE-SW
048800     END-START
048900     PERFORM 2130-TEST-MASTER-VERSION THRU 2130-EXIT
049000         UNTIL WS-VSCAN-DONE
049100     IF WS-EMPM-FOUND
049200         AND WS-MV-VALID-TO <= CLI-AS-OF-DATE-ARG
049300         MOVE 'N' TO WS-EMPM-FOUND-SW
049400     END-IF.
049500 2120-EXIT.
049600     EXIT.
049700
049800 2130-TEST-MASTER-VERSION.
049900     READ EMPMAST-FILE NEXT
050000         AT END
050100             MOVE 'Y' TO WS-VSCAN-DONE-SW
050200             GO TO 2130-EXIT
050300     END-READ
050400     IF EMPM-ID NOT = EMP-ID
050500         OR EMPM-VALID-FROM > CLI-AS-OF-DATE-ARG
050600         MOVE 'Y' TO WS-VSCAN-DONE-SW
050700         GO TO 2130-EXIT
050800     END-IF
050900     MOVE 'Y' TO WS-EMPM-FOUND-SW
051000     MOVE EMPM-VALID-TO TO WS-MV-VALID-TO
051100     MOVE EMPM-MARRIED-ARG TO SIM-MARRIED
051200     IF EMPM-TAX-CLASS-ARG NUMERIC
051300         MOVE EMPM-TAX-CLASS-ARG TO SIM-TAX-CLASS
051400     ELSE
051500         MOVE ZERO TO SIM-TAX-CLASS
051600     END-IF
051700     MOVE EMPM-CHURCH-ARG TO SIM-CHURCH
051800     IF EMPM-CHURCH-RATE-ARG NUMERIC
051900         MOVE EMPM-CHURCH-RATE-ARG TO SIM-CHURCH-RATE
052000     ELSE
052100         MOVE ZERO TO SIM-CHURCH-RATE
052200     END-IF
052300     MOVE EMPM-PAY-FREQ-ARG TO SIM-PAY-FREQ
052400     IF EMPM-YEAR-DFLT NUMERIC
052500         MOVE EMPM-YEAR-DFLT TO WS-MV-YEAR-DFLT
052600     ELSE
052700         MOVE ZERO TO WS-MV-YEAR-DFLT
052800     END-IF
052900     IF EMPM-CHILD-ALLOW NUMERIC
053000         MOVE EMPM-CHILD-ALLOW TO SIM-CHILD-ALLOW
053100     ELSE
053200         MOVE ZERO TO SIM-CHILD-ALLOW
053300     END-IF
053400     IF EMPM-FACTOR NUMERIC
053500         MOVE EMPM-FACTOR TO SIM-FACTOR
053600     ELSE
053700         MOVE ZERO TO SIM-FACTOR
053800     END-IF
053900     IF EMPM-HEALTH-ADDON NUMERIC
054000         MOVE EMPM-HEALTH-ADDON TO SIM-HEALTH-ADDON
054100     ELSE
054200         MOVE ZERO TO SIM-HEALTH-ADDON
054300     END-IF
054400     IF EMPM-PRIVATE-INSURED
054500         MOVE 'Y' TO SIM-PRIVATE-INS
054600     ELSE
054700         MOVE 'N' TO SIM-PRIVATE-INS
054800     END-IF
054900     IF EMPM-IS-CHILDLESS
055000         MOVE 'Y' TO SIM-CHILDLESS
055100     ELSE
055200         MOVE 'N' TO SIM-CHILDLESS
055300     END-IF.
055400 2130-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800*  2200-SIMULATE-YTD - ONE CASE PER TAXYTD ROW OF THE CURRENT
055900*  YEAR: THE ANNUAL INCOME ACCUMULATED SO FAR, TAXED AS AN
056000*  ANNUAL FIGURE WITH THE STANDING DATA THE ROW LAST CARRIED.
056100*****************************************************************
056200 2200-SIMULATE-YTD.
056300     OPEN INPUT TAXYTD-FILE
056400     IF WS-YTD-FILE-NOT-FOUND
056500         DISPLAY 'TAXSIM: NO TAXYTD FILE ON FILE - NOTHING TO '
056600             'SIMULATE'
056700         MOVE 91 TO WS-RETURN-CODE
056800         GO TO 2200-EXIT
056900     END-IF
057000     PERFORM 2210-SIMULATE-YTD-ROW THRU 2210-EXIT
057100         UNTIL WS-YTD-EOF
057200                OR WS-RETURN-CODE > 90
057300     CLOSE TAXYTD-FILE.
057400 2200-EXIT.
057500     EXIT.
057600
057700 2210-SIMULATE-YTD-ROW.
057800     READ TAXYTD-FILE NEXT
057900         AT END
058000             GO TO 2210-EXIT
058100     END-READ
058200     IF YTD-YEAR NOT = CLI-CURR-YEAR
058300         GO TO 2210-EXIT
058400     END-IF
058500     ADD 1 TO WS-ROWS-READ
058600     MOVE SPACES TO SIM-RECORD
058700     MOVE WS-RUN-DATE TO SIM-RUN-DATE
058800     MOVE YTD-EMP-ID TO SIM-EMP-ID
058900     MOVE 'Y' TO SIM-SOURCE
059000     MOVE YTD-YEAR TO SIM-CURR-YEAR
059100     MOVE YTD-INCOME TO SIM-INCOME
059200     MOVE 'A' TO SIM-PAY-FREQ
059300     MOVE YTD-MARRIED TO SIM-MARRIED
059400     IF YTD-TAX-CLASS NUMERIC
059500         MOVE YTD-TAX-CLASS TO SIM-TAX-CLASS
059600     ELSE
059700         MOVE ZERO TO SIM-TAX-CLASS
059800     END-IF
059900     MOVE YTD-CHURCH TO SIM-CHURCH
060000     IF YTD-CHURCH-RATE NUMERIC
060100         MOVE YTD-CHURCH-RATE TO SIM-CHURCH-RATE
060200     ELSE
060300         MOVE ZERO TO SIM-CHURCH-RATE
060400     END-IF
060500     IF YTD-CHILD-ALLOW NUMERIC
060600         MOVE YTD-CHILD-ALLOW TO SIM-CHILD-ALLOW
060700     ELSE
060800         MOVE ZERO TO SIM-CHILD-ALLOW
060900     END-IF
061000     IF YTD-FACTOR NUMERIC
061100         MOVE YTD-FACTOR TO SIM-FACTOR
061200     ELSE
061300         MOVE ZERO TO SIM-FACTOR
061400     END-IF
061500     IF YTD-HEALTH-ADDON NUMERIC
061600         MOVE YTD-HEALTH-ADDON TO SIM-HEALTH-ADDON
061700     ELSE
061800         MOVE ZERO TO SIM-HEALTH-ADDON
061900     END-IF
062000     IF YTD-PRIVATE-INS = 'Y'
062100         MOVE 'Y' TO SIM-PRIVATE-INS
062200     ELSE
062300         MOVE 'N' TO SIM-PRIVATE-INS
062400     END-IF
062500     IF YTD-CHILDLESS = 'Y'
062600         MOVE 'Y' TO SIM-CHILDLESS
062700     ELSE
062800         MOVE 'N' TO SIM-CHILDLESS
062900     END-IF
063000     PERFORM 2900-CALC-AND-WRITE THRU 2900-EXIT.
063100 2210-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500*  2900-CALC-AND-WRITE - THE CURRENT-YEAR FIGURES FOR THE CASE
063600*  NOW IN SIM-RECORD, THEN THE ROW TO SIMWORK.  A CASE TAXCALC
063700*  CANNOT CALCULATE IS STILL PASSED ON, WITH ITS RETURN CODE,
063800*  SO THE LISTING SHOWS IT.
063900*****************************************************************
064000 2900-CALC-AND-WRITE.
064100     MOVE SIM-CURR-YEAR TO WS-CALC-YEAR
064200     PERFORM 7000-CALL-TAXCALC THRU 7000-EXIT
064300     MOVE TC-INCOME-TAX TO SIM-OLD-INCOME-TAX
064400     MOVE TC-SOLI-TAX TO SIM-OLD-SOLI-TAX
064500     MOVE TC-CHURCH-TAX TO SIM-OLD-CHURCH-TAX
064600     MOVE TC-TOTAL-WITHHOLD TO SIM-OLD-WITHHOLD
064700     MOVE TC-RETURN-CODE TO SIM-OLD-RC
064800     IF TC-RETURN-CODE NOT = ZERO
064900         DISPLAY 'TAXSIM: EMPLOYEE ' SIM-EMP-ID ' CANNOT BE '
065000             'CALCULATED FOR ' SIM-CURR-YEAR ' - TAXCALC RC '
065100             TC-RETURN-CODE
065200         ADD 1 TO WS-ROWS-NOT-COMPARED
065300     END-IF
065400     WRITE SIM-RECORD
065500     IF WS-SIM-FILE-STATUS NOT = '00'
065600         DISPLAY 'TAXSIM: SIMWORK WRITE FAILED - STATUS '
065700             WS-SIM-FILE-STATUS
065800         MOVE 98 TO WS-RETURN-CODE
065900         GO TO 2900-EXIT
066000     END-IF
066100     ADD 1 TO WS-SIM-ROWS-WRITTEN
066200     ADD SIM-OLD-WITHHOLD TO WS-WITHHOLD-HASH.
066300 2900-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*  3000-DRAFT-PASS - EVERY SIMWORK CASE AGAIN UNDER THE DRAFT
066800*  YEAR ON THE DRAFT TABLES, PRINTED AGAINST THE CURRENT ONE.
066900*  SIMWORK MUST PROVE OUT AGAINST ITS OWN CTL-TRL (RC 96).
067000*****************************************************************
067100 3000-DRAFT-PASS.
067200     OPEN INPUT SIMWORK-FILE
067300     IF WS-SIM-FILE-NOT-FOUND
067400         DISPLAY 'TAXSIM: NO SIMWORK FILE ON FILE - RUN THE CURR '
067500             'PASS FIRST'
067600         MOVE 91 TO WS-RETURN-CODE
067700         GO TO 3000-EXIT
067800     END-IF
067900     OPEN OUTPUT SIMLIST-FILE
068000     MOVE 'Y' TO WS-LIST-OPEN-SW
068100     MOVE WS-RUN-DATE TO WS-HD1-DATE
068200     MOVE CLI-DRAFT-YEAR TO WS-HD1-DRAFT-YEAR
068300     INITIALIZE WS-CLASS-TABLE
068400     PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
068450     PERFORM 3050-CHECK-DRAFT-SVTAB THRU 3050-EXIT
068500     PERFORM 3100-COMPARE-ONE-CASE THRU 3100-EXIT
068600         UNTIL WS-SIM-EOF
068700     CLOSE SIMWORK-FILE
068800     PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
068900     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
069000     IF NOT WS-HDR-FOUND
069100         OR NOT WS-TRL-FOUND
069200         OR WS-TRL-DETAIL-COUNT NOT = WS-DETAIL-COUNT
069300         OR WS-TRL-WITHHOLD-HASH NOT = WS-WITHHOLD-HASH
069400         DISPLAY 'TAXSIM: SIMWORK DOES NOT PROVE OUT AGAINST ITS '
069500             'CTL-HDR/CTL-TRL - LISTING INCOMPLETE'
069600         MOVE SPACES TO WS-SECTION-LINE
069700         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
069800         MOVE '*** SIMWORK DOES NOT PROVE OUT - LISTING '
069900             TO WS-SECTION-LINE
070000         MOVE 'INCOMPLETE, RERUN BOTH STEPS ***'
070100             TO WS-SECTION-LINE (42:32)
070200         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
070300         MOVE 96 TO WS-RETURN-CODE
070400         GO TO 3000-EXIT
070500     END-IF
070600     IF WS-DETAIL-COUNT = ZERO
070700         DISPLAY 'TAXSIM: SIMWORK HOLDS NO CASES'
070800         MOVE 91 TO WS-RETURN-CODE
070900         GO TO 3000-EXIT
071000     END-IF
071100     IF WS-ROWS-COMPARED = ZERO
071200         DISPLAY 'TAXSIM: NO CASE COULD BE CALCULATED UNDER '
071300             CLI-DRAFT-YEAR ' - CHECK THE DRAFT BRKTAB/STATTAB '
071400             'HOLD THAT YEAR'
071500         MOVE 93 TO WS-RETURN-CODE
071600         GO TO 3000-EXIT
071700     END-IF
071800     IF WS-ROWS-NOT-COMPARED > ZERO
071850         OR NOT WS-DRAFT-SV-FOUND
071900         MOVE 04 TO WS-RETURN-CODE
072000     END-IF.
072100 3000-EXIT.
072200     EXIT.
072202
072204*****************************************************************
072206*  3050-CHECK-DRAFT-SVTAB - TAXCALC CALCULATES A YEAR WITH NO
072208*  SVTAB ROW WITHOUT CONTRIBUTIONS AND CARRIES ON, SO MAKE SURE
072210*  THE DRAFT SVTAB HOLDS THE DRAFT YEAR AND SAY SO AT THE TOP
072212*  OF THE LISTING IF IT DOES NOT.
072214*****************************************************************
072216 3050-CHECK-DRAFT-SVTAB.
072218     MOVE 'N' TO WS-DRAFT-SV-SW
072220     OPEN INPUT SVTAB-FILE
072222     IF NOT WS-SV-FILE-NOT-FOUND
072224         PERFORM 3060-READ-SV-ROW THRU 3060-EXIT
072226             UNTIL WS-SV-EOF
072228                OR WS-DRAFT-SV-FOUND
072230         CLOSE SVTAB-FILE
072232     END-IF
072234     IF WS-DRAFT-SV-FOUND
072236         GO TO 3050-EXIT
072238     END-IF
072240     DISPLAY 'TAXSIM: DRAFT SVTAB HAS NO ROW FOR ' CLI-DRAFT-YEAR
072242         ' - DRAFT FIGURES ARE WITHOUT SOCIAL INSURANCE'
072244     MOVE SPACES TO WS-SECTION-LINE
072246     STRING '*** DRAFT SVTAB HAS NO ROW FOR ' CLI-DRAFT-YEAR-ARG
072248         ' - DRAFT FIGURES ARE WITHOUT SOCIAL INSURANCE ***'
072250         DELIMITED BY SIZE INTO WS-SECTION-LINE
072252     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
072254     MOVE SPACES TO WS-SECTION-LINE
072256     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
072258 3050-EXIT.
072260     EXIT.
072262
072264 3060-READ-SV-ROW.
072266     READ SVTAB-FILE
072268         AT END
072270             GO TO 3060-EXIT
072272     END-READ
072274     IF SV-YEAR = CLI-DRAFT-YEAR
072276         MOVE 'Y' TO WS-DRAFT-SV-SW
072278     END-IF.
072280 3060-EXIT.
072282     EXIT.
072300
072400 3100-COMPARE-ONE-CASE.
072500     READ SIMWORK-FILE
072600         AT END
072700             GO TO 3100-EXIT
072800     END-READ
072900     IF SIM-RUN-DATE = 'CTL-HDR '
073000         MOVE 'Y' TO WS-HDR-FOUND-SW
073100         GO TO 3100-EXIT
073200     END-IF
073300     IF SIM-RUN-DATE = 'CTL-TRL '
073400         MOVE SIM-RECORD TO CTL-RECORD
073500         MOVE CTL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
073600         MOVE CTL-WITHHOLD-HASH TO WS-TRL-WITHHOLD-HASH
073700         MOVE 'Y' TO WS-TRL-FOUND-SW
073800         GO TO 3100-EXIT
073900     END-IF
074000     ADD 1 TO WS-ROWS-READ
074100     ADD 1 TO WS-DETAIL-COUNT
074200     ADD SIM-OLD-WITHHOLD TO WS-WITHHOLD-HASH
074300     IF SIM-OLD-RC NOT = ZERO
074400         MOVE 'CURRENT' TO WS-EXC-WHICH-HOLD
074500         PERFORM 3300-HOLD-EXCEPTION THRU 3300-EXIT
074600         GO TO 3100-EXIT
074700     END-IF
074800     MOVE CLI-DRAFT-YEAR TO WS-CALC-YEAR
074900     PERFORM 7000-CALL-TAXCALC THRU 7000-EXIT
075000     IF TC-RETURN-CODE NOT = ZERO
075100         MOVE 'DRAFT' TO WS-EXC-WHICH-HOLD
075200         PERFORM 3300-HOLD-EXCEPTION THRU 3300-EXIT
075300         GO TO 3100-EXIT
075400     END-IF
075500     MOVE TC-INCOME-TAX TO WS-NEW-INCOME-TAX
075600     MOVE TC-SOLI-TAX TO WS-NEW-SOLI-TAX
075700     MOVE TC-CHURCH-TAX TO WS-NEW-CHURCH-TAX
075800     MOVE TC-TOTAL-WITHHOLD TO WS-NEW-WITHHOLD
075900     ADD 1 TO WS-ROWS-COMPARED
076000     PERFORM 3200-PRINT-COMPARISON THRU 3200-EXIT
076100     COMPUTE WS-CL-IDX = SIM-TAX-CLASS + 1
076200     PERFORM 3400-ADD-TO-TOTALS THRU 3400-EXIT
076300     MOVE 8 TO WS-CL-IDX
076400     PERFORM 3400-ADD-TO-TOTALS THRU 3400-EXIT.
076500 3100-EXIT.
076600     EXIT.
076700
076800 3200-PRINT-COMPARISON.
076900     MOVE SPACES TO WS-DETAIL-LINE
077000     MOVE SIM-EMP-ID TO WS-DTL-EMP-ID
077100     MOVE SIM-TAX-CLASS TO WS-DTL-TAX-CLASS
077200     MOVE SIM-PAY-FREQ TO WS-DTL-PAY-FREQ
077300     MOVE SIM-INCOME TO WS-DTL-INCOME
077400     MOVE SIM-OLD-INCOME-TAX TO WS-DTL-OLD (1)
077500     MOVE WS-NEW-INCOME-TAX TO WS-DTL-NEW (1)
077600     COMPUTE WS-DIFF = WS-NEW-INCOME-TAX - SIM-OLD-INCOME-TAX
077700     MOVE WS-DIFF TO WS-DTL-DIFF (1)
077800     MOVE SIM-OLD-SOLI-TAX TO WS-DTL-OLD (2)
077900     MOVE WS-NEW-SOLI-TAX TO WS-DTL-NEW (2)
078000     COMPUTE WS-DIFF = WS-NEW-SOLI-TAX - SIM-OLD-SOLI-TAX
078100     MOVE WS-DIFF TO WS-DTL-DIFF (2)
078200     MOVE SIM-OLD-CHURCH-TAX TO WS-DTL-OLD (3)
078300     MOVE WS-NEW-CHURCH-TAX TO WS-DTL-NEW (3)
078400     COMPUTE WS-DIFF = WS-NEW-CHURCH-TAX - SIM-OLD-CHURCH-TAX
078500     MOVE WS-DIFF TO WS-DTL-DIFF (3)
078600     MOVE WS-DETAIL-LINE TO WS-SECTION-LINE
078700     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
078800 3200-EXIT.
078900     EXIT.
079000
079100 3300-HOLD-EXCEPTION.
079200     ADD 1 TO WS-ROWS-NOT-COMPARED
079300     IF WS-EXC-COUNT = 200
079400         IF NOT WS-EXC-TABLE-FULL
079500             DISPLAY 'TAXSIM: EXCEPTION TABLE FULL AT 200 ROWS - '
079600                 'FURTHER ROWS COUNTED BUT NOT LISTED'
079700             MOVE 'Y' TO WS-EXC-TABLE-FULL-SW
079800         END-IF
079900         GO TO 3300-EXIT
080000     END-IF
080100     ADD 1 TO WS-EXC-COUNT
080200     MOVE SIM-EMP-ID TO WS-EXC-EMP-ID (WS-EXC-COUNT)
080300     MOVE WS-EXC-WHICH-HOLD TO WS-EXC-WHICH (WS-EXC-COUNT)
080400     IF WS-EXC-WHICH-HOLD = 'CURRENT'
080500         MOVE SIM-CURR-YEAR TO WS-EXC-YEAR (WS-EXC-COUNT)
080600         MOVE SIM-OLD-RC TO WS-EXC-RC (WS-EXC-COUNT)
080700     ELSE
080800         MOVE CLI-DRAFT-YEAR TO WS-EXC-YEAR (WS-EXC-COUNT)
080900         MOVE TC-RETURN-CODE TO WS-EXC-RC (WS-EXC-COUNT)
081000     END-IF.
081100 3300-EXIT.
081200     EXIT.
081300
081400 3400-ADD-TO-TOTALS.
081500     ADD 1 TO WS-CL-COUNT (WS-CL-IDX)
081600     ADD SIM-OLD-INCOME-TAX TO WS-CL-OLD-INCOME-TAX (WS-CL-IDX)
081700     ADD WS-NEW-INCOME-TAX TO WS-CL-NEW-INCOME-TAX (WS-CL-IDX)
081800     ADD SIM-OLD-SOLI-TAX TO WS-CL-OLD-SOLI-TAX (WS-CL-IDX)
081900     ADD WS-NEW-SOLI-TAX TO WS-CL-NEW-SOLI-TAX (WS-CL-IDX)
082000     ADD SIM-OLD-CHURCH-TAX TO WS-CL-OLD-CHURCH-TAX (WS-CL-IDX)
082100     ADD WS-NEW-CHURCH-TAX TO WS-CL-NEW-CHURCH-TAX (WS-CL-IDX)
082200     ADD SIM-OLD-WITHHOLD TO WS-CL-OLD-WITHHOLD (WS-CL-IDX)
082300     ADD WS-NEW-WITHHOLD TO WS-CL-NEW-WITHHOLD (WS-CL-IDX).
082400 3400-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800*  4000-PRINT-EXCEPTIONS - THE CASES TAXCALC COULD NOT WORK
082900*  OUT IN ONE OF THE TWO YEARS, LISTED ON THEIR OWN.
083000*****************************************************************
083100 4000-PRINT-EXCEPTIONS.
083200     IF WS-EXC-COUNT = ZERO
083300         GO TO 4000-EXIT
083400     END-IF
083500     MOVE SPACES TO WS-SECTION-LINE
083600     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
083700     MOVE 'CASES NOT COMPARED - TAXCALC RETURN CODE NONZERO'
083800         TO WS-SECTION-LINE
083900     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
084000     PERFORM 4100-PRINT-ONE-EXCEPTION THRU 4100-EXIT
084100         VARYING WS-EXC-IDX FROM 1 BY 1
084200         UNTIL WS-EXC-IDX > WS-EXC-COUNT.
084300 4000-EXIT.
084400     EXIT.
084500
084600 4100-PRINT-ONE-EXCEPTION.
084700     MOVE WS-EXC-EMP-ID (WS-EXC-IDX) TO WS-EXL-EMP-ID
084800     MOVE WS-EXC-WHICH (WS-EXC-IDX) TO WS-EXL-WHICH
084900     MOVE WS-EXC-YEAR (WS-EXC-IDX) TO WS-EXL-YEAR
085000     MOVE WS-EXC-RC (WS-EXC-IDX) TO WS-EXL-RC
085100     MOVE WS-EXCEPTION-LINE TO WS-SECTION-LINE
085200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
085300 4100-EXIT.
085400     EXIT.
085500
085600*****************************************************************
085700*  5000-PRINT-TOTALS - OLD, NEW AND DIFFERENCE PER TAX FOR
085800*  EACH TAX CLASS THAT HAD A CASE, THEN FOR THE COMPANY, AND
085900*  THE CONTROL COUNTS.
086000*****************************************************************
086100 5000-PRINT-TOTALS.
086200     MOVE SPACES TO WS-SECTION-LINE
086300     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
086400     MOVE 'TOTALS BY TAX CLASS' TO WS-SECTION-LINE
086500     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
086600     PERFORM 5100-PRINT-ONE-BUCKET THRU 5100-EXIT
086700         VARYING WS-CL-IDX FROM 1 BY 1
086800         UNTIL WS-CL-IDX > 8
086900     MOVE WS-ROWS-READ TO WS-CTL-ROWS-READ
087000     MOVE WS-ROWS-COMPARED TO WS-CTL-ROWS-COMPARED
087100     MOVE WS-ROWS-NOT-COMPARED TO WS-CTL-ROWS-NOT-COMPARED
087200     MOVE SPACES TO WS-SECTION-LINE
087300     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
087400     MOVE WS-CONTROL-LINE TO WS-SECTION-LINE
087500     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
087600 5000-EXIT.
087700     EXIT.
087800
087900 5100-PRINT-ONE-BUCKET.
088000     IF WS-CL-COUNT (WS-CL-IDX) = ZERO
088100         GO TO 5100-EXIT
088200     END-IF
088300     MOVE SPACES TO WS-SECTION-LINE
088400     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
088500     MOVE SPACES TO WS-CLS-LABEL
088600     IF WS-CL-IDX = 8
088700         MOVE 'COMPANY TOTAL' TO WS-CLS-LABEL
088800     ELSE
088900         MOVE 'TAX CLASS' TO WS-CLS-LABEL
089000         COMPUTE WS-DTL-TAX-CLASS = WS-CL-IDX - 1
089100         MOVE WS-DTL-TAX-CLASS TO WS-CLS-LABEL (11:1)
089200     END-IF
089300     MOVE WS-CL-COUNT (WS-CL-IDX) TO WS-CLS-COUNT
089400     MOVE WS-CLASS-LINE TO WS-SECTION-LINE
089500     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
089600     MOVE 'INCOME TAX' TO WS-TOT-LABEL
089700     MOVE WS-CL-OLD-INCOME-TAX (WS-CL-IDX) TO WS-TOT-OLD
089800     MOVE WS-CL-NEW-INCOME-TAX (WS-CL-IDX) TO WS-TOT-NEW
089900     COMPUTE WS-DIFF = WS-CL-NEW-INCOME-TAX (WS-CL-IDX)
090000         - WS-CL-OLD-INCOME-TAX (WS-CL-IDX)
090100     PERFORM 5200-PRINT-TOTAL-LINE THRU 5200-EXIT
090200     MOVE 'SOLI' TO WS-TOT-LABEL
090300     MOVE WS-CL-OLD-SOLI-TAX (WS-CL-IDX) TO WS-TOT-OLD
090400     MOVE WS-CL-NEW-SOLI-TAX (WS-CL-IDX) TO WS-TOT-NEW
090500     COMPUTE WS-DIFF = WS-CL-NEW-SOLI-TAX (WS-CL-IDX)
090600         - WS-CL-OLD-SOLI-TAX (WS-CL-IDX)
090700     PERFORM 5200-PRINT-TOTAL-LINE THRU 5200-EXIT
090800     MOVE 'CHURCH TAX' TO WS-TOT-LABEL
090900     MOVE WS-CL-OLD-CHURCH-TAX (WS-CL-IDX) TO WS-TOT-OLD
091000     MOVE WS-CL-NEW-CHURCH-TAX (WS-CL-IDX) TO WS-TOT-NEW
091100     COMPUTE WS-DIFF = WS-CL-NEW-CHURCH-TAX (WS-CL-IDX)
091200         - WS-CL-OLD-CHURCH-TAX (WS-CL-IDX)
091300     PERFORM 5200-PRINT-TOTAL-LINE THRU 5200-EXIT
091400     MOVE 'TOTAL WITHHOLD' TO WS-TOT-LABEL
091500     MOVE WS-CL-OLD-WITHHOLD (WS-CL-IDX) TO WS-TOT-OLD
091600     MOVE WS-CL-NEW-WITHHOLD (WS-CL-IDX) TO WS-TOT-NEW
091700     COMPUTE WS-DIFF = WS-CL-NEW-WITHHOLD (WS-CL-IDX)
091800         - WS-CL-OLD-WITHHOLD (WS-CL-IDX)
091900     PERFORM 5200-PRINT-TOTAL-LINE THRU 5200-EXIT.
092000 5100-EXIT.
092100     EXIT.
092200
092300 5200-PRINT-TOTAL-LINE.
092400     MOVE WS-DIFF TO WS-TOT-DIFF
092500     MOVE WS-TOTAL-LINE TO WS-SECTION-LINE
092600     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
092700 5200-EXIT.
092800     EXIT.
092900
093000*****************************************************************
093100*  6000-START-NEW-PAGE - PAGE HEADING AND COLUMN HEADS.
093200*****************************************************************
093300 6000-START-NEW-PAGE.
093400     ADD 1 TO WS-PAGE-NUMBER
093500     MOVE WS-PAGE-NUMBER TO WS-HD1-PAGE
093600     IF WS-PAGE-NUMBER = 1
093700         WRITE PRINT-RECORD FROM WS-HEADING-1
093800             AFTER ADVANCING 0 LINES
093900     ELSE
094000         WRITE PRINT-RECORD FROM WS-HEADING-1
094100             AFTER ADVANCING PAGE
094200     END-IF
094300     WRITE PRINT-RECORD FROM WS-HEADING-2
094400         AFTER ADVANCING 1 LINE
094500     WRITE PRINT-RECORD FROM WS-HEADING-3
094600         AFTER ADVANCING 1 LINE
094700     MOVE SPACES TO PRINT-RECORD
094800     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
094900     MOVE 4 TO WS-LINE-COUNT.
095000 6000-EXIT.
095100     EXIT.
095200
095300*****************************************************************
095400*  6100-WRITE-REPORT-LINE - WRITE WS-SECTION-LINE, BREAKING TO
095500*  A NEW PAGE WHEN THE CURRENT ONE IS FULL.
095600*****************************************************************
095700 6100-WRITE-REPORT-LINE.
095800     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
095900         PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
096000     END-IF
096100     WRITE PRINT-RECORD FROM WS-SECTION-LINE
096200         AFTER ADVANCING 1 LINE
096300     ADD 1 TO WS-LINE-COUNT
096400     IF WS-LST-FILE-STATUS NOT = '00'
096500         DISPLAY 'TAXSIM: SIMLIST WRITE FAILED - STATUS '
096600             WS-LST-FILE-STATUS
096700         MOVE 98 TO WS-RETURN-CODE
096800     END-IF.
096900 6100-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300*  7000-CALL-TAXCALC - THE CASE IN SIM-RECORD UNDER
097400*  WS-CALC-YEAR.  SOCIAL INSURANCE IS APPLIED AS TAXBATCH
097500*  APPLIES IT, SO THE FIGURES ARE THE ONES PAYROLL WOULD
097600*  ACTUALLY WITHHOLD.
097700*****************************************************************
097800 7000-CALL-TAXCALC.
097900     MOVE SIM-INCOME TO TC-INCOME-ARG
098000     MOVE SIM-MARRIED TO TC-MARRIED-ARG
098100     MOVE WS-CALC-YEAR TO TC-YEAR-ARG
098200     MOVE SIM-CHURCH TO TC-CHURCH-ARG
098300     MOVE SIM-CHURCH-RATE TO TC-CHURCH-RATE-ARG
098400     MOVE SIM-PAY-FREQ TO TC-PAY-FREQ-ARG
098500     MOVE SIM-TAX-CLASS TO TC-TAX-CLASS-ARG
098600     MOVE SIM-CHILD-ALLOW TO TC-CHILD-ALLOW-ARG
098700     MOVE SIM-FACTOR TO TC-FACTOR-ARG
098800     MOVE 'Y' TO TC-SOCIAL-INS-ARG
098900     MOVE SIM-HEALTH-ADDON TO TC-HEALTH-ADDON-ARG
099000     MOVE SIM-PRIVATE-INS TO TC-PRIVATE-INS-ARG
099100     MOVE SIM-CHILDLESS TO TC-CHILDLESS-ARG
099200     CALL 'TAXCALC' USING TAXCALC-PARMS.
099300 7000-EXIT.
099400     EXIT.
099500
099600*****************************************************************
099700*  9000-TERMINATE - CLOSE THE LISTING AND DISPLAY THE CONTROL
099800*  COUNTS FOR THE JOB LOG.
099900*****************************************************************
100000 9000-TERMINATE.
100100     IF WS-LIST-OPEN
100200         CLOSE SIMLIST-FILE
100300     END-IF
100400     DISPLAY 'TAXSIM: PASS................ ' CLI-PASS-ARG
100500     DISPLAY 'TAXSIM: DRAFT YEAR.......... ' CLI-DRAFT-YEAR-ARG
100600     DISPLAY 'TAXSIM: ROWS READ........... ' WS-ROWS-READ
100700     IF CLI-PASS-CURRENT
100800         DISPLAY 'TAXSIM: CASES WRITTEN....... '
100900             WS-SIM-ROWS-WRITTEN
101000         DISPLAY 'TAXSIM: ONE-OFF ROWS LEFT OUT '
101100             WS-ONEOFF-SKIPPED
101200         DISPLAY 'TAXSIM: NOT ON MASTER....... ' WS-NOT-ON-MASTER
101300     ELSE
101400         DISPLAY 'TAXSIM: CASES COMPARED...... ' WS-ROWS-COMPARED
101500         DISPLAY 'TAXSIM: PAGES PRINTED....... ' WS-PAGE-NUMBER
101600     END-IF
101700     DISPLAY 'TAXSIM: NOT COMPARED........ '
101800         WS-ROWS-NOT-COMPARED.
101900 9000-EXIT.
102000     EXIT.
102100
102200*****************************************************************
102300*  9800/9900-LOG-RUN - BOOKEND RECORDS ON THE COMMON RUN LOG.
102400*****************************************************************
102500 9800-LOG-RUN-START.
102600     MOVE SPACES TO RLOG-RECORD
102700     MOVE 'S' TO RLOG-RECORD-TYPE
102800     MOVE 'TAXSIM' TO RLOG-PROGRAM-ID
102900     MOVE ZERO TO RLOG-RETURN-CODE
103000     MOVE ZERO TO RLOG-RECORDS-READ
103100     MOVE ZERO TO RLOG-RECORDS-WRITTEN
103200     MOVE ZERO TO RLOG-RECORDS-REJECTED
103300     CALL 'RUNLOGW' USING RLOG-RECORD.
103400 9800-EXIT.
103500     EXIT.
103600
103700 9900-LOG-RUN-END.
103800     MOVE SPACES TO RLOG-RECORD
103900     MOVE 'E' TO RLOG-RECORD-TYPE
104000     MOVE 'TAXSIM' TO RLOG-PROGRAM-ID
104100     MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
104200     MOVE WS-ROWS-READ TO RLOG-RECORDS-READ
104300     IF CLI-PASS-CURRENT
104400         MOVE WS-SIM-ROWS-WRITTEN TO RLOG-RECORDS-WRITTEN
104500         COMPUTE RLOG-RECORDS-REJECTED = WS-ONEOFF-SKIPPED
104600             + WS-NOT-ON-MASTER + WS-ROWS-NOT-COMPARED
104700     ELSE
104800         MOVE WS-ROWS-COMPARED TO RLOG-RECORDS-WRITTEN
104900         MOVE WS-ROWS-NOT-COMPARED TO RLOG-RECORDS-REJECTED
105000     END-IF
105100     CALL 'RUNLOGW' USING RLOG-RECORD.
105200 9900-EXIT.
105300     EXIT.
